      *================================================================*
      *    DISPUTE-RECORD: shared layout for dispute.dat, the dispute
      *    case register (indexed, keyed on the case number). Opened,
      *    linked to its replay and ruled by the dispute register
      *    (PONG0021 / dispute.cbl); cited and closed by the
      *    supervised adjustments (PONG0012 / adjust.cbl); open cases
      *    listed with their age by the daybook (PONG0002 /
      *    dayrept.cbl).
      *    DP-KIND is "D" a player's disputed point - it cannot be
      *    ruled until the replay.dat dump of the rally is linked
      *    (DP-RP-DATE / DP-RP-TIME name the dump, DP-RP-TICKS how
      *    many ticks it holds) - or "B" an out-of-balance day
      *    raised off the reconciliation, whose evidence is the
      *    PONG0004 report. DP-STATUS is "O" open, "U" ruled upheld
      *    and awaiting its correction, "D" dismissed (closed by the
      *    ruling) or "C" closed by the correction that cited it
      *    (DP-ADJ-COUNT corrections booked against it).
      *================================================================*
       01  DISPUTE-RECORD.
           05 DP-CASE-NUM      PIC 9(5).
           05 DP-STATUS        PIC X.
           05 DP-KIND          PIC X.
           05 DP-STATION-ID    PIC 9(2).
           05 DP-MATCH-DATE    PIC 9(8).
           05 DP-MATCH-TIME    PIC 9(6).
           05 DP-SEAT          PIC X(2).
           05 DP-COMPLAINT     PIC X(30).
           05 DP-OPENED-DATE   PIC 9(8).
           05 DP-OPENED-TIME   PIC 9(6).
           05 DP-OPENED-BY     PIC X(3).
           05 DP-RP-DATE       PIC 9(8).
           05 DP-RP-TIME       PIC 9(6).
           05 DP-RP-TICKS      PIC 9(3).
           05 DP-LINKED-BY     PIC X(3).
           05 DP-RULING        PIC X.
           05 DP-RULING-NOTE   PIC X(30).
           05 DP-RULED-DATE    PIC 9(8).
           05 DP-RULED-BY      PIC X(3).
           05 DP-CLOSED-DATE   PIC 9(8).
           05 DP-CLOSED-TIME   PIC 9(6).
           05 DP-CLOSED-BY     PIC X(3).
           05 DP-ADJ-COUNT     PIC 9(3).
