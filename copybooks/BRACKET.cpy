      *================================================================*
      *    BRACKET-RECORD: shared layout for bracket.dat, the knockout
      *    tournament file (indexed, keyed on tournament, round and
      *    match). Round 0 / match 00 is the tournament header (draw
      *    name, draw size, entrants, rounds, how it was seeded);
      *    BK-STATUS on it is "O" open, "F" finished, "X" cancelled
      *    (BK-H-CANCELLED-BY), and only one tournament is open at a
      *    time. Every other
      *    record is one pairing: "W" waiting for a side to come
      *    through, "P" ready to play, "D" decided by a series, "B"
      *    a bye, "F" a forfeit (BK-OPERATOR recorded it). BK-WINNER
      *    names the side that went through; a seed of 00 is an empty
      *    side. The winner of match m in round r takes side P1 (m
      *    odd) or P2 (m even) of match (m+1)/2 in round r+1.
      *    Drawn, printed and forfeits recorded by the bracket
      *    manager (PONG0019 / bracket.cbl); read by PONG0001
      *    (game.cbl) for the next pairing in tournament mode and
      *    advanced by it when the series is decided.
      *================================================================*
       01  BRACKET-RECORD.
           05 BK-KEY.
               10 BK-TOURN-ID      PIC 9(4).
               10 BK-ROUND         PIC 9.
               10 BK-MATCH         PIC 9(2).
           05 BK-STATUS        PIC X.
           05 BK-MATCH-DATA.
               10 BK-P1-ID          PIC 9(4).
               10 BK-P1-INITIALS    PIC X(3).
               10 BK-P1-SEED        PIC 9(2).
               10 BK-P2-ID          PIC 9(4).
               10 BK-P2-INITIALS    PIC X(3).
               10 BK-P2-SEED        PIC 9(2).
               10 BK-WINNER         PIC X(2).
               10 BK-GAMES-P1       PIC 9.
               10 BK-GAMES-P2       PIC 9.
               10 BK-DECIDED-DATE   PIC 9(8).
               10 BK-DECIDED-TIME   PIC 9(6).
               10 BK-OPERATOR       PIC X(3).
           05 BK-HEADER-DATA REDEFINES BK-MATCH-DATA.
               10 BK-H-NAME         PIC X(18).
               10 BK-H-DRAW-SIZE    PIC 9(2).
               10 BK-H-ENTRANTS     PIC 9(2).
               10 BK-H-ROUNDS       PIC 9.
               10 BK-H-SEED-BY      PIC X.
               10 BK-H-CREATED-DATE PIC 9(8).
               10 BK-H-OPERATOR     PIC X(3).
               10 BK-H-CANCELLED-BY PIC X(3).
               10 FILLER            PIC X(1).
