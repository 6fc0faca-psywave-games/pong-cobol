      *================================================================*
      *    REPLAY-RECORD: shared layout for replay.dat, one record per
      *    buffered tick of a rally. Appended by PONG0001 (game.cbl)
      *    whenever the replay is called up - every record of one
      *    dump carries the same RP-DATE / RP-TIME, RP-SEQ counts the
      *    ticks from 1 - and read by the dispute register (PONG0021
      *    / dispute.cbl) to tie a case to the dump of its rally.
      *    RP-STATION-ID was added later: older dumps end short and
      *    readers test it NUMERIC.
      *================================================================*
       01  REPLAY-RECORD.
           05 RP-DATE          PIC 9(8).
           05 RP-TIME          PIC 9(6).
           05 RP-SEQ           PIC 9(3).
           05 RP-P1-POSY       PIC 999V99.
           05 RP-P2-POSY       PIC 999V99.
           05 RP-B-POSX        PIC S9(3)V9.
           05 RP-B-POSY        PIC 9(3)V9.
           05 RP-STATION-ID    PIC 9(2).
