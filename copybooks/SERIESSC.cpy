      *    decided in tournament mode, read by the end-of-day batch
      *    report (PONG0002 / dayrept.cbl). Per-game scores sit in a
      *    fixed seven-slot table (best-of-7 ceiling); unplayed slots
      *    stay zero. A series played as a knockout pairing carries
      *    its bracket key (SR-TOURN-ID / SR-ROUND / SR-MATCH, see
      *    BRACKET) so the bracket manager (PONG0019) can post it;
      *    zero for a walk-up series. Records written before the
      *    key existed end short - readers test it NUMERIC.
      *================================================================*
       01  SERIES-SCORE-RECORD.
           05 SR-DATE          PIC 9(8).
               10 SR-GAME OCCURS 7 TIMES.
                   15 SR-G-P1  PIC 9(3).
                   15 SR-G-P2  PIC 9(3).
           05 SR-TOURN-ID      PIC 9(4).
           05 SR-ROUND         PIC 9.
           05 SR-MATCH         PIC 9(2).
