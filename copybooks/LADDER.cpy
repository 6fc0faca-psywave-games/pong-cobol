      *================================================================*
      *    LADDER-RECORD: shared layout for ladder.dat, the standings
      *    extract. Rewritten whole by the standings ladder (PONG0007
      *    / standings.cbl) on every run - one record per ranked
      *    player, best first, exactly as the printed ladder shows
      *    them (merged IDs already booked to their survivors). Read
      *    by the tournament bracket manager (PONG0019 / bracket.cbl)
      *    to seed a draw off the ladder rating.
      *================================================================*
       01  LADDER-RECORD.
           05 LD-RANK          PIC 9(3).
           05 LD-PLAYER-ID     PIC 9(4).
           05 LD-INITIALS      PIC X(3).
           05 LD-RATING        PIC 9(5).
           05 LD-WINS          PIC 9(5).
           05 LD-LOSSES        PIC 9(5).
           05 LD-RUN-DATE      PIC 9(8).
