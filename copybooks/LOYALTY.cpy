      *================================================================*
      *    LOYALTY-RECORD: shared layout for loyalty.dat, the
      *    regulars' loyalty balances (indexed, keyed on
      *    LY-PLAYER-ID, the player master ID). Written by PONG0001
      *    (game.cbl): every paid play by a signed-in player adds to
      *    LY-PLAY-COUNT, and reaching the station's comp threshold
      *    (CFG-COMP-PLAYS) turns the count into one comp credit on
      *    LY-COMP-BALANCE. A comp offered at sign-in and taken is
      *    spent at the credit gate and booked on credlog.dat as a
      *    "COMP" event, never as a coin. The lifetime totals let the
      *    operator see what the scheme has given away.
      *================================================================*
       01  LOYALTY-RECORD.
           05 LY-PLAYER-ID     PIC 9(4).
           05 LY-PLAY-COUNT    PIC 9(3).
           05 LY-COMP-BALANCE  PIC 9(3).
           05 LY-PAID-PLAYS    PIC 9(7).
           05 LY-COMPS-EARNED  PIC 9(5).
           05 LY-COMPS-USED    PIC 9(5).
           05 LY-LAST-DATE     PIC 9(8).
