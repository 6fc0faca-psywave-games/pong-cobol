      *    single-line fixed-column settings file. Read once by
      *    PONG0001 (game.cbl) at GAME-INIT, read and rewritten by
      *    the operator maintenance program (PONG0005 / cfgmaint.cbl).
      *    CFG-COMP-PLAYS is the loyalty threshold - paid plays per
      *    comp credit, zero for no loyalty scheme; a line written
      *    before the field existed ends short and reads as zero.
      *================================================================*
       01  CFG-RECORD.
           05 CFG-MODE         PIC X(4).
           05 CFG-ATTRACT-SECS PIC 9(3).
           05 CFG-FREE-PLAY    PIC X.
           05 CFG-PRICE-CENTS  PIC 9(3).
           05 CFG-COMP-PLAYS   PIC 9(3).
