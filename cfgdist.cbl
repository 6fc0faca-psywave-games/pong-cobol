           MOVE FS-ATTRACT-SECS TO CFG-ATTRACT-SECS
           MOVE FS-FREE-PLAY TO CFG-FREE-PLAY
           MOVE FS-PRICE-CENTS TO CFG-PRICE-CENTS
      *    a master record keyed before the loyalty threshold existed
      *    carries no value there - distribute it as scheme off
           IF FS-COMP-PLAYS NUMERIC THEN
               MOVE FS-COMP-PLAYS TO CFG-COMP-PLAYS
           ELSE
               MOVE ZERO TO CFG-COMP-PLAYS
           END-IF
           WRITE CFG-RECORD
           IF WS-CFG-STATUS = "00" THEN
               ADD 1 TO WS-GENERATED
