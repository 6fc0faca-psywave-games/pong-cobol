       01 MNT-ATTRACT-SECS      PIC 9(3)   VALUE 60.
       01 MNT-FREE-PLAY         PIC X      VALUE "Y".
       01 MNT-PRICE-CENTS       PIC 9(3)   VALUE 25.
       01 MNT-COMP-PLAYS        PIC 9(3)   VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
                       IF CFG-PRICE-CENTS NUMERIC THEN
                           MOVE CFG-PRICE-CENTS TO MNT-PRICE-CENTS
                       END-IF
                       IF CFG-COMP-PLAYS NUMERIC THEN
                           MOVE CFG-COMP-PLAYS TO MNT-COMP-PLAYS
                       END-IF
               END-READ
               CLOSE CFG-FILE
           END-IF.
               " (Y = no coin needed, N = coin per game)"
           DISPLAY "PRICE CENTS...: " MNT-PRICE-CENTS
               " (price per game in cents, 0-999)"
           DISPLAY "COMP PLAYS....: " MNT-COMP-PLAYS
               " (paid plays per loyalty comp credit, 0 = off)"
           DISPLAY "ENTER NEW VALUE PER FIELD OR BLANK TO KEEP".
      *----------------------------------------------------------------*
      *    SETTINGS-EDIT: one prompt per field; every entry is
                   MOVE MNT-NUM-WORK TO MNT-PRICE-CENTS
                   MOVE "Y" TO MNT-FIELD-OK
               END-IF
           END-PERFORM

           MOVE "N" TO MNT-FIELD-OK
           PERFORM UNTIL MNT-FIELD-OK = "Y"
               DISPLAY "COMP PLAYS 0-999: " WITH NO ADVANCING
               ACCEPT MNT-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF MNT-FIELD-OK = "V" THEN
                   MOVE MNT-NUM-WORK TO MNT-COMP-PLAYS
                   MOVE "Y" TO MNT-FIELD-OK
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts.
           MOVE MNT-ATTRACT-SECS TO CFG-ATTRACT-SECS
           MOVE MNT-FREE-PLAY TO CFG-FREE-PLAY
           MOVE MNT-PRICE-CENTS TO CFG-PRICE-CENTS
           MOVE MNT-COMP-PLAYS TO CFG-COMP-PLAYS

           MOVE SPACES TO MNT-NEW-IMAGE
           MOVE CFG-RECORD TO MNT-NEW-IMAGE
