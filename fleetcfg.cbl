       01 MNT-ATTRACT-SECS      PIC 9(3)   VALUE 60.
       01 MNT-FREE-PLAY         PIC X      VALUE "Y".
       01 MNT-PRICE-CENTS       PIC 9(3)   VALUE 25.
       01 MNT-COMP-PLAYS        PIC 9(3)   VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
           MOVE 60 TO MNT-ATTRACT-SECS
           MOVE "Y" TO MNT-FREE-PLAY
           MOVE 25 TO MNT-PRICE-CENTS
           MOVE ZERO TO MNT-COMP-PLAYS
           MOVE SPACES TO MNT-OLD-IMAGE
           MOVE "N" TO MNT-NEW-STATION
           MOVE MNT-STATION TO FS-STATION-ID
                   IF FS-PRICE-CENTS NUMERIC THEN
                       MOVE FS-PRICE-CENTS TO MNT-PRICE-CENTS
                   END-IF
                   IF FS-COMP-PLAYS NUMERIC THEN
                       MOVE FS-COMP-PLAYS TO MNT-COMP-PLAYS
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       SETTINGS-DISPLAY                                         SECTION.
               " (Y = no coin needed, N = coin per game)"
           DISPLAY "PRICE CENTS...: " MNT-PRICE-CENTS
               " (price per game in cents, 0-999)"
           DISPLAY "COMP PLAYS....: " MNT-COMP-PLAYS
               " (paid plays per loyalty comp credit, 0 = off)"
           DISPLAY "ENTER NEW VALUE PER FIELD OR BLANK TO KEEP".
      *----------------------------------------------------------------*
      *    SETTINGS-EDIT: one prompt per field, validated against the
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
           MOVE MNT-ATTRACT-SECS TO FS-ATTRACT-SECS
           MOVE MNT-FREE-PLAY TO FS-FREE-PLAY
           MOVE MNT-PRICE-CENTS TO FS-PRICE-CENTS
           MOVE MNT-COMP-PLAYS TO FS-COMP-PLAYS

           MOVE SPACES TO MNT-NEW-IMAGE
           MOVE FLEET-CFG-RECORD TO MNT-NEW-IMAGE
