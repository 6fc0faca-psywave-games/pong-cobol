      *    points for and against, current streak and a rating - in
      *    the PONG0002 daybook style. Records written before
      *    sign-in existed carry only MS-WINNER-ID; those still
      *    credit the winner, with no loser booked. An ID merged by
      *    PONG0016 is booked to its survivor off playxref.dat.
      *    The ranked ladder is also written to ladder.dat, which the
      *    bracket manager (PONG0019) seeds knockout draws from.
       PROGRAM-ID.         PONG0007.

       AUTHOR.             RODRIGO DORNELLES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT OPTIONAL PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.

           SELECT LADDER-FILE ASSIGN TO "ladder.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*

       FD  PLAYER-MASTER-FILE.
           COPY PLAYMAST.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-FILE: merged IDs and their survivors - history
      *    is credited to the survivor, the match file is untouched.
      *----------------------------------------------------------------*
       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *----------------------------------------------------------------*
      *    LADDER-FILE: the ranked ladder as printed, for seeding.
      *----------------------------------------------------------------*
       FD  LADDER-FILE.
           COPY LADDER.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       78 RATING-STEP                       VALUE 20.
       01 WS-MS-STATUS          PIC XX.
       01 WS-PM-STATUS          PIC XX.
       01 WS-PX-STATUS          PIC XX.
       01 WS-PX-OPEN            PIC X       VALUE "N".
       01 WS-LD-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).

      *================================================================*
       MAIN-PROCEDURE.
       PERFORM LADDER-INIT.
       PERFORM PLAYER-XREF-OPEN.
       PERFORM MATCHSCORE-BOOK.
       PERFORM PLAYER-XREF-CLOSE.
       PERFORM PLAYER-NAME-RESOLVE.
       PERFORM LADDER-SORT.
       PERFORM LADDER-PRINT.
       PERFORM LADDER-EXTRACT.
       GOBACK.
      *----------------------------------------------------------------*
       LADDER-INIT                                              SECTION.
      *    losses; a tie leaves the streak standing.
      *----------------------------------------------------------------*
       SEAT-BOOK                                                SECTION.
           PERFORM SEAT-ID-MAP
           MOVE ZERO TO WS-SL-SUB2
           PERFORM VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT
               MOVE ZERO TO SL-RATING(WS-SL-SUB2)
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-OPEN / SEAT-ID-MAP / PLAYER-XREF-CLOSE: the
      *    cross-reference is held open for the whole match pass and
      *    each seat ID random-read against it; a merged ID books to
      *    its survivor. No cross-reference means nobody is merged.
      *----------------------------------------------------------------*
       PLAYER-XREF-OPEN                                         SECTION.
           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE "Y" TO WS-PX-OPEN
           ELSE
               IF WS-PX-STATUS = "05" THEN
                   CLOSE PLAYER-XREF-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       SEAT-ID-MAP                                              SECTION.
           IF WS-PX-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE WS-SEAT-ID TO PX-PLAYER-ID
           READ PLAYER-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PX-STATUS = "M" THEN
                       MOVE PX-SURVIVOR-ID TO WS-SEAT-ID
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       PLAYER-XREF-CLOSE                                        SECTION.
           IF WS-PX-OPEN = "Y" THEN
               CLOSE PLAYER-XREF-FILE
               MOVE "N" TO WS-PX-OPEN
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-NAME-RESOLVE: random-reads playmast.dat to turn the
      *    ladder IDs into initials, the same way PONG0002 names the
      *    day's winners; an ID no longer on file prints as "???".
                   MOVE "--- " TO WS-STREAK-TEXT
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    LADDER-EXTRACT: rewrites ladder.dat in ladder order. A
      *    failed write only costs the next draw its seeding, so it
      *    is reported and the printed ladder stands.
      *----------------------------------------------------------------*
       LADDER-EXTRACT                                           SECTION.
           OPEN OUTPUT LADDER-FILE
           IF WS-LD-STATUS NOT = "00" THEN
               DISPLAY "LADDER EXTRACT ERROR " WS-LD-STATUS
                   " ladder.dat - NOT WRITTEN"
               EXIT SECTION
           END-IF
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-SL-COUNT
               OR WS-LD-STATUS NOT = "00"
               MOVE WS-RANK TO LD-RANK
               MOVE SL-PLAYER-ID(WS-RANK) TO LD-PLAYER-ID
               MOVE SL-INITIALS(WS-RANK) TO LD-INITIALS
               MOVE SL-RATING(WS-RANK) TO LD-RATING
               MOVE SL-WINS(WS-RANK) TO LD-WINS
               MOVE SL-LOSSES(WS-RANK) TO LD-LOSSES
               MOVE WS-TODAY TO LD-RUN-DATE
               WRITE LADDER-RECORD
           END-PERFORM
           IF WS-LD-STATUS NOT = "00" THEN
               DISPLAY "LADDER EXTRACT ERROR " WS-LD-STATUS
                   " ladder.dat - INCOMPLETE"
           END-IF
           CLOSE LADDER-FILE.
