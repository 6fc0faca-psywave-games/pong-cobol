      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks dayrept.cbl
      *    End-of-day batch summary over the day's MATCHSCORE and
      *    EVENTLOG files produced by PONG0001 (game.cbl). Wins,
      *    practice bests and series won by an ID merged by PONG0016
      *    are credited to the survivor off playxref.dat. Dispute
      *    cases still open on dispute.dat (PONG0021) are listed with
      *    their age, overdue ones marked.
       PROGRAM-ID.         PONG0002.

       AUTHOR.             RODRIGO DORNELLES.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "dispute.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CASE-NUM
               FILE STATUS IS WS-DP-STATUS.

           SELECT OPTIONAL PRACTICE-LOG-FILE ASSIGN TO "practlog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT OPTIONAL PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FD  ADJUSTMENT-FILE.
           COPY ADJRNL.

      *----------------------------------------------------------------*
      *    DISPUTE-FILE: the dispute case register.
      *----------------------------------------------------------------*
       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  PRACTICE-LOG-FILE.
           COPY PRACTSC.

       FD  PLAYER-MASTER-FILE.
           COPY PLAYMAST.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-FILE: merged IDs and their survivors.
      *----------------------------------------------------------------*
       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - a complete
      *    DAYRPT entry is what lets the archive job purge the day.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 WS-OPS-EXC-COUNT      PIC 9(5)    VALUE ZERO.

      *----------------------------------------------------------------*
      *    REVENUE-VARIABLES: today's coin drops, paid plays and
      *    loyalty comp plays off credlog.dat - the daybook proves the
      *    coin box the same way it proves the games.
      *----------------------------------------------------------------*
       01 WS-CR-STATUS          PIC XX.
       01 WS-COINS-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-PLAYS-PAID         PIC 9(5)    VALUE ZERO.
       01 WS-PLAYS-COMP         PIC 9(5)    VALUE ZERO.
       01 WS-REVENUE-CENTS      PIC 9(7)    VALUE ZERO.
       01 WS-REVENUE-EDIT       PIC 9(5).99.

       01 WS-AJ-STATUS          PIC XX.
       01 WS-ADJ-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-ADJ-DELTA-EDIT     PIC +ZZ9.
       01 WS-ADJ-CASE-EDIT      PIC X(5).

      *----------------------------------------------------------------*
      *    DISPUTE tallies: cases still open (not yet ruled, or upheld
      *    and awaiting their correction). One open longer than
      *    DISPUTE-DUE-DAYS is overdue.
      *----------------------------------------------------------------*
       78 DISPUTE-DUE-DAYS                  VALUE 7.
       01 WS-DP-STATUS          PIC XX.
       01 WS-DISP-OPEN          PIC 9(5)    VALUE ZERO.
       01 WS-DISP-OVERDUE       PIC 9(5)    VALUE ZERO.
       01 WS-DISP-AGE           PIC 9(5)    VALUE ZERO.
       01 WS-DISP-STATE         PIC X(26).

      *----------------------------------------------------------------*
      *    PRACTICE tallies: solo sessions off practlog.dat - kept on
       01 WS-PRACT-AVG          PIC 9(5)V99 VALUE ZERO.
       01 WS-PRACT-BEST         PIC 9(5)    VALUE ZERO.
       01 WS-PRACT-BEST-INIT    PIC X(3)    VALUE SPACES.
       01 WS-PRACT-BEST-ID      PIC 9(4)    VALUE ZERO.

       01 WS-PM-STATUS          PIC XX.
       01 WINNER-TABLE.
       01 WS-UNREG-WINS         PIC 9(5)    VALUE ZERO.
       01 WS-WT-OVERFLOW        PIC 9(5)    VALUE ZERO.

      *----------------------------------------------------------------*
      *    PLAYER-XREF fields: WS-MAP-ID goes in as the ID on file and
      *    comes back as the survivor when that ID has been merged.
      *----------------------------------------------------------------*
       01 WS-PX-STATUS          PIC XX.
       01 WS-PX-OPEN            PIC X       VALUE "N".
       01 WS-MAP-ID             PIC 9(4).

       01 WS-HR-NUM             PIC 99.
       01 WS-HR-SUB             PIC 99.
       01 HOUR-TABLE.
           05 HOUR-COUNT        PIC 9(5)    OCCURS 24 TIMES.
       01 WS-BUSIEST-HOUR       PIC 99      VALUE ZERO.
       01 WS-BUSIEST-COUNT      PIC 9(5)    VALUE ZERO.

      *----------------------------------------------------------------*
      *    RUN-CONTROL fields: this step's register entry is booked
      *    under station 00 (the cabinet's own files).
      *----------------------------------------------------------------*
       01 WS-RN-STATUS          PIC XX.
       01 WS-RN-ON-FILE         PIC X       VALUE "N".
       01 WS-RN-BOOKED          PIC X       VALUE "N".
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM REPORT-INIT.
       PERFORM RUNCTL-BEGIN.
       PERFORM PLAYER-XREF-OPEN.
       PERFORM MATCHSCORE-SUMMARIZE.
       PERFORM EVENTLOG-SUMMARIZE.
       PERFORM REPORT-PRINT.
       PERFORM PLAYER-XREF-CLOSE.
       PERFORM RUNCTL-END.
       GOBACK.
      *----------------------------------------------------------------*
       REPORT-INIT                                              SECTION.
           IF MS-WINNER-ID = ZERO THEN
               ADD 1 TO WS-UNREG-WINS
           ELSE
               MOVE MS-WINNER-ID TO WS-MAP-ID
               PERFORM PLAYER-ID-MAP
               MOVE "N" TO WS-WT-FOUND
               PERFORM VARYING WS-WT-SUB FROM 1 BY 1
                   UNTIL WS-WT-SUB > WS-WT-COUNT
                   IF WT-PLAYER-ID(WS-WT-SUB) = WS-MAP-ID THEN
                       ADD 1 TO WT-WINS(WS-WT-SUB)
                       MOVE "Y" TO WS-WT-FOUND
                       EXIT PERFORM
               IF WS-WT-FOUND = "N" THEN
                   IF WS-WT-COUNT < 20 THEN
                       ADD 1 TO WS-WT-COUNT
                       MOVE WS-MAP-ID TO WT-PLAYER-ID(WS-WT-COUNT)
                       MOVE SPACES TO WT-INITIALS(WS-WT-COUNT)
                       MOVE 1 TO WT-WINS(WS-WT-COUNT)
                   ELSE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-OPEN / PLAYER-ID-MAP / PLAYER-XREF-CLOSE: the
      *    cross-reference is held open for the whole report and
      *    each player ID random-read against it; a merged ID is
      *    credited to its survivor. No cross-reference means nobody
      *    has been merged.
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
       PLAYER-ID-MAP                                            SECTION.
           IF WS-PX-OPEN NOT = "Y" OR WS-MAP-ID = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE WS-MAP-ID TO PX-PLAYER-ID
           READ PLAYER-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PX-STATUS = "M" THEN
                       MOVE PX-SURVIVOR-ID TO WS-MAP-ID
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
      *    tallied winner IDs into initials; an ID no longer on file
      *    prints as "???".
                       NOT AT END
                           IF SR-DATE = WS-TODAY THEN
                               ADD 1 TO WS-SERIES-COUNT
                               MOVE ZERO TO WS-MAP-ID
                               IF SR-WINNER-ID NUMERIC THEN
                                   MOVE SR-WINNER-ID TO WS-MAP-ID
                                   PERFORM PLAYER-ID-MAP
                               END-IF
                               DISPLAY "BO" SR-LENGTH SPACE
                                   SR-P1-INITIALS SPACE SR-GAMES-P1
                                   "-" SR-GAMES-P2 SPACE
                                   SR-P2-INITIALS
                                   " WINNER " SR-WINNER
                                   WITH NO ADVANCING
                               IF WS-MAP-ID > ZERO THEN
                                   DISPLAY " (ID " WS-MAP-ID ")"
                               ELSE
                                   DISPLAY SPACE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *    CREDLOG-SUMMARIZE: today's coin drops and paid plays, so
      *    the physical coin box reconciles against the daybook. A
      *    missing ledger on a free-play cabinet is normal and
      *    reports zero takings. Comp plays are counted on their own
      *    line - they took no coin, so they never touch TAKINGS and
      *    never show up against the box as missing money.
      *----------------------------------------------------------------*
       CREDLOG-SUMMARIZE                                        SECTION.
           OPEN INPUT CREDIT-LOG-FILE
                               IF CR-EVENT = "PLAY" THEN
                                   ADD 1 TO WS-PLAYS-PAID
                               END-IF
                               IF CR-EVENT = "COMP" THEN
                                   ADD 1 TO WS-PLAYS-COMP
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "---- REVENUE ----"
           DISPLAY "COINS DROPPED.....: " WS-COINS-COUNT
           DISPLAY "PAID PLAYS........: " WS-PLAYS-PAID
           DISPLAY "COMP PLAYS........: " WS-PLAYS-COMP
           DISPLAY "TAKINGS...........: " WS-REVENUE-EDIT.
      *----------------------------------------------------------------*
      *    ADJUST-SUMMARIZE: today's supervised corrections off
                               AND AJ-DELTA NUMERIC THEN
                               ADD 1 TO WS-ADJ-COUNT
                               MOVE AJ-DELTA TO WS-ADJ-DELTA-EDIT
                               MOVE "-----" TO WS-ADJ-CASE-EDIT
                               IF AJ-CASE-NUM NUMERIC THEN
                                   MOVE AJ-CASE-NUM TO WS-ADJ-CASE-EDIT
                               END-IF
                               DISPLAY AJ-ENTRY-TIME " STN "
                                   AJ-STATION-ID SPACE AJ-FILE
                                   " REC " AJ-RECORD-NUM
                                   SPACE AJ-SIDE SPACE
                                   WS-ADJ-DELTA-EDIT
                                   " CASE " WS-ADJ-CASE-EDIT
                                   " BY " AJ-OPERATOR
                                   " - " AJ-REASON
                           END-IF
               DISPLAY "(NONE)"
           END-IF.
      *----------------------------------------------------------------*
      *    DISPUTE-SUMMARIZE: every dispute case still open, however
      *    old, with its age in days - a case nobody rules, or an
      *    upheld one nobody corrects, shows up every night until it
      *    is settled.
      *----------------------------------------------------------------*
       DISPUTE-SUMMARIZE                                        SECTION.
           DISPLAY "---- OPEN DISPUTE CASES ----"
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS = "00" THEN
               PERFORM UNTIL WS-DP-STATUS NOT = "00"
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DP-STATUS
                       NOT AT END
                           IF DP-STATUS = "O" OR DP-STATUS = "U" THEN
                               PERFORM DISPUTE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           ELSE
               IF WS-DP-STATUS = "05" THEN
                   CLOSE DISPUTE-FILE
               END-IF
           END-IF
           IF WS-DISP-OPEN = ZERO THEN
               DISPLAY "(NONE)"
           ELSE
               DISPLAY "OPEN CASES........: " WS-DISP-OPEN
               DISPLAY "OVERDUE...........: " WS-DISP-OVERDUE
           END-IF.
      *----------------------------------------------------------------*
       DISPUTE-LINE                                             SECTION.
           ADD 1 TO WS-DISP-OPEN
           MOVE ZERO TO WS-DISP-AGE
           IF DP-OPENED-DATE NUMERIC
               AND TEST-DATE-YYYYMMDD(DP-OPENED-DATE) = ZERO
               AND DP-OPENED-DATE <= WS-TODAY THEN
               COMPUTE WS-DISP-AGE = INTEGER-OF-DATE(WS-TODAY)
                   - INTEGER-OF-DATE(DP-OPENED-DATE)
           END-IF
           EVALUATE TRUE
               WHEN DP-STATUS = "U"
                   MOVE "UPHELD-AWAITING CORRECTION" TO WS-DISP-STATE
               WHEN DP-KIND = "D" AND DP-RP-DATE = ZERO
                   MOVE "OPEN-NO REPLAY LINKED" TO WS-DISP-STATE
               WHEN OTHER
                   MOVE "OPEN-AWAITING RULING" TO WS-DISP-STATE
           END-EVALUATE
           DISPLAY "CASE " DP-CASE-NUM " STN " DP-STATION-ID SPACE
               DP-SEAT " AGE " WS-DISP-AGE " " WS-DISP-STATE
               WITH NO ADVANCING
           IF WS-DISP-AGE > DISPUTE-DUE-DAYS THEN
               ADD 1 TO WS-DISP-OVERDUE
               DISPLAY " ** OVERDUE"
           ELSE
               DISPLAY SPACE
           END-IF
           DISPLAY "      " DP-COMPLAINT.
      *----------------------------------------------------------------*
      *    PRACTICE-SUMMARIZE: today's solo practice sessions -
      *    sessions, average and best rally survived - off the
      *    practice log, never off the match files.
                                       TO WS-PRACT-BEST
                                   MOVE PS-INITIALS
                                       TO WS-PRACT-BEST-INIT
                                   MOVE ZERO TO WS-MAP-ID
                                   IF PS-PLAYER-ID NUMERIC THEN
                                       MOVE PS-PLAYER-ID TO WS-MAP-ID
                                       PERFORM PLAYER-ID-MAP
                                   END-IF
                                   MOVE WS-MAP-ID
                                       TO WS-PRACT-BEST-ID
                               END-IF
                           END-IF
                   END-READ
                   WS-PRACT-TOT-RALLY / WS-PRACT-SESSIONS
               DISPLAY "SESSIONS..........: " WS-PRACT-SESSIONS
               DISPLAY "AVG RALLY.........: " WS-PRACT-AVG
      *    a registered best is named off the master, so a merged or
      *    corrected player shows as the floor now knows them
               IF WS-PRACT-BEST-ID > ZERO THEN
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-PM-STATUS = "00" THEN
                       MOVE WS-PRACT-BEST-ID TO PM-PLAYER-ID
                       READ PLAYER-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PM-INITIALS TO WS-PRACT-BEST-INIT
                       END-READ
                       CLOSE PLAYER-MASTER-FILE
                   END-IF
               END-IF
               DISPLAY "BEST RALLY........: " WS-PRACT-BEST
                   " BY " WS-PRACT-BEST-INIT WITH NO ADVANCING
               IF WS-PRACT-BEST-ID > ZERO THEN
                   DISPLAY " (ID " WS-PRACT-BEST-ID ")"
               ELSE
                   DISPLAY SPACE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       REPORT-PRINT                                             SECTION.
           PERFORM PRACTICE-SUMMARIZE
           PERFORM SERIES-SUMMARIZE
           PERFORM ADJUST-SUMMARIZE
           PERFORM DISPUTE-SUMMARIZE
           PERFORM OPSLOG-SUMMARIZE
           PERFORM PLAYER-NAME-RESOLVE
           DISPLAY "---- WINS BY PLAYER ----"
           IF WS-WT-OVERFLOW > ZERO THEN
               DISPLAY "OTHER PLAYERS.....: " WS-WT-OVERFLOW
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-BEGIN: books the day's DAYRPT entry as started
      *    before anything is read - an entry left at "S" is a
      *    daybook that never finished printing. A rerun books over
      *    the entry. The register is created on its first ever use.
      *----------------------------------------------------------------*
       RUNCTL-BEGIN                                             SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RN-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RN-STATUS = "00" THEN
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - RUN NOT BOOKED"
               EXIT SECTION
           END-IF
           MOVE "DAYRPT" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE ZERO TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RN-ON-FILE
                   MOVE SPACES TO RN-RESET-BY
                   MOVE ZERO TO RN-RESET-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RN-ON-FILE
           END-READ
           MOVE "S" TO RN-STATUS
           MOVE WS-TODAY TO RN-START-DATE
           MOVE WS-CURRENT-DATE(9:6) TO RN-START-TIME
           MOVE ZERO TO RN-END-DATE
           MOVE ZERO TO RN-END-TIME
           MOVE ZERO TO RN-RETURN-CODE
           MOVE ZERO TO RN-RECORDS-IN
           MOVE ZERO TO RN-RECORDS-OUT
           IF WS-RN-ON-FILE = "Y" THEN
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           IF WS-RN-STATUS = "00" THEN
               MOVE "Y" TO WS-RN-BOOKED
           ELSE
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - RUN NOT BOOKED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
      *    RUNCTL-END: completes the entry once the whole daybook has
      *    printed, with the day's match records summarised.
      *----------------------------------------------------------------*
       RUNCTL-END                                               SECTION.
           IF WS-RN-BOOKED = "Y" THEN
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RN-STATUS = "00" THEN
                   MOVE "DAYRPT" TO RN-JOB-NAME
                   MOVE WS-TODAY TO RN-BUS-DATE
                   MOVE ZERO TO RN-STATION-ID
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           MOVE "N" TO WS-RN-BOOKED
                       NOT INVALID KEY
                           MOVE CURRENT-DATE TO WS-CURRENT-DATE
                           MOVE "C" TO RN-STATUS
                           MOVE WS-CURRENT-DATE(1:8) TO RN-END-DATE
                           MOVE WS-CURRENT-DATE(9:6) TO RN-END-TIME
                           MOVE RETURN-CODE TO RN-RETURN-CODE
                           MOVE WS-GAMES-PLAYED TO RN-RECORDS-IN
                           MOVE ZERO TO RN-RECORDS-OUT
                           REWRITE RUN-CONTROL-RECORD
                           IF WS-RN-STATUS NOT = "00" THEN
                               MOVE "N" TO WS-RN-BOOKED
                           END-IF
                   END-READ
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   MOVE "N" TO WS-RN-BOOKED
               END-IF
           END-IF
           IF WS-RN-BOOKED = "N" THEN
               DISPLAY "** RUN NOT BOOKED TO THE REGISTER - DAY WILL"
                   " NOT PURGE UNTIL RERUN **"
               IF RETURN-CODE = ZERO THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
