      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks runctl.cbl
      *    Run-control register maintenance for the nightly job
      *    stream. Lists the register (runctl.dat) - one entry per
      *    job per business day per station, with start, end, return
      *    code and record counts - and, under operator key, resets
      *    one entry so the step can be rerun: FLEETCON will post a
      *    reset station-day again, and ARCHPURG won't purge a day
      *    whose reconcile or daybook entry has been reset until
      *    that step has run clean again. A reset is never a delete:
      *    the entry stays, stamped with who reset it and when. A
      *    leaderboard audit (LBAUDIT) that finished with exceptions
      *    is signed off here once they have been looked into, which
      *    releases the day's fleet board to PONG0006. Resetting a
      *    GLXTRACT entry voids that day's general-ledger journal so
      *    PONG0018 will extract the day again.
       PROGRAM-ID.         PONG0014.

       AUTHOR.             RODRIGO DORNELLES.
       INSTALLATION.       PSYWAVE GAMES.

       DATE-WRITTEN.       15/10/2026.
       DATE-COMPILED.      15/10/2026.
      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       CONFIGURATION                                            SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: same layout the nightly steps book,
      *    shared via copybook so the programs can't drift.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    REGISTER-VARIABLES
      *----------------------------------------------------------------*
      *    RG: work fields for the console dialogue, validated in the
      *    PONG0005 style. Blank at the action prompt ends the run.
       78 OPERATOR-KEY                     VALUE "PSY87".
       78 MAX-KEY-TRIES                    VALUE 3.
       01 WS-RN-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).

       01 RG-KEY-INPUT          PIC X(8).
       01 RG-KEY-TRIES          PIC 9      VALUE ZERO.
       01 RG-KEY-OK             PIC X      VALUE "N".
       01 RG-INPUT              PIC X(30).
       01 RG-FIELD-OK           PIC X.
       01 RG-NUM-WORK           PIC 9(7).
       01 RG-DONE               PIC X      VALUE "N".
       01 RG-RESETS             PIC 9(3)   VALUE ZERO.
       01 RG-SIGNOFFS           PIC 9(3)   VALUE ZERO.
       01 RG-ENTRY-FOUND        PIC X      VALUE "N".

       01 RG-FILTER-DATE        PIC 9(8)   VALUE ZERO.
       01 RG-FILTER-JOB         PIC X(8)   VALUE SPACES.
       01 RG-LISTED             PIC 9(5)   VALUE ZERO.
       01 RG-JOB-NAME           PIC X(8)   VALUE SPACES.
       01 RG-BUS-DATE           PIC 9(8)   VALUE ZERO.
       01 RG-STATION            PIC 9(2)   VALUE ZERO.
       01 RG-OPERATOR           PIC X(3).
       01 RG-STATUS-TEXT        PIC X(8).
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM OPERATOR-KEY-CHECK.
       IF RG-KEY-OK NOT = "Y" THEN
           DISPLAY "ACCESS DENIED"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       DISPLAY "==== PONG0014 RUN-CONTROL REGISTER ====".
       PERFORM REGISTER-CYCLE UNTIL RG-DONE = "Y".
       DISPLAY "ENTRIES RESET.....: " RG-RESETS.
       DISPLAY "ENTRIES SIGNED OFF: " RG-SIGNOFFS.
       GOBACK.
      *----------------------------------------------------------------*
       OPERATOR-KEY-CHECK                                       SECTION.
           PERFORM UNTIL RG-KEY-OK = "Y"
               OR RG-KEY-TRIES >= MAX-KEY-TRIES
               DISPLAY "OPERATOR KEY: " WITH NO ADVANCING
               ACCEPT RG-KEY-INPUT
               IF RG-KEY-INPUT = OPERATOR-KEY THEN
                   MOVE "Y" TO RG-KEY-OK
               ELSE
                   ADD 1 TO RG-KEY-TRIES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    REGISTER-CYCLE: one action per pass until a blank action
      *    ends the run.
      *----------------------------------------------------------------*
       REGISTER-CYCLE                                           SECTION.
           DISPLAY "L=LIST R=RESET S=SIGN OFF AUDIT (BLANK=DONE): "
               WITH NO ADVANCING
           ACCEPT RG-INPUT
           IF RG-INPUT = SPACES THEN
               MOVE "Y" TO RG-DONE
               EXIT SECTION
           END-IF
           EVALUATE RG-INPUT
               WHEN "L"
                   PERFORM REGISTER-LIST
               WHEN "R"
                   PERFORM ENTRY-RESET
               WHEN "S"
                   PERFORM ENTRY-SIGNOFF
               WHEN OTHER
                   DISPLAY "ACTION MUST BE L, R OR S"
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    REGISTER-LIST: the whole register in key order (job,
      *    business day, station), optionally cut to one job and/or
      *    one business day.
      *----------------------------------------------------------------*
       REGISTER-LIST                                            SECTION.
           DISPLAY "JOB NAME (BLANK=ALL): " WITH NO ADVANCING
           ACCEPT RG-INPUT
           MOVE RG-INPUT(1:8) TO RG-FILTER-JOB
           MOVE "N" TO RG-FIELD-OK
           PERFORM UNTIL RG-FIELD-OK = "Y"
               DISPLAY "BUSINESS DATE YYYYMMDD (BLANK=ALL): "
                   WITH NO ADVANCING
               ACCEPT RG-INPUT
               IF RG-INPUT = SPACES THEN
                   MOVE ZERO TO RG-FILTER-DATE
                   MOVE "Y" TO RG-FIELD-OK
               ELSE
                   IF RG-INPUT(1:8) NUMERIC
                       AND RG-INPUT(9:22) = SPACES THEN
                       MOVE NUMVAL(RG-INPUT(1:8)) TO RG-FILTER-DATE
                       MOVE "Y" TO RG-FIELD-OK
                   ELSE
                       DISPLAY "DATE MUST BE YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO RG-LISTED
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS = "35" THEN
               DISPLAY "(REGISTER EMPTY)"
               EXIT SECTION
           END-IF
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "REGISTER FILE ERROR " WS-RN-STATUS
                   " runctl.dat"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           DISPLAY "---- RUN-CONTROL REGISTER ----"
           DISPLAY "JOB      BUS.DATE STN STATUS   START"
               "            END              RC IN      OUT"
               "     RESET"
           PERFORM UNTIL WS-RN-STATUS NOT = "00"
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RN-STATUS
                   NOT AT END
                       PERFORM ENTRY-LIST-ONE
               END-READ
           END-PERFORM
           IF WS-RN-STATUS NOT = "10" THEN
               DISPLAY "REGISTER READ ERROR " WS-RN-STATUS
                   " - LIST INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF RG-LISTED = ZERO THEN
               DISPLAY "(NONE)"
           END-IF.
      *----------------------------------------------------------------*
       ENTRY-LIST-ONE                                           SECTION.
           IF RG-FILTER-JOB NOT = SPACES
               AND RN-JOB-NAME NOT = RG-FILTER-JOB THEN
               EXIT SECTION
           END-IF
           IF RG-FILTER-DATE NOT = ZERO
               AND RN-BUS-DATE NOT = RG-FILTER-DATE THEN
               EXIT SECTION
           END-IF
           ADD 1 TO RG-LISTED
           PERFORM STATUS-TEXT-SET
           DISPLAY RN-JOB-NAME SPACE RN-BUS-DATE SPACE
               RN-STATION-ID SPACE SPACE RG-STATUS-TEXT SPACE
               RN-START-DATE SPACE RN-START-TIME SPACE
               RN-END-DATE SPACE RN-END-TIME SPACE
               RN-RETURN-CODE SPACE RN-RECORDS-IN SPACE
               RN-RECORDS-OUT SPACE RN-RESET-BY.
      *----------------------------------------------------------------*
       STATUS-TEXT-SET                                          SECTION.
           EVALUATE RN-STATUS
               WHEN "S"
                   MOVE "STARTED" TO RG-STATUS-TEXT
               WHEN "C"
                   MOVE "COMPLETE" TO RG-STATUS-TEXT
               WHEN "R"
                   MOVE "RESET" TO RG-STATUS-TEXT
               WHEN "O"
                   MOVE "SIGNOFF" TO RG-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO RG-STATUS-TEXT
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    ENTRY-RESET: names one entry, shows it, and on a confirmed
      *    answer and operator initials marks it reset so the step
      *    can be run again for that day and station.
      *----------------------------------------------------------------*
       ENTRY-RESET                                              SECTION.
           PERFORM ENTRY-KEY-ASK
           PERFORM ENTRY-OPEN-SHOW
           IF RG-ENTRY-FOUND = "N" THEN
               EXIT SECTION
           END-IF
           IF RN-STATUS = "R" THEN
               DISPLAY "ENTRY ALREADY RESET - NOTHING TO DO"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           IF RN-JOB-NAME = "FLEETCON" THEN
      *    the register only stops a second posting - it can't take
      *    the first one back off the fleet masters
               DISPLAY "** A RESET STATION-DAY IS POSTED AGAIN IN FULL"
                   " - BACK IT OUT OF THE FLEET FILES FIRST **"
           END-IF
           IF RN-JOB-NAME = "GLXTRACT" THEN
      *    the next extract writes a new journal file under a new run
      *    sequence - the voided one must not reach the accounts too
               DISPLAY "** VOIDS THIS DAY'S GL JOURNAL - WITHDRAW IT"
                   " FROM THE ACCOUNTS FIRST **"
           END-IF
           DISPLAY "RESET THIS ENTRY (Y/N): " WITH NO ADVANCING
           ACCEPT RG-INPUT
           IF RG-INPUT NOT = "Y" THEN
               DISPLAY "ENTRY LEFT AS IS"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           PERFORM OPERATOR-ASK

           MOVE "R" TO RN-STATUS
           MOVE RG-OPERATOR TO RN-RESET-BY
           MOVE WS-TODAY TO RN-RESET-DATE
           REWRITE RUN-CONTROL-RECORD
           IF WS-RN-STATUS = "00" THEN
               ADD 1 TO RG-RESETS
               DISPLAY "ENTRY RESET - STEP MAY BE RERUN"
           ELSE
               DISPLAY "REGISTER FILE ERROR " WS-RN-STATUS
                   " - ENTRY NOT RESET"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
      *    ENTRY-SIGNOFF: a leaderboard audit that finished with a
      *    bad return code holds the fleet board until someone has
      *    looked at the exceptions and signs the entry off ("O"),
      *    stamped with their initials and the date in the reset
      *    fields. Only a finished audit can be signed off - one that
      *    never finished or was reset has no verdict to accept.
      *----------------------------------------------------------------*
       ENTRY-SIGNOFF                                            SECTION.
           MOVE "LBAUDIT" TO RG-JOB-NAME
           PERFORM ENTRY-DATE-ASK
           MOVE ZERO TO RG-STATION
           PERFORM ENTRY-OPEN-SHOW
           IF RG-ENTRY-FOUND = "N" THEN
               EXIT SECTION
           END-IF
           IF RN-STATUS = "O" THEN
               DISPLAY "AUDIT ALREADY SIGNED OFF - NOTHING TO DO"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           IF RN-STATUS NOT = "C" THEN
               DISPLAY "AUDIT NOT COMPLETE - RERUN IT BEFORE SIGN-OFF"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           IF RN-RETURN-CODE = ZERO THEN
               DISPLAY "AUDIT WAS CLEAN - NO SIGN-OFF NEEDED"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           IF RN-RETURN-CODE >= 8 THEN
      *    an audit that hit a file error never saw all the evidence
               DISPLAY "** AUDIT DID NOT READ ALL ITS FILES - SIGNING"
                   " OFF PUBLISHES AN UNCHECKED BOARD **"
           END-IF
           DISPLAY "SIGN OFF THIS AUDIT (Y/N): " WITH NO ADVANCING
           ACCEPT RG-INPUT
           IF RG-INPUT NOT = "Y" THEN
               DISPLAY "ENTRY LEFT AS IS"
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           PERFORM OPERATOR-ASK

           MOVE "O" TO RN-STATUS
           MOVE RG-OPERATOR TO RN-RESET-BY
           MOVE WS-TODAY TO RN-RESET-DATE
           REWRITE RUN-CONTROL-RECORD
           IF WS-RN-STATUS = "00" THEN
               ADD 1 TO RG-SIGNOFFS
               DISPLAY "AUDIT SIGNED OFF - FLEET BOARD WILL PUBLISH"
           ELSE
               DISPLAY "REGISTER FILE ERROR " WS-RN-STATUS
                   " - ENTRY NOT SIGNED OFF"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
       ENTRY-KEY-ASK                                            SECTION.
           MOVE "N" TO RG-FIELD-OK
           PERFORM UNTIL RG-FIELD-OK = "Y"
               DISPLAY "JOB NAME......: " WITH NO ADVANCING
               ACCEPT RG-INPUT
               IF RG-INPUT NOT = SPACES
                   AND RG-INPUT(9:22) = SPACES THEN
                   MOVE RG-INPUT(1:8) TO RG-JOB-NAME
                   MOVE "Y" TO RG-FIELD-OK
               ELSE
                   DISPLAY "JOB NAME IS REQUIRED (UP TO 8)"
               END-IF
           END-PERFORM

           PERFORM ENTRY-DATE-ASK

           MOVE "N" TO RG-FIELD-OK
           PERFORM UNTIL RG-FIELD-OK = "Y"
               DISPLAY "STATION 0-99 (BLANK=0 CABINET): "
                   WITH NO ADVANCING
               ACCEPT RG-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF RG-FIELD-OK = "Y" THEN
                   MOVE ZERO TO RG-STATION
               END-IF
               IF RG-FIELD-OK = "V" THEN
                   IF RG-NUM-WORK <= 99 THEN
                       MOVE RG-NUM-WORK TO RG-STATION
                       MOVE "Y" TO RG-FIELD-OK
                   ELSE
                       DISPLAY "STATION MUST BE 0-99"
                       MOVE "N" TO RG-FIELD-OK
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       ENTRY-DATE-ASK                                           SECTION.
           MOVE "N" TO RG-FIELD-OK
           PERFORM UNTIL RG-FIELD-OK = "Y"
               DISPLAY "BUSINESS DATE YYYYMMDD (BLANK=" WS-TODAY "): "
                   WITH NO ADVANCING
               ACCEPT RG-INPUT
               IF RG-INPUT = SPACES THEN
                   MOVE WS-TODAY TO RG-BUS-DATE
                   MOVE "Y" TO RG-FIELD-OK
               ELSE
                   IF RG-INPUT(1:8) NUMERIC
                       AND RG-INPUT(9:22) = SPACES THEN
                       MOVE NUMVAL(RG-INPUT(1:8)) TO RG-BUS-DATE
                       MOVE "Y" TO RG-FIELD-OK
                   ELSE
                       DISPLAY "DATE MUST BE YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    ENTRY-OPEN-SHOW: opens the register for update and shows
      *    the named entry; RG-ENTRY-FOUND = "Y" leaves the register
      *    open with the entry in the record area.
      *----------------------------------------------------------------*
       ENTRY-OPEN-SHOW                                          SECTION.
           MOVE "N" TO RG-ENTRY-FOUND
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "REGISTER FILE ERROR " WS-RN-STATUS
                   " runctl.dat - NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE RG-JOB-NAME TO RN-JOB-NAME
           MOVE RG-BUS-DATE TO RN-BUS-DATE
           MOVE RG-STATION TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "NO REGISTER ENTRY FOR " RG-JOB-NAME
                       SPACE RG-BUS-DATE " STATION " RG-STATION
                   CLOSE RUN-CONTROL-FILE
                   EXIT SECTION
           END-READ
           MOVE "Y" TO RG-ENTRY-FOUND
           PERFORM STATUS-TEXT-SET
           DISPLAY "ENTRY.............: " RN-JOB-NAME SPACE
               RN-BUS-DATE " STATION " RN-STATION-ID
           DISPLAY "STATUS............: " RG-STATUS-TEXT
           DISPLAY "STARTED...........: " RN-START-DATE SPACE
               RN-START-TIME
           DISPLAY "ENDED.............: " RN-END-DATE SPACE
               RN-END-TIME
           DISPLAY "RETURN CODE.......: " RN-RETURN-CODE
           DISPLAY "RECORDS IN / OUT..: " RN-RECORDS-IN " / "
               RN-RECORDS-OUT
           IF RN-RESET-BY NOT = SPACES THEN
               IF RN-STATUS = "O" THEN
                   DISPLAY "SIGNED OFF........: " RN-RESET-DATE " BY "
                       RN-RESET-BY
               ELSE
                   DISPLAY "LAST RESET........: " RN-RESET-DATE " BY "
                       RN-RESET-BY
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       OPERATOR-ASK                                             SECTION.
           MOVE "N" TO RG-FIELD-OK
           PERFORM UNTIL RG-FIELD-OK = "Y"
               DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
               ACCEPT RG-INPUT
               IF RG-INPUT(1:3) NOT = SPACES
                   AND RG-INPUT(4:27) = SPACES THEN
                   MOVE RG-INPUT(1:3) TO RG-OPERATOR
                   MOVE "Y" TO RG-FIELD-OK
               ELSE
                   DISPLAY "INITIALS ARE REQUIRED (UP TO 3)"
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies. Sets
      *    RG-FIELD-OK to "Y" for blank, "V" for a valid number left
      *    in RG-NUM-WORK, "N" to re-ask.
      *----------------------------------------------------------------*
       NUMERIC-FIELD-CHECK                                      SECTION.
           IF RG-INPUT = SPACES THEN
               MOVE "Y" TO RG-FIELD-OK
               EXIT SECTION
           END-IF
           IF (RG-INPUT(1:3) NUMERIC AND RG-INPUT(4:27) = SPACES) OR
               (RG-INPUT(1:2) NUMERIC AND RG-INPUT(3:28) = SPACES) OR
               (RG-INPUT(1:1) NUMERIC AND RG-INPUT(2:29) = SPACES)
               THEN
               MOVE NUMVAL(RG-INPUT) TO RG-NUM-WORK
               MOVE "V" TO RG-FIELD-OK
           ELSE
               DISPLAY "VALUE MUST BE NUMERIC"
               MOVE "N" TO RG-FIELD-OK
           END-IF.
