      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        dispute.cbl
      *    Dispute case register. A disputed point used to leave
      *    nothing behind but the replay.dat ticks of the rally and,
      *    later, a PONG0012 correction with a free-text reason.
      *    Under operator key this program opens a case (station,
      *    match date and time, seat, complaint, operator) on
      *    dispute.dat, ties it to the replay.dat dump of the rally,
      *    and records the ruling - a disputed point cannot be ruled
      *    without its replay. An upheld case stays open until
      *    PONG0012 books the correction that cites it, which closes
      *    it; a dismissed case is closed by the ruling. Cases raised
      *    off an out-of-balance day carry the reconciliation as
      *    their evidence. The daybook (PONG0002) lists every case
      *    still open with its age.
      *    Returns 8 when the register could not be updated.
       PROGRAM-ID.         PONG0021.

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
           SELECT DISPUTE-FILE ASSIGN TO "dispute.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CASE-NUM
               FILE STATUS IS WS-DP-STATUS.

           SELECT OPTIONAL REPLAY-FILE ASSIGN TO "replay.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    DISPUTE-FILE: the case register, one record per case.
      *----------------------------------------------------------------*
       FD  DISPUTE-FILE.
           COPY DISPUTE.
      *----------------------------------------------------------------*
      *    REPLAY-FILE: the rally dumps game.cbl appends, same layout
      *    via copybook.
      *----------------------------------------------------------------*
       FD  REPLAY-FILE.
           COPY REPLAY.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    REGISTER VARIABLES
      *----------------------------------------------------------------*
      *    DR: work fields for the register dialogue, validated in the
      *    PONG0005 style. Blank at the action prompt ends the run.
      *    A case older than DISPUTE-DUE-DAYS still open is overdue.
       78 OPERATOR-KEY                     VALUE "PSY87".
       78 MAX-KEY-TRIES                    VALUE 3.
       78 MAX-DUMPS                        VALUE 50.
       78 DISPUTE-DUE-DAYS                 VALUE 7.
       01 WS-DP-STATUS          PIC XX.
       01 WS-RP-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).

       01 DR-KEY-INPUT          PIC X(8).
       01 DR-KEY-TRIES          PIC 9      VALUE ZERO.
       01 DR-KEY-OK             PIC X      VALUE "N".
       01 DR-INPUT              PIC X(30).
       01 DR-FIELD-OK           PIC X.
       01 DR-NUM-WORK           PIC 9(7).
       01 DR-DONE               PIC X      VALUE "N".
       01 DR-OPERATOR           PIC X(3).
       01 DR-FILE-ERROR         PIC X      VALUE "N".
       01 DR-CASE-FOUND         PIC X      VALUE "N".
       01 DR-OPENED             PIC 9(3)   VALUE ZERO.
       01 DR-LINKED             PIC 9(3)   VALUE ZERO.
       01 DR-RULED              PIC 9(3)   VALUE ZERO.
      *----------------------------------------------------------------*
      *    The case being worked on, and the highest number on file.
      *----------------------------------------------------------------*
       01 DR-CASE-NUM           PIC 9(5)   VALUE ZERO.
       01 DR-LAST-CASE          PIC 9(5)   VALUE ZERO.
       01 DR-KIND               PIC X.
       01 DR-STATION            PIC 9(2)   VALUE ZERO.
       01 DR-MATCH-DATE         PIC 9(8)   VALUE ZERO.
       01 DR-MATCH-TIME         PIC 9(6)   VALUE ZERO.
       01 DR-SEAT               PIC X(2).
       01 DR-COMPLAINT          PIC X(30).
       01 DR-RULING             PIC X.
       01 DR-RULING-NOTE        PIC X(30).
       01 DR-AGE                PIC 9(5)   VALUE ZERO.
       01 DR-OPEN-COUNT         PIC 9(5)   VALUE ZERO.
       01 DR-OVERDUE-COUNT      PIC 9(5)   VALUE ZERO.
       01 DR-STATUS-TEXT        PIC X(30).
      *    DR-CASE-HOLD: the changed case kept across the open for
      *    update.
       01 DR-CASE-HOLD          PIC X(154).
      *----------------------------------------------------------------*
      *    DUMP-TABLE: the replay.dat dumps for the case's station and
      *    match day, one entry per dump (its stamp and tick count).
      *    Dumps past MAX-DUMPS in one day are counted, not listed.
      *----------------------------------------------------------------*
       01 DUMP-TABLE.
           05 DR-DUMP OCCURS 50 TIMES.
               10 DD-TIME       PIC 9(6).
               10 DD-TICKS      PIC 9(3).
       01 DR-DUMP-COUNT         PIC 9(3)   VALUE ZERO.
       01 DR-DUMP-MORE          PIC 9(5)   VALUE ZERO.
       01 DR-DUMP-TAKEN         PIC X      VALUE "N".
       01 DR-DUMP-NEW           PIC X      VALUE "N".
       01 DR-DUMP-PICK          PIC 9(3)   VALUE ZERO.
       01 DR-SUB                PIC 9(3).
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM OPERATOR-KEY-CHECK.
       IF DR-KEY-OK NOT = "Y" THEN
           DISPLAY "ACCESS DENIED"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       DISPLAY "==== PONG0021 DISPUTE REGISTER ====".
       PERFORM DISPUTE-CYCLE UNTIL DR-DONE = "Y".
       DISPLAY "CASES OPENED......: " DR-OPENED.
       DISPLAY "REPLAYS LINKED....: " DR-LINKED.
       DISPLAY "RULINGS RECORDED..: " DR-RULED.
       GOBACK.
      *----------------------------------------------------------------*
       OPERATOR-KEY-CHECK                                       SECTION.
           PERFORM UNTIL DR-KEY-OK = "Y"
               OR DR-KEY-TRIES >= MAX-KEY-TRIES
               DISPLAY "OPERATOR KEY: " WITH NO ADVANCING
               ACCEPT DR-KEY-INPUT
               IF DR-KEY-INPUT = OPERATOR-KEY THEN
                   MOVE "Y" TO DR-KEY-OK
               ELSE
                   ADD 1 TO DR-KEY-TRIES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    DISPUTE-CYCLE: one action per pass until a blank action
      *    ends the run.
      *----------------------------------------------------------------*
       DISPUTE-CYCLE                                            SECTION.
           DISPLAY "N=NEW CASE L=LINK REPLAY R=RULING P=PRINT"
               " (BLANK=DONE): " WITH NO ADVANCING
           ACCEPT DR-INPUT
           IF DR-INPUT = SPACES THEN
               MOVE "Y" TO DR-DONE
               EXIT SECTION
           END-IF
           EVALUATE DR-INPUT
               WHEN "N"
                   PERFORM CASE-NEW
               WHEN "L"
                   PERFORM REPLAY-LINK
               WHEN "R"
                   PERFORM CASE-RULE
               WHEN "P"
                   PERFORM CASE-PRINT
               WHEN OTHER
                   DISPLAY "ACTION MUST BE N, L, R OR P"
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    CASE-NEW: every field validated and re-asked until
      *    acceptable, then the case is booked open under the next
      *    number. Only a disputed point names the match time and
      *    the seat that disputes it.
      *----------------------------------------------------------------*
       CASE-NEW                                                 SECTION.
           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "KIND D=DISPUTED POINT B=OUT OF BALANCE DAY: "
                   WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT = "D" OR DR-INPUT = "B" THEN
                   MOVE DR-INPUT(1:1) TO DR-KIND
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   DISPLAY "KIND MUST BE D OR B"
               END-IF
           END-PERFORM

           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "STATION 1-99......: " WITH NO ADVANCING
               ACCEPT DR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF DR-FIELD-OK = "Y" THEN
      *    no current value to keep - the station is required
                   DISPLAY "STATION MUST BE 1-99"
                   MOVE "N" TO DR-FIELD-OK
               END-IF
               IF DR-FIELD-OK = "V" THEN
                   IF DR-NUM-WORK >= 1 AND DR-NUM-WORK <= 99 THEN
                       MOVE DR-NUM-WORK TO DR-STATION
                       MOVE "Y" TO DR-FIELD-OK
                   ELSE
                       DISPLAY "STATION MUST BE 1-99"
                       MOVE "N" TO DR-FIELD-OK
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "MATCH DATE YYYYMMDD (BLANK=" WS-TODAY "): "
                   WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT = SPACES THEN
                   MOVE WS-TODAY TO DR-MATCH-DATE
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   IF DR-INPUT(1:8) NUMERIC
                       AND DR-INPUT(9:22) = SPACES
                       AND TEST-DATE-YYYYMMDD(NUMVAL(DR-INPUT(1:8)))
                           = ZERO
                       AND NUMVAL(DR-INPUT(1:8)) <= WS-TODAY THEN
                       MOVE NUMVAL(DR-INPUT(1:8)) TO DR-MATCH-DATE
                       MOVE "Y" TO DR-FIELD-OK
                   ELSE
                       DISPLAY "DATE MUST BE YYYYMMDD, NOT AFTER TODAY"
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO DR-MATCH-TIME
           MOVE SPACES TO DR-SEAT
           IF DR-KIND = "D" THEN
               MOVE "N" TO DR-FIELD-OK
               PERFORM UNTIL DR-FIELD-OK = "Y"
                   DISPLAY "MATCH TIME HHMM...: " WITH NO ADVANCING
                   ACCEPT DR-INPUT
                   IF DR-INPUT(1:4) NUMERIC
                       AND DR-INPUT(5:26) = SPACES
                       AND DR-INPUT(1:2) < "24"
                       AND DR-INPUT(3:2) < "60" THEN
                       COMPUTE DR-MATCH-TIME =
                           NUMVAL(DR-INPUT(1:4)) * 100
                       MOVE "Y" TO DR-FIELD-OK
                   ELSE
                       DISPLAY "TIME MUST BE HHMM"
                   END-IF
               END-PERFORM
               MOVE "N" TO DR-FIELD-OK
               PERFORM UNTIL DR-FIELD-OK = "Y"
                   DISPLAY "SEAT DISPUTING (P1/P2): " WITH NO ADVANCING
                   ACCEPT DR-INPUT
                   IF DR-INPUT = "P1" OR DR-INPUT = "P2" THEN
                       MOVE DR-INPUT(1:2) TO DR-SEAT
                       MOVE "Y" TO DR-FIELD-OK
                   ELSE
                       DISPLAY "SEAT MUST BE P1 OR P2"
                   END-IF
               END-PERFORM
           END-IF

           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "COMPLAINT.........: " WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT NOT = SPACES THEN
                   MOVE DR-INPUT TO DR-COMPLAINT
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   DISPLAY "COMPLAINT IS REQUIRED"
               END-IF
           END-PERFORM

           PERFORM OPERATOR-ASK
           PERFORM CASE-LAST-FIND
           COMPUTE DR-CASE-NUM = DR-LAST-CASE + 1
           PERFORM DISPUTE-OPEN-IO
           IF DR-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF

           MOVE DR-CASE-NUM TO DP-CASE-NUM
           MOVE "O" TO DP-STATUS
           MOVE DR-KIND TO DP-KIND
           MOVE DR-STATION TO DP-STATION-ID
           MOVE DR-MATCH-DATE TO DP-MATCH-DATE
           MOVE DR-MATCH-TIME TO DP-MATCH-TIME
           MOVE DR-SEAT TO DP-SEAT
           MOVE DR-COMPLAINT TO DP-COMPLAINT
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO DP-OPENED-DATE
           MOVE WS-CURRENT-DATE(9:6) TO DP-OPENED-TIME
           MOVE DR-OPERATOR TO DP-OPENED-BY
           MOVE ZERO TO DP-RP-DATE
           MOVE ZERO TO DP-RP-TIME
           MOVE ZERO TO DP-RP-TICKS
           MOVE SPACES TO DP-LINKED-BY
           MOVE SPACE TO DP-RULING
           MOVE SPACES TO DP-RULING-NOTE
           MOVE ZERO TO DP-RULED-DATE
           MOVE SPACES TO DP-RULED-BY
           MOVE ZERO TO DP-CLOSED-DATE
           MOVE ZERO TO DP-CLOSED-TIME
           MOVE SPACES TO DP-CLOSED-BY
           MOVE ZERO TO DP-ADJ-COUNT
           WRITE DISPUTE-RECORD
           IF WS-DP-STATUS = "00" THEN
               ADD 1 TO DR-OPENED
               DISPLAY "CASE " DR-CASE-NUM " OPENED"
               IF DR-KIND = "D" THEN
                   DISPLAY "LINK THE REPLAY OF THE RALLY (L) BEFORE"
                       " RULING"
               END-IF
           ELSE
               DISPLAY "CASE FILE ERROR " WS-DP-STATUS
                   " - CASE NOT OPENED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DISPUTE-FILE.
      *----------------------------------------------------------------*
      *    REPLAY-LINK: lists the replay.dat dumps made on the case's
      *    station on the match day and ties the case to the one the
      *    operator picks by its stamp. Only an unruled disputed
      *    point takes a replay; relinking replaces the earlier link.
      *----------------------------------------------------------------*
       REPLAY-LINK                                              SECTION.
           PERFORM CASE-FETCH
           IF DR-CASE-FOUND = "N" THEN
               EXIT SECTION
           END-IF
           IF DP-KIND NOT = "D" THEN
               DISPLAY "CASE " DR-CASE-NUM " IS AN OUT OF BALANCE DAY"
                   " - NO REPLAY TO LINK"
               EXIT SECTION
           END-IF
           IF DP-STATUS NOT = "O" THEN
               DISPLAY "CASE " DR-CASE-NUM " IS ALREADY RULED"
               EXIT SECTION
           END-IF
           PERFORM REPLAY-DUMPS-FIND
           IF DR-DUMP-COUNT = ZERO THEN
               DISPLAY "NO REPLAY DUMPS FOR STATION " DP-STATION-ID
                   " ON " DP-MATCH-DATE
               EXIT SECTION
           END-IF
           DISPLAY "---- DUMPS STATION " DP-STATION-ID " ON "
               DP-MATCH-DATE " (MATCH " DP-MATCH-TIME(1:4) ") ----"
           PERFORM VARYING DR-SUB FROM 1 BY 1
               UNTIL DR-SUB > DR-DUMP-COUNT
               DISPLAY "DUMP " DD-TIME(DR-SUB) "  TICKS "
                   DD-TICKS(DR-SUB)
           END-PERFORM
           IF DR-DUMP-MORE > ZERO THEN
               DISPLAY "(" DR-DUMP-MORE " LATER DUMPS NOT LISTED)"
           END-IF

           MOVE ZERO TO DR-DUMP-PICK
           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "DUMP TIME HHMMSS (BLANK=LEAVE UNLINKED): "
                   WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT = SPACES THEN
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   IF DR-INPUT(1:6) NUMERIC
                       AND DR-INPUT(7:24) = SPACES THEN
                       PERFORM VARYING DR-SUB FROM 1 BY 1
                           UNTIL DR-SUB > DR-DUMP-COUNT
                           IF DD-TIME(DR-SUB) = NUMVAL(DR-INPUT(1:6))
                               MOVE DR-SUB TO DR-DUMP-PICK
                           END-IF
                       END-PERFORM
                   END-IF
                   IF DR-DUMP-PICK > ZERO THEN
                       MOVE "Y" TO DR-FIELD-OK
                   ELSE
                       DISPLAY "NO DUMP AT THAT TIME"
                   END-IF
               END-IF
           END-PERFORM
           IF DR-DUMP-PICK = ZERO THEN
               DISPLAY "CASE " DR-CASE-NUM " LEFT UNLINKED"
               EXIT SECTION
           END-IF

           PERFORM OPERATOR-ASK
           MOVE DP-MATCH-DATE TO DP-RP-DATE
           MOVE DD-TIME(DR-DUMP-PICK) TO DP-RP-TIME
           MOVE DD-TICKS(DR-DUMP-PICK) TO DP-RP-TICKS
           MOVE DR-OPERATOR TO DP-LINKED-BY
           PERFORM CASE-REWRITE
           IF DR-FILE-ERROR = "N" THEN
               ADD 1 TO DR-LINKED
               DISPLAY "CASE " DR-CASE-NUM " LINKED TO DUMP "
                   DP-RP-DATE SPACE DP-RP-TIME " (" DP-RP-TICKS
                   " TICKS)"
           END-IF.
      *----------------------------------------------------------------*
      *    REPLAY-DUMPS-FIND: one pass over replay.dat. A dump is the
      *    run of ticks sharing one stamp and counting up from 1.
      *    Dumps written before the station was stamped on the ticks
      *    can only be this cabinet's own and are taken as the case's.
      *----------------------------------------------------------------*
       REPLAY-DUMPS-FIND                                        SECTION.
           MOVE ZERO TO DR-DUMP-COUNT
           MOVE ZERO TO DR-DUMP-MORE
           MOVE "N" TO DR-DUMP-TAKEN
           OPEN INPUT REPLAY-FILE
           IF WS-RP-STATUS NOT = "00" THEN
               IF WS-RP-STATUS = "05" THEN
                   CLOSE REPLAY-FILE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-RP-STATUS NOT = "00"
               READ REPLAY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RP-STATUS
                   NOT AT END
                       IF RP-DATE NUMERIC AND RP-TIME NUMERIC
                           AND RP-SEQ NUMERIC
                           AND RP-DATE = DP-MATCH-DATE
                           AND (RP-STATION-ID NOT NUMERIC
                               OR RP-STATION-ID = DP-STATION-ID) THEN
                           PERFORM REPLAY-TICK-TALLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPLAY-FILE.
      *----------------------------------------------------------------*
       REPLAY-TICK-TALLY                                        SECTION.
           MOVE "N" TO DR-DUMP-NEW
           IF RP-SEQ = 1 OR DR-DUMP-COUNT = ZERO THEN
               MOVE "Y" TO DR-DUMP-NEW
           ELSE
               IF DR-DUMP-TAKEN = "Y"
                   AND RP-TIME NOT = DD-TIME(DR-DUMP-COUNT) THEN
                   MOVE "Y" TO DR-DUMP-NEW
               END-IF
           END-IF
           IF DR-DUMP-NEW = "Y" THEN
               IF DR-DUMP-COUNT < MAX-DUMPS THEN
                   ADD 1 TO DR-DUMP-COUNT
                   MOVE RP-TIME TO DD-TIME(DR-DUMP-COUNT)
                   MOVE ZERO TO DD-TICKS(DR-DUMP-COUNT)
                   MOVE "Y" TO DR-DUMP-TAKEN
               ELSE
                   ADD 1 TO DR-DUMP-MORE
                   MOVE "N" TO DR-DUMP-TAKEN
               END-IF
           END-IF
           IF DR-DUMP-TAKEN = "Y" THEN
               ADD 1 TO DD-TICKS(DR-DUMP-COUNT)
           END-IF.
      *----------------------------------------------------------------*
      *    CASE-RULE: records the ruling on an open case. A disputed
      *    point needs its replay linked first - no ruling without
      *    the evidence. Upheld leaves the case open for the
      *    correction that will cite it; dismissed closes it here.
      *----------------------------------------------------------------*
       CASE-RULE                                                SECTION.
           PERFORM CASE-FETCH
           IF DR-CASE-FOUND = "N" THEN
               EXIT SECTION
           END-IF
           IF DP-STATUS NOT = "O" THEN
               DISPLAY "CASE " DR-CASE-NUM " IS ALREADY RULED"
               EXIT SECTION
           END-IF
           IF DP-KIND = "D" AND DP-RP-DATE = ZERO THEN
               DISPLAY "CASE " DR-CASE-NUM " HAS NO REPLAY LINKED -"
                   " LINK IT (L) BEFORE RULING"
               EXIT SECTION
           END-IF
           PERFORM CASE-SHOW

           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "RULING U=UPHELD D=DISMISSED (BLANK=LEAVE OPEN"
                   "): " WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT = SPACES OR DR-INPUT = "U"
                   OR DR-INPUT = "D" THEN
                   MOVE DR-INPUT(1:1) TO DR-RULING
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   DISPLAY "RULING MUST BE U OR D"
               END-IF
           END-PERFORM
           IF DR-RULING = SPACE THEN
               DISPLAY "CASE " DR-CASE-NUM " LEFT OPEN"
               EXIT SECTION
           END-IF

           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "RULING NOTE.......: " WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT NOT = SPACES THEN
                   MOVE DR-INPUT TO DR-RULING-NOTE
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   DISPLAY "NOTE IS REQUIRED"
               END-IF
           END-PERFORM

           PERFORM OPERATOR-ASK
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE DR-RULING TO DP-RULING
           MOVE DR-RULING-NOTE TO DP-RULING-NOTE
           MOVE WS-CURRENT-DATE(1:8) TO DP-RULED-DATE
           MOVE DR-OPERATOR TO DP-RULED-BY
           IF DR-RULING = "U" THEN
               MOVE "U" TO DP-STATUS
           ELSE
               MOVE "D" TO DP-STATUS
               MOVE WS-CURRENT-DATE(1:8) TO DP-CLOSED-DATE
               MOVE WS-CURRENT-DATE(9:6) TO DP-CLOSED-TIME
               MOVE DR-OPERATOR TO DP-CLOSED-BY
           END-IF
           PERFORM CASE-REWRITE
           IF DR-FILE-ERROR = "N" THEN
               ADD 1 TO DR-RULED
               IF DR-RULING = "U" THEN
                   DISPLAY "CASE " DR-CASE-NUM " UPHELD - BOOK THE"
                       " CORRECTION ON PONG0012 CITING IT"
               ELSE
                   DISPLAY "CASE " DR-CASE-NUM " DISMISSED AND CLOSED"
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    CASE-PRINT: one case in full, or every case still open
      *    with its age in days (the daybook's list).
      *----------------------------------------------------------------*
       CASE-PRINT                                               SECTION.
           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y" OR DR-FIELD-OK = "V"
               DISPLAY "CASE NUMBER (BLANK=ALL OPEN): "
                   WITH NO ADVANCING
               ACCEPT DR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
           END-PERFORM
           IF DR-FIELD-OK = "V" THEN
               MOVE DR-NUM-WORK TO DR-CASE-NUM
               OPEN INPUT DISPUTE-FILE
               IF WS-DP-STATUS NOT = "00" THEN
                   DISPLAY "NO CASES ON FILE"
                   EXIT SECTION
               END-IF
               MOVE DR-CASE-NUM TO DP-CASE-NUM
               READ DISPUTE-FILE
                   INVALID KEY
                       DISPLAY "NO CASE " DR-CASE-NUM " ON FILE"
                   NOT INVALID KEY
                       PERFORM CASE-SHOW
               END-READ
               CLOSE DISPUTE-FILE
               EXIT SECTION
           END-IF

           DISPLAY "---- OPEN DISPUTE CASES ----"
           MOVE ZERO TO DR-OPEN-COUNT
           MOVE ZERO TO DR-OVERDUE-COUNT
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS = "00" THEN
               PERFORM UNTIL WS-DP-STATUS NOT = "00"
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-DP-STATUS
                       NOT AT END
                           IF DP-STATUS = "O" OR DP-STATUS = "U" THEN
                               PERFORM CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF
           IF DR-OPEN-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           ELSE
               DISPLAY "OPEN CASES........: " DR-OPEN-COUNT
               DISPLAY "OVERDUE...........: " DR-OVERDUE-COUNT
           END-IF.
      *----------------------------------------------------------------*
      *    CASE-LINE: one open case - number, station and seat, age,
      *    where it stands and the complaint.
      *----------------------------------------------------------------*
       CASE-LINE                                                SECTION.
           ADD 1 TO DR-OPEN-COUNT
           MOVE ZERO TO DR-AGE
           IF DP-OPENED-DATE NUMERIC
               AND TEST-DATE-YYYYMMDD(DP-OPENED-DATE) = ZERO
               AND DP-OPENED-DATE <= WS-TODAY THEN
               COMPUTE DR-AGE = INTEGER-OF-DATE(WS-TODAY)
                   - INTEGER-OF-DATE(DP-OPENED-DATE)
           END-IF
           EVALUATE TRUE
               WHEN DP-STATUS = "U"
                   MOVE "UPHELD-AWAITING CORRECTION"
                       TO DR-STATUS-TEXT
               WHEN DP-KIND = "D" AND DP-RP-DATE = ZERO
                   MOVE "OPEN-NO REPLAY LINKED" TO DR-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN-AWAITING RULING" TO DR-STATUS-TEXT
           END-EVALUATE
           DISPLAY "CASE " DP-CASE-NUM " STN " DP-STATION-ID SPACE
               DP-SEAT " AGE " DR-AGE " " DR-STATUS-TEXT
               WITH NO ADVANCING
           IF DR-AGE > DISPUTE-DUE-DAYS THEN
               ADD 1 TO DR-OVERDUE-COUNT
               DISPLAY " ** OVERDUE"
           ELSE
               DISPLAY SPACE
           END-IF
           DISPLAY "      " DP-COMPLAINT.
      *----------------------------------------------------------------*
       CASE-SHOW                                                SECTION.
           DISPLAY "---- CASE " DP-CASE-NUM " ----"
           IF DP-KIND = "B" THEN
               DISPLAY "KIND..............: OUT OF BALANCE DAY"
           ELSE
               DISPLAY "KIND..............: DISPUTED POINT"
           END-IF
           EVALUATE DP-STATUS
               WHEN "O"
                   MOVE "OPEN" TO DR-STATUS-TEXT
               WHEN "U"
                   MOVE "UPHELD-AWAITING CORRECTION" TO DR-STATUS-TEXT
               WHEN "D"
                   MOVE "DISMISSED" TO DR-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED BY CORRECTION" TO DR-STATUS-TEXT
               WHEN OTHER
                   MOVE DP-STATUS TO DR-STATUS-TEXT
           END-EVALUATE
           DISPLAY "STATUS............: " DR-STATUS-TEXT
           DISPLAY "STATION / SEAT....: " DP-STATION-ID SPACE DP-SEAT
           IF DP-KIND = "D" THEN
               DISPLAY "MATCH.............: " DP-MATCH-DATE SPACE
                   DP-MATCH-TIME(1:4)
           ELSE
               DISPLAY "DAY...............: " DP-MATCH-DATE
           END-IF
           DISPLAY "COMPLAINT.........: " DP-COMPLAINT
           DISPLAY "OPENED............: " DP-OPENED-DATE SPACE
               DP-OPENED-TIME " BY " DP-OPENED-BY
           IF DP-KIND = "D" THEN
               IF DP-RP-DATE = ZERO THEN
                   DISPLAY "REPLAY............: (NOT LINKED)"
               ELSE
                   DISPLAY "REPLAY............: " DP-RP-DATE SPACE
                       DP-RP-TIME " " DP-RP-TICKS " TICKS BY "
                       DP-LINKED-BY
               END-IF
           END-IF
           IF DP-RULING = "U" OR DP-RULING = "D" THEN
               DISPLAY "RULED.............: " DP-RULED-DATE " BY "
                   DP-RULED-BY " - " DP-RULING-NOTE
           END-IF
           IF DP-STATUS = "D" OR DP-STATUS = "C" THEN
               DISPLAY "CLOSED............: " DP-CLOSED-DATE SPACE
                   DP-CLOSED-TIME " BY " DP-CLOSED-BY
           END-IF
           IF DP-STATUS = "C" THEN
               DISPLAY "CORRECTIONS.......: " DP-ADJ-COUNT
           END-IF.
      *----------------------------------------------------------------*
      *    CASE-FETCH: asks for a case number and reads the case
      *    (DR-CASE-FOUND). The file is not held open across the
      *    dialogue; CASE-REWRITE books the change by key.
      *----------------------------------------------------------------*
       CASE-FETCH                                               SECTION.
           MOVE "N" TO DR-CASE-FOUND
           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "CASE NUMBER.......: " WITH NO ADVANCING
               ACCEPT DR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF DR-FIELD-OK = "Y" THEN
                   DISPLAY "CASE NUMBER IS REQUIRED"
                   MOVE "N" TO DR-FIELD-OK
               END-IF
               IF DR-FIELD-OK = "V" THEN
                   MOVE DR-NUM-WORK TO DR-CASE-NUM
                   MOVE "Y" TO DR-FIELD-OK
               END-IF
           END-PERFORM
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" THEN
               DISPLAY "NO CASES ON FILE"
               EXIT SECTION
           END-IF
           MOVE DR-CASE-NUM TO DP-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "NO CASE " DR-CASE-NUM " ON FILE"
               NOT INVALID KEY
                   MOVE "Y" TO DR-CASE-FOUND
           END-READ
           CLOSE DISPUTE-FILE.
      *----------------------------------------------------------------*
      *    CASE-LAST-FIND: the highest case number on file, zero when
      *    the register has never been used.
      *----------------------------------------------------------------*
       CASE-LAST-FIND                                           SECTION.
           MOVE ZERO TO DR-LAST-CASE
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-DP-STATUS NOT = "00"
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DP-STATUS
                   NOT AT END
                       MOVE DP-CASE-NUM TO DR-LAST-CASE
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.
      *----------------------------------------------------------------*
      *    DISPUTE-OPEN-IO: opens the register for update, creating it
      *    on its first ever use.
      *----------------------------------------------------------------*
       DISPUTE-OPEN-IO                                          SECTION.
           MOVE "N" TO DR-FILE-ERROR
           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS = "35" THEN
               OPEN OUTPUT DISPUTE-FILE
               IF WS-DP-STATUS = "00" THEN
                   CLOSE DISPUTE-FILE
                   OPEN I-O DISPUTE-FILE
               END-IF
           END-IF
           IF WS-DP-STATUS NOT = "00" THEN
               DISPLAY "CASE FILE ERROR " WS-DP-STATUS
                   " dispute.dat - NOTHING CHANGED"
               MOVE "Y" TO DR-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       CASE-REWRITE                                             SECTION.
           MOVE DISPUTE-RECORD TO DR-CASE-HOLD
           PERFORM DISPUTE-OPEN-IO
           IF DR-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE DR-CASE-HOLD TO DISPUTE-RECORD
           REWRITE DISPUTE-RECORD
           IF WS-DP-STATUS NOT = "00" THEN
               DISPLAY "CASE REWRITE ERROR " WS-DP-STATUS
                   " CASE " DP-CASE-NUM
               MOVE "Y" TO DR-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DISPUTE-FILE.
      *----------------------------------------------------------------*
       OPERATOR-ASK                                             SECTION.
           MOVE "N" TO DR-FIELD-OK
           PERFORM UNTIL DR-FIELD-OK = "Y"
               DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
               ACCEPT DR-INPUT
               IF DR-INPUT(1:3) NOT = SPACES
                   AND DR-INPUT(4:27) = SPACES THEN
                   MOVE DR-INPUT(1:3) TO DR-OPERATOR
                   MOVE "Y" TO DR-FIELD-OK
               ELSE
                   DISPLAY "INITIALS ARE REQUIRED (UP TO 3)"
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies, sized
      *    for a case number. Sets DR-FIELD-OK to "Y" for blank, "V"
      *    for a valid number left in DR-NUM-WORK, "N" to re-ask.
      *----------------------------------------------------------------*
       NUMERIC-FIELD-CHECK                                      SECTION.
           IF DR-INPUT = SPACES THEN
               MOVE "Y" TO DR-FIELD-OK
               EXIT SECTION
           END-IF
           IF (DR-INPUT(1:5) NUMERIC AND DR-INPUT(6:25) = SPACES)
               OR
               (DR-INPUT(1:4) NUMERIC AND DR-INPUT(5:26) = SPACES)
               OR
               (DR-INPUT(1:3) NUMERIC AND DR-INPUT(4:27) = SPACES)
               OR
               (DR-INPUT(1:2) NUMERIC AND DR-INPUT(3:28) = SPACES)
               OR
               (DR-INPUT(1:1) NUMERIC AND DR-INPUT(2:29) = SPACES)
               THEN
               MOVE NUMVAL(DR-INPUT) TO DR-NUM-WORK
               MOVE "V" TO DR-FIELD-OK
           ELSE
               DISPLAY "VALUE MUST BE NUMERIC"
               MOVE "N" TO DR-FIELD-OK
           END-IF.
