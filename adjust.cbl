      *    reason, operator, timestamp) to adjrnl.dat, and the
      *    reconciliation and daybook apply them - nobody edits
      *    matchscore.dat or eventlog.dat and the evidence survives.
      *    Every correction cites a case on the dispute register
      *    (dispute.dat, PONG0021) that has been ruled upheld; the
      *    station and default target day come from the case, and
      *    booking the correction closes it. Further corrections for
      *    a case closed earlier in the same sitting may cite it
      *    again. Returns 8 when the journal or the register could
      *    not be updated.
       PROGRAM-ID.         PONG0012.

       AUTHOR.             RODRIGO DORNELLES.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO "adjrnl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "dispute.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CASE-NUM
               FILE STATUS IS WS-DP-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FD  ADJUSTMENT-FILE.
           COPY ADJRNL.
      *----------------------------------------------------------------*
      *    DISPUTE-FILE: the case register - a correction must cite a
      *    case ruled upheld, and closes it.
      *----------------------------------------------------------------*
       FD  DISPUTE-FILE.
           COPY DISPUTE.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 ADJ-DELTA             PIC S9(3)  VALUE ZERO.
       01 ADJ-REASON            PIC X(30).
       01 ADJ-OPERATOR          PIC X(3).
      *----------------------------------------------------------------*
      *    CASE fields: the case cited, its day, and the last case
      *    this sitting closed (it may be cited again for the other
      *    file or side of the same correction).
      *----------------------------------------------------------------*
       01 WS-DP-STATUS          PIC XX.
       01 ADJ-CASE-NUM          PIC 9(5)   VALUE ZERO.
       01 ADJ-CASE-DATE         PIC 9(8)   VALUE ZERO.
       01 ADJ-CASE-OK           PIC X      VALUE "N".
       01 ADJ-RUN-CASE          PIC 9(5)   VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
               END-IF
           END-IF

           PERFORM CASE-CITE
           IF ADJ-CASE-OK NOT = "Y" THEN
               DISPLAY "NO CASE CITED - CORRECTION NOT BOOKED"
               EXIT SECTION
           END-IF

           MOVE "N" TO ADJ-FIELD-OK
           PERFORM UNTIL ADJ-FIELD-OK = "Y"
               DISPLAY "TARGET DATE YYYYMMDD (BLANK=" ADJ-CASE-DATE
                   "): " WITH NO ADVANCING
               ACCEPT ADJ-INPUT
               IF ADJ-INPUT = SPACES THEN
                   MOVE ADJ-CASE-DATE TO ADJ-TARGET-DATE
                   MOVE "Y" TO ADJ-FIELD-OK
               ELSE
                   IF ADJ-INPUT(1:8) NUMERIC THEN
               END-IF
           END-PERFORM

      *    the station is the case's - a correction can only land on
      *    the cabinet the case was raised against
           DISPLAY "STATION.......: " ADJ-STATION " (FROM CASE)"

           MOVE "N" TO ADJ-FIELD-OK
           PERFORM UNTIL ADJ-FIELD-OK = "Y"

           PERFORM ADJUSTMENT-WRITE.
      *----------------------------------------------------------------*
      *    CASE-CITE: the case the correction is booked under. It must
      *    be on the register and ruled upheld - an unruled case has
      *    not had its evidence weighed, a dismissed or closed one
      *    has nothing left to correct - unless this sitting closed
      *    it. Sets ADJ-CASE-OK, and the case's station and day.
      *----------------------------------------------------------------*
       CASE-CITE                                                SECTION.
           MOVE "N" TO ADJ-CASE-OK
           MOVE "N" TO ADJ-FIELD-OK
           PERFORM UNTIL ADJ-FIELD-OK = "Y"
               DISPLAY "CASE NUMBER (BLANK=NONE): " WITH NO ADVANCING
               ACCEPT ADJ-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF ADJ-FIELD-OK = "Y" THEN
                   EXIT SECTION
               END-IF
               IF ADJ-FIELD-OK = "V" THEN
                   IF ADJ-NUM-WORK >= 1 AND ADJ-NUM-WORK <= 99999 THEN
                       MOVE ADJ-NUM-WORK TO ADJ-CASE-NUM
                       MOVE "Y" TO ADJ-FIELD-OK
                   ELSE
                       DISPLAY "CASE NUMBER MUST BE 1-99999"
                       MOVE "N" TO ADJ-FIELD-OK
                   END-IF
               END-IF
           END-PERFORM
           OPEN INPUT DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" THEN
               DISPLAY "NO CASES ON FILE - OPEN ONE ON PONG0021"
               EXIT SECTION
           END-IF
           MOVE ADJ-CASE-NUM TO DP-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "NO CASE " ADJ-CASE-NUM " ON FILE"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DP-STATUS = "U"
                           MOVE "Y" TO ADJ-CASE-OK
                       WHEN DP-STATUS = "C"
                           AND DP-CASE-NUM = ADJ-RUN-CASE
                           MOVE "Y" TO ADJ-CASE-OK
                       WHEN DP-STATUS = "O"
                           DISPLAY "CASE " ADJ-CASE-NUM " NOT YET"
                               " RULED - RULE IT ON PONG0021 FIRST"
                       WHEN DP-STATUS = "D"
                           DISPLAY "CASE " ADJ-CASE-NUM " WAS"
                               " DISMISSED - NOTHING TO CORRECT"
                       WHEN OTHER
                           DISPLAY "CASE " ADJ-CASE-NUM " IS CLOSED"
                   END-EVALUATE
           END-READ
           IF ADJ-CASE-OK = "Y" THEN
               MOVE DP-STATION-ID TO ADJ-STATION
               MOVE DP-MATCH-DATE TO ADJ-CASE-DATE
               DISPLAY "CASE " DP-CASE-NUM " STN " DP-STATION-ID
                   SPACE DP-SEAT " - " DP-COMPLAINT
               DISPLAY "RULED " DP-RULED-DATE " BY " DP-RULED-BY
                   " - " DP-RULING-NOTE
           END-IF
           CLOSE DISPUTE-FILE.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies, sized
      *    for up to seven digits. Sets ADJ-FIELD-OK to "Y" for
           MOVE ADJ-DELTA TO AJ-DELTA
           MOVE ADJ-REASON TO AJ-REASON
           MOVE ADJ-OPERATOR TO AJ-OPERATOR
           MOVE ADJ-CASE-NUM TO AJ-CASE-NUM

           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-AJ-STATUS = "05" THEN
           IF WS-AJ-STATUS = "00" THEN
               ADD 1 TO ADJ-BOOKED
               DISPLAY "CORRECTION BOOKED"
               PERFORM CASE-CLOSE
           ELSE
               DISPLAY "JOURNAL FILE ERROR " WS-AJ-STATUS
                   " - CORRECTION NOT BOOKED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ADJUSTMENT-FILE.
      *----------------------------------------------------------------*
      *    CASE-CLOSE: the booked correction settles the case it
      *    cited - closed by the operator who booked it, the count of
      *    corrections against it kept.
      *----------------------------------------------------------------*
       CASE-CLOSE                                               SECTION.
           OPEN I-O DISPUTE-FILE
           IF WS-DP-STATUS NOT = "00" THEN
               DISPLAY "CASE FILE ERROR " WS-DP-STATUS
                   " - CASE " ADJ-CASE-NUM " NOT CLOSED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE ADJ-CASE-NUM TO DP-CASE-NUM
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "CASE " ADJ-CASE-NUM " NOT ON FILE - NOT"
                       " CLOSED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE DISPUTE-FILE
                   EXIT SECTION
           END-READ
           IF DP-STATUS NOT = "C" THEN
               MOVE "C" TO DP-STATUS
               MOVE AJ-ENTRY-DATE TO DP-CLOSED-DATE
               MOVE AJ-ENTRY-TIME TO DP-CLOSED-TIME
               MOVE ADJ-OPERATOR TO DP-CLOSED-BY
               MOVE ZERO TO DP-ADJ-COUNT
           END-IF
           ADD 1 TO DP-ADJ-COUNT
           REWRITE DISPUTE-RECORD
           IF WS-DP-STATUS = "00" THEN
               MOVE ADJ-CASE-NUM TO ADJ-RUN-CASE
               DISPLAY "CASE " ADJ-CASE-NUM " CLOSED"
           ELSE
               DISPLAY "CASE REWRITE ERROR " WS-DP-STATUS
                   " - CASE " ADJ-CASE-NUM " NOT CLOSED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DISPUTE-FILE.
