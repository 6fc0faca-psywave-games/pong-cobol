      *    than the retention cutoff into monthly archive files (same
      *    MATCHSCR / EVTLOG layouts), rewrites the live files with
      *    only the retained records, and appends a manifest record
      *    per file so nothing is ever silently lost. A day only
      *    moves once the run-control register shows it balanced by
      *    PONG0004 and reported by PONG0002; any other day stays in
      *    the live file, listed on the summary, until it is.
       PROGRAM-ID.         PONG0003.

       AUTHOR.             RODRIGO DORNELLES.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "archmanif.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FD  MANIFEST-FILE.
           COPY ARCMANIF.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - read for the
      *    VALRECON and DAYRPT entries that clear a day for purging,
      *    and booked with this run's own ARCHPURG entry.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 WS-EL-ARCH-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-EL-KEPT-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-ARCHIVE-ERROR      PIC X       VALUE "N".

      *----------------------------------------------------------------*
      *    DAY-CLEARANCE fields: the last day looked up on the
      *    register is remembered, since both live files run in date
      *    order. Days refused are kept for the summary with the
      *    reason they stayed.
      *----------------------------------------------------------------*
       01 WS-RN-STATUS          PIC XX.
       01 WS-RN-OPEN            PIC X       VALUE "N".
       01 WS-RN-ON-FILE         PIC X       VALUE "N".
       01 ARC-CHECK-DATE        PIC 9(8)    VALUE ZERO.
       01 ARC-LAST-DATE         PIC 9(8)    VALUE ZERO.
       01 ARC-DAY-CLEARED       PIC X       VALUE "N".
       01 ARC-LAST-CLEARED      PIC X       VALUE "N".
       01 ARC-HELD-REASON       PIC X(24)   VALUE SPACES.
       01 WS-MS-HELD-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-EL-HELD-COUNT      PIC 9(7)    VALUE ZERO.
       01 HELD-DAY-TABLE.
           05 HD-ENTRY OCCURS 50 TIMES.
               10 HD-DATE       PIC 9(8).
               10 HD-REASON     PIC X(24).
       01 HD-COUNT              PIC 9(2)    VALUE ZERO.
       01 HD-SUB                PIC 9(2).
       01 HD-FOUND              PIC X.
       01 HD-OVERFLOW           PIC 9(5)    VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM ARCHIVE-INIT.
       PERFORM RUNCTL-BEGIN.
       PERFORM MATCHSCORE-ARCHIVE.
       PERFORM EVENTLOG-ARCHIVE.
       PERFORM ARCHIVE-SUMMARY.
       IF WS-ARCHIVE-ERROR = "Y" THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-MS-HELD-COUNT > ZERO OR WS-EL-HELD-COUNT > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       PERFORM RUNCTL-END.
       GOBACK.
      *----------------------------------------------------------------*
       ARCHIVE-INIT                                             SECTION.
      *    monthly archives (older than cutoff) and a temp file
      *    (retained); pass 2 rewrites the live file from the temp.
      *    A record with a mangled date is always retained, so the
      *    reconciliation step can still flag it; so is a record
      *    whose day the register has not cleared.
      *----------------------------------------------------------------*
       MATCHSCORE-ARCHIVE                                       SECTION.
           OPEN INPUT MATCH-SCORE-FILE
                       MOVE "10" TO WS-MS-STATUS
                   NOT AT END
                       ADD 1 TO WS-MS-READ-COUNT
                       MOVE "N" TO ARC-DAY-CLEARED
                       IF MS-DATE NUMERIC
                           AND MS-DATE < WS-CUTOFF-DATE THEN
                           MOVE MS-DATE TO ARC-CHECK-DATE
                           PERFORM DAY-CLEARED-CHECK
                           IF ARC-DAY-CLEARED = "N" THEN
                               ADD 1 TO WS-MS-HELD-COUNT
                           END-IF
                       END-IF
                       IF ARC-DAY-CLEARED = "Y" THEN
                           PERFORM MATCH-ARC-WRITE
                       ELSE
                           ADD 1 TO WS-MS-KEPT-COUNT
                       MOVE "10" TO WS-EL-STATUS
                   NOT AT END
                       ADD 1 TO WS-EL-READ-COUNT
                       MOVE "N" TO ARC-DAY-CLEARED
                       IF EL-DATE NUMERIC
                           AND EL-DATE < WS-CUTOFF-DATE THEN
                           MOVE EL-DATE TO ARC-CHECK-DATE
                           PERFORM DAY-CLEARED-CHECK
                           IF ARC-DAY-CLEARED = "N" THEN
                               ADD 1 TO WS-EL-HELD-COUNT
                           END-IF
                       END-IF
                       IF ARC-DAY-CLEARED = "Y" THEN
                           PERFORM EVENT-ARC-WRITE
                       ELSE
                           ADD 1 TO WS-EL-KEPT-COUNT
           DISPLAY "EVENTLOG READ.....: " WS-EL-READ-COUNT
           DISPLAY "  ARCHIVED / KEPT : " WS-EL-ARCH-COUNT " / "
               WS-EL-KEPT-COUNT
           DISPLAY "HELD NOT CLEARED..: " WS-MS-HELD-COUNT
               " MATCHES / " WS-EL-HELD-COUNT " EVENTS"
           DISPLAY "---- DAYS HELD ----"
           IF HD-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
               DISPLAY HD-DATE(HD-SUB) " - " HD-REASON(HD-SUB)
           END-PERFORM
           IF HD-OVERFLOW > ZERO THEN
               DISPLAY "OTHER DAYS HELD...: " HD-OVERFLOW
           END-IF
           IF WS-ARCHIVE-ERROR = "Y" THEN
               DISPLAY "** ARCHIVE ERROR - LIVE FILES NOT PURGED **"
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-BEGIN: opens the register for the whole run and
      *    books this run's ARCHPURG entry as started. Without the
      *    register no day can be proven cleared, so nothing moves
      *    and the run is flagged.
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
                   " runctl.dat - NO DAY CAN BE CLEARED"
               MOVE "Y" TO WS-ARCHIVE-ERROR
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-RN-OPEN
           MOVE "ARCHPURG" TO RN-JOB-NAME
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
           MOVE WS-RUN-TIME TO RN-START-TIME
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
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - RUN NOT BOOKED"
           END-IF.
      *----------------------------------------------------------------*
      *    DAY-CLEARED-CHECK: a day older than the cutoff may move
      *    only when its VALRECON entry is complete and balanced (RC
      *    below 8 - the same gate DAYRPT runs under) and its DAYRPT
      *    entry is complete. Sets ARC-DAY-CLEARED for ARC-CHECK-DATE
      *    and books a refused day once for the summary.
      *----------------------------------------------------------------*
       DAY-CLEARED-CHECK                                        SECTION.
           IF ARC-CHECK-DATE = ARC-LAST-DATE THEN
               MOVE ARC-LAST-CLEARED TO ARC-DAY-CLEARED
               EXIT SECTION
           END-IF
           MOVE "N" TO ARC-DAY-CLEARED
           MOVE SPACES TO ARC-HELD-REASON
           IF WS-RN-OPEN = "N" THEN
               MOVE "REGISTER UNAVAILABLE" TO ARC-HELD-REASON
           ELSE
               MOVE "VALRECON" TO RN-JOB-NAME
               MOVE ARC-CHECK-DATE TO RN-BUS-DATE
               MOVE ZERO TO RN-STATION-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE "NOT RECONCILED" TO ARC-HELD-REASON
                   NOT INVALID KEY
                       IF RN-STATUS NOT = "C" THEN
                           MOVE "RECONCILE NOT COMPLETE"
                               TO ARC-HELD-REASON
                       ELSE
                           IF RN-RETURN-CODE >= 8 THEN
                               MOVE "RECONCILE OUT OF BALANCE"
                                   TO ARC-HELD-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF ARC-HELD-REASON = SPACES THEN
               MOVE "DAYRPT" TO RN-JOB-NAME
               MOVE ARC-CHECK-DATE TO RN-BUS-DATE
               MOVE ZERO TO RN-STATION-ID
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE "NO DAYBOOK" TO ARC-HELD-REASON
                   NOT INVALID KEY
                       IF RN-STATUS NOT = "C" THEN
                           MOVE "DAYBOOK NOT COMPLETE"
                               TO ARC-HELD-REASON
                       END-IF
               END-READ
           END-IF
           IF ARC-HELD-REASON = SPACES THEN
               MOVE "Y" TO ARC-DAY-CLEARED
           ELSE
               PERFORM HELD-DAY-BOOK
           END-IF
           MOVE ARC-CHECK-DATE TO ARC-LAST-DATE
           MOVE ARC-DAY-CLEARED TO ARC-LAST-CLEARED.
      *----------------------------------------------------------------*
       HELD-DAY-BOOK                                            SECTION.
           MOVE "N" TO HD-FOUND
           PERFORM VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT
               IF HD-DATE(HD-SUB) = ARC-CHECK-DATE THEN
                   MOVE "Y" TO HD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF HD-FOUND = "N" THEN
               IF HD-COUNT < 50 THEN
                   ADD 1 TO HD-COUNT
                   MOVE ARC-CHECK-DATE TO HD-DATE(HD-COUNT)
                   MOVE ARC-HELD-REASON TO HD-REASON(HD-COUNT)
               ELSE
                   ADD 1 TO HD-OVERFLOW
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-END: completes this run's entry with the return
      *    code and the records read and moved, and closes the
      *    register.
      *----------------------------------------------------------------*
       RUNCTL-END                                               SECTION.
           IF WS-RN-OPEN = "N" THEN
               EXIT SECTION
           END-IF
           MOVE "ARCHPURG" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE ZERO TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                       " runctl.dat - RUN NOT BOOKED"
               NOT INVALID KEY
                   MOVE CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE "C" TO RN-STATUS
                   MOVE WS-CURRENT-DATE(1:8) TO RN-END-DATE
                   MOVE WS-CURRENT-DATE(9:6) TO RN-END-TIME
                   MOVE RETURN-CODE TO RN-RETURN-CODE
                   COMPUTE RN-RECORDS-IN =
                       WS-MS-READ-COUNT + WS-EL-READ-COUNT
                   COMPUTE RN-RECORDS-OUT =
                       WS-MS-ARCH-COUNT + WS-EL-ARCH-COUNT
                   REWRITE RUN-CONTROL-RECORD
                   IF WS-RN-STATUS NOT = "00" THEN
                       DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                           " runctl.dat - RUN NOT BOOKED"
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.
