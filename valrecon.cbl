           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO "adjrnl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       FD  ADJUSTMENT-FILE.
           COPY ADJRNL.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - the day's
      *    VALRECON entry is what lets the archive job purge the day.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 WS-TRL-P1-POINTS      PIC 9(7)    VALUE ZERO.
       01 WS-TRL-P2-POINTS      PIC 9(7)    VALUE ZERO.
       01 WS-EL-DETAIL-COUNT    PIC 9(7)    VALUE ZERO.

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
       PERFORM RECON-INIT.
       PERFORM RUNCTL-BEGIN.
       PERFORM MATCHSCORE-TOTAL.
       PERFORM EVENTLOG-TOTAL.
       PERFORM ADJUSTMENT-TOTAL.
       PERFORM SESSION-PROOF.
       PERFORM RECON-COMPARE.
       PERFORM RECON-PRINT.
       PERFORM RUNCTL-END.
       GOBACK.
      *----------------------------------------------------------------*
       RECON-INIT                                               SECTION.
                   DISPLAY "FILES BALANCED"
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-BEGIN: books the day's VALRECON entry as started
      *    before anything is read - an entry left at "S" is a run
      *    that never finished. A rerun simply books over the entry.
      *    The register is created on its first ever use.
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
           MOVE "VALRECON" TO RN-JOB-NAME
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
      *    RUNCTL-END: completes the entry with the end time, the
      *    return code the scheduler sees and the records checked.
      *    An unbooked run can't clear the day for the archive job,
      *    so a register failure is never reported as a clean pass.
      *----------------------------------------------------------------*
       RUNCTL-END                                               SECTION.
           IF WS-RN-BOOKED = "Y" THEN
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RN-STATUS = "00" THEN
                   MOVE "VALRECON" TO RN-JOB-NAME
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
                           COMPUTE RN-RECORDS-IN =
                               WS-MS-RECORD-NUM + WS-EL-RECORD-NUM
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
