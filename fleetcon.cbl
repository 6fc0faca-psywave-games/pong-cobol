      *    fleet master files, prints a per-cabinet and fleet-total
      *    summary in the PONG0002 style, and builds the merged
      *    fleet top-10 leaderboard across every cabinet's board.
      *    The board is only published over a clean leaderboard
      *    audit (PONG0017 / lbaudit.cbl) for the day, or one whose
      *    exceptions have been signed off on PONG0014.
      *    Every station-day posted is booked on the run-control
      *    register, and a station-day already on it is never posted
      *    again - a rerun after an abend picks up only the stations
      *    that never started.
       PROGRAM-ID.         PONG0006.

       AUTHOR.             RODRIGO DORNELLES.
           SELECT OPTIONAL FLEET-CREDIT-FILE ASSIGN TO "fleetcred.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*

       FD  FLEET-CREDIT-FILE.
       01  FLEET-CREDIT-RECORD  PIC X(80).
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - one FLEETCON
      *    entry per station-day posted to the fleet masters.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 FC-CR-FILENAME        PIC X(14).
       01 FC-STATIONS-SEEN      PIC 9(2)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    RUN-CONTROL fields: the register stays open for the run.
      *    A station's entry is booked as started just before its
      *    first record is posted, so an abend mid-station still
      *    leaves the station-day on the register.
      *----------------------------------------------------------------*
       01 WS-RN-STATUS          PIC XX.
       01 FC-RN-OPEN            PIC X       VALUE "N".
       01 FC-RN-ON-FILE         PIC X       VALUE "N".
       01 FC-RN-STARTED         PIC X       VALUE "N".
       01 FC-ERROR-SAVE         PIC X       VALUE "N".
       01 FC-STN-ERROR          PIC X       VALUE "N".
       01 FC-STN-IN             PIC 9(7)    VALUE ZERO.
       01 FC-STN-OUT            PIC 9(7)    VALUE ZERO.
       01 FC-STATIONS-SKIPPED   PIC 9(2)    VALUE ZERO.
       01 FC-STATIONS-UNBOOKED  PIC 9(2)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    STATION-TABLE: today's tallies per cabinet, PONG0002 style
      *----------------------------------------------------------------*
       01 STATION-TABLE.
           05 ST-ENTRY OCCURS 99 TIMES.
               10 ST-PRESENT    PIC X       VALUE "N".
               10 ST-POSTED     PIC X       VALUE "N".
               10 ST-NOT-BOOKED PIC X       VALUE "N".
               10 ST-GAMES      PIC 9(5)    VALUE ZERO.
               10 ST-P1-WINS    PIC 9(5)    VALUE ZERO.
               10 ST-P2-WINS    PIC 9(5)    VALUE ZERO.
               10 ST-RALLY-CNT  PIC 9(5)    VALUE ZERO.
               10 ST-COINS      PIC 9(5)    VALUE ZERO.
               10 ST-CENTS      PIC 9(7)    VALUE ZERO.
               10 ST-PLAYS      PIC 9(5)    VALUE ZERO.
               10 ST-COMPS      PIC 9(5)    VALUE ZERO.
               10 ST-HOUR       PIC 9(5)    OCCURS 24 TIMES.
       01 WS-FLEET-GAMES        PIC 9(7)    VALUE ZERO.
       01 WS-FLEET-P1-WINS      PIC 9(7)    VALUE ZERO.
       01 WS-FLEET-RALLY-CNT    PIC 9(7)    VALUE ZERO.
       01 WS-FLEET-COINS        PIC 9(7)    VALUE ZERO.
       01 WS-FLEET-CENTS        PIC 9(9)    VALUE ZERO.
       01 WS-FLEET-PLAYS        PIC 9(7)    VALUE ZERO.
       01 WS-FLEET-COMPS        PIC 9(7)    VALUE ZERO.
       01 WS-TAKINGS-EDIT       PIC 9(7).99.
       01 FLEET-HOUR-TABLE.
           05 FLEET-HOUR        PIC 9(7)    OCCURS 24 TIMES.
       01 FL-INSERT-POS         PIC 9(2)    VALUE ZERO.
       01 FL-RANK               PIC 9(2)    VALUE ZERO.
       01 WS-FLEET-ERROR        PIC X       VALUE "N".
      *----------------------------------------------------------------*
      *    LEADERBOARD-AUDIT fields: the day's LBAUDIT register entry
      *    decides whether the merged board is published or held.
      *----------------------------------------------------------------*
       01 FC-BOARD-HELD         PIC X       VALUE "N".
       01 FC-AUDIT-NOTE         PIC X(40)   VALUE SPACES.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       PERFORM STATION-MERGE
           VARYING FC-STATION FROM 1 BY 1
           UNTIL FC-STATION > MAX-STATIONS.
       PERFORM LEADERBOARD-AUDIT-CHECK.
       PERFORM FLEET-REPORT.
       IF FC-RN-OPEN = "Y" THEN
           CLOSE RUN-CONTROL-FILE
       END-IF.
       IF WS-FLEET-ERROR = "Y" THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           IF FC-BOARD-HELD = "Y" THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
      *----------------------------------------------------------------*
                   UNTIL FC-STATION > MAX-STATIONS
                   MOVE ZERO TO ST-HOUR(FC-STATION, WS-HR-SUB)
               END-PERFORM
           END-PERFORM
      *    without the register a rerun can't be told from a first
      *    run - nothing is posted, the boards still print
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RN-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RN-STATUS = "00" THEN
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-RN-STATUS = "00" THEN
               MOVE "Y" TO FC-RN-OPEN
           ELSE
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - NOTHING POSTED"
               MOVE "Y" TO WS-FLEET-ERROR
           END-IF.
      *----------------------------------------------------------------*
      *    STATION-MERGE: one pass per possible station ID; cabinets
      *    not staged tonight simply aren't present (optional files).
      *    A station-day already on the register still competes for
      *    the fleet board, but nothing of it is posted again.
      *----------------------------------------------------------------*
       STATION-MERGE                                            SECTION.
           MOVE FC-STATION TO FC-STATION-X
               ".dat"         DELIMITED BY SIZE
               INTO FC-CR-FILENAME
           END-STRING
           PERFORM STATION-POSTED-CHECK
           IF ST-POSTED(FC-STATION) = "Y" OR FC-RN-OPEN = "N" THEN
               PERFORM STATION-HISCORE-MERGE
               EXIT SECTION
           END-IF
           MOVE WS-FLEET-ERROR TO FC-ERROR-SAVE
           MOVE "N" TO WS-FLEET-ERROR
           MOVE "N" TO FC-RN-STARTED
           MOVE ZERO TO FC-STN-IN
           MOVE ZERO TO FC-STN-OUT
           PERFORM STATION-MATCH-MERGE
           PERFORM STATION-EVENT-MERGE
           PERFORM STATION-HISCORE-MERGE
           PERFORM STATION-CREDIT-MERGE
           MOVE WS-FLEET-ERROR TO FC-STN-ERROR
           IF FC-ERROR-SAVE = "Y" THEN
               MOVE "Y" TO WS-FLEET-ERROR
           END-IF
           IF FC-RN-STARTED = "Y" THEN
               PERFORM RUNCTL-STATION-END
           END-IF
           IF ST-PRESENT(FC-STATION) = "Y" THEN
               ADD 1 TO FC-STATIONS-SEEN
           END-IF.
                       MOVE "10" TO WS-MS-STATUS
                   NOT AT END
                       IF MS-DATE NUMERIC AND MS-DATE = WS-TODAY THEN
                           IF FC-RN-STARTED = "N"
                               AND ST-NOT-BOOKED(FC-STATION) = "N" THEN
                               PERFORM RUNCTL-STATION-START
                           END-IF
      *    a station-day the register can't hold is not posted at all
      *    - a rerun could not tell it was
                           IF ST-NOT-BOOKED(FC-STATION) = "Y" THEN
                               MOVE "10" TO WS-MS-STATUS
                           ELSE
                               MOVE "Y" TO ST-PRESENT(FC-STATION)
                               ADD 1 TO FC-STN-IN
                               WRITE FLEET-MATCH-RECORD
                                   FROM MATCH-SCORE-RECORD
                               IF WS-FM-STATUS NOT = "00" THEN
                                   MOVE "Y" TO WS-FLEET-ERROR
                               ELSE
                                   ADD 1 TO FC-STN-OUT
                               END-IF
                               ADD 1 TO ST-GAMES(FC-STATION)
                               ADD 1 TO WS-FLEET-GAMES
                               IF MS-WINNER = "P1" THEN
                                   ADD 1 TO ST-P1-WINS(FC-STATION)
                                   ADD 1 TO WS-FLEET-P1-WINS
                               ELSE
                                   IF MS-WINNER = "P2" THEN
                                       ADD 1 TO ST-P2-WINS(FC-STATION)
                                       ADD 1 TO WS-FLEET-P2-WINS
                                   ELSE
                                       ADD 1 TO ST-TIES(FC-STATION)
                                       ADD 1 TO WS-FLEET-TIES
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                       MOVE "10" TO WS-EL-STATUS
                   NOT AT END
                       IF EL-DATE NUMERIC AND EL-DATE = WS-TODAY THEN
                           IF FC-RN-STARTED = "N"
                               AND ST-NOT-BOOKED(FC-STATION) = "N" THEN
                               PERFORM RUNCTL-STATION-START
                           END-IF
      *    a station-day the register can't hold is not posted at all
      *    - a rerun could not tell it was
                           IF ST-NOT-BOOKED(FC-STATION) = "Y" THEN
                               MOVE "10" TO WS-EL-STATUS
                           ELSE
                               MOVE "Y" TO ST-PRESENT(FC-STATION)
                               ADD 1 TO FC-STN-IN
                               WRITE FLEET-EVENT-RECORD
                                   FROM EVENT-LOG-RECORD
                               IF WS-FE-STATUS NOT = "00" THEN
                                   MOVE "Y" TO WS-FLEET-ERROR
                               ELSE
                                   ADD 1 TO FC-STN-OUT
                               END-IF
                               PERFORM EVENT-TALLY-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE "10" TO WS-CR-STATUS
                   NOT AT END
                       IF CR-DATE NUMERIC AND CR-DATE = WS-TODAY THEN
                           IF FC-RN-STARTED = "N"
                               AND ST-NOT-BOOKED(FC-STATION) = "N" THEN
                               PERFORM RUNCTL-STATION-START
                           END-IF
      *    a station-day the register can't hold is not posted at all
      *    - a rerun could not tell it was
                           IF ST-NOT-BOOKED(FC-STATION) = "Y" THEN
                               MOVE "10" TO WS-CR-STATUS
                           ELSE
                               MOVE "Y" TO ST-PRESENT(FC-STATION)
                               ADD 1 TO FC-STN-IN
                               WRITE FLEET-CREDIT-RECORD
                                   FROM CREDIT-LOG-RECORD
                               IF WS-FC-STATUS NOT = "00" THEN
                                   MOVE "Y" TO WS-FLEET-ERROR
                               ELSE
                                   ADD 1 TO FC-STN-OUT
                               END-IF
                               IF CR-EVENT = "COIN"
                                   AND CR-AMOUNT-CENTS NUMERIC THEN
                                   ADD 1 TO ST-COINS(FC-STATION)
                                   ADD 1 TO WS-FLEET-COINS
                                   ADD CR-AMOUNT-CENTS
                                       TO ST-CENTS(FC-STATION)
                                   ADD CR-AMOUNT-CENTS TO WS-FLEET-CENTS
                               END-IF
      *    paid and comp plays are counted apart - a comp took no
      *    coin and must never be read as takings
                               IF CR-EVENT = "PLAY" THEN
                                   ADD 1 TO ST-PLAYS(FC-STATION)
                                   ADD 1 TO WS-FLEET-PLAYS
                               END-IF
                               IF CR-EVENT = "COMP" THEN
                                   ADD 1 TO ST-COMPS(FC-STATION)
                                   ADD 1 TO WS-FLEET-COMPS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           DISPLAY "==== PONG0006 FLEET CONSOLIDATION ===="
           DISPLAY "REPORT DATE.......: " WS-TODAY
           DISPLAY "CABINETS MERGED...: " FC-STATIONS-SEEN
           IF FC-STATIONS-SKIPPED > ZERO THEN
               DISPLAY "ALREADY POSTED....: " FC-STATIONS-SKIPPED
                   " (RESET ON PONG0014 TO REPOST)"
           END-IF
           IF FC-STATIONS-UNBOOKED > ZERO THEN
               DISPLAY "NOT POSTED........: " FC-STATIONS-UNBOOKED
                   " (RUN REGISTER NOT BOOKED - RERUN)"
           END-IF
           DISPLAY "---- PER CABINET ----"
           PERFORM VARYING FC-STATION FROM 1 BY 1
               UNTIL FC-STATION > MAX-STATIONS
               IF ST-POSTED(FC-STATION) = "Y" THEN
                   MOVE FC-STATION TO FC-STATION-X
                   DISPLAY "STATION " FC-STATION-X
                       " ALREADY POSTED FOR " WS-TODAY
                       " - NOT MERGED AGAIN"
               END-IF
               IF ST-NOT-BOOKED(FC-STATION) = "Y" THEN
                   MOVE FC-STATION TO FC-STATION-X
                   DISPLAY "STATION " FC-STATION-X
                       " NOT POSTED - RUN REGISTER NOT BOOKED"
               END-IF
               IF ST-PRESENT(FC-STATION) = "Y"
                   AND ST-POSTED(FC-STATION) = "N" THEN
                   MOVE FC-STATION TO FC-STATION-X
                   DISPLAY "STATION " FC-STATION-X
                       " GAMES " ST-GAMES(FC-STATION)
                       ST-CENTS(FC-STATION) / 100
                   DISPLAY "           TAKINGS " WS-TAKINGS-EDIT
                       " (" ST-COINS(FC-STATION) " COINS)"
                   DISPLAY "           PAID PLAYS " ST-PLAYS(FC-STATION)
                       " COMP PLAYS " ST-COMPS(FC-STATION)
               END-IF
           END-PERFORM
           DISPLAY "---- FLEET TOTALS ----"
           COMPUTE WS-TAKINGS-EDIT = WS-FLEET-CENTS / 100
           DISPLAY "COINS DROPPED.....: " WS-FLEET-COINS
           DISPLAY "TAKINGS...........: " WS-TAKINGS-EDIT
           DISPLAY "PAID PLAYS........: " WS-FLEET-PLAYS
           DISPLAY "COMP PLAYS........: " WS-FLEET-COMPS
           DISPLAY "---- FLEET LEADERBOARD ----"
           IF FC-BOARD-HELD = "Y" THEN
               DISPLAY "** BOARD HELD - " FC-AUDIT-NOTE " **"
               EXIT SECTION
           END-IF
           IF FC-AUDIT-NOTE NOT = SPACES THEN
               DISPLAY "(" FC-AUDIT-NOTE ")"
           END-IF
           PERFORM VARYING FL-RANK FROM 1 BY 1 UNTIL FL-RANK > FL-COUNT
               DISPLAY FL-RANK SPACE FL-INITIALS(FL-RANK) SPACE
                   FL-SCORE(FL-RANK) SPACE FL-DATE(FL-RANK)
                   COMPUTE WS-BUSIEST-HOUR = WS-HR-SUB - 1
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    LEADERBOARD-AUDIT-CHECK: the board publishes over a clean
      *    LBAUDIT entry for the day or one signed off ("O") on
      *    PONG0014. An audit that failed, never finished, or was
      *    reset for a rerun holds it - and so does a register that
      *    can't be read, since a sign-off can't be seen without it.
      *    A day never audited still publishes, flagged as such.
      *----------------------------------------------------------------*
       LEADERBOARD-AUDIT-CHECK                                  SECTION.
           MOVE "N" TO FC-BOARD-HELD
           MOVE SPACES TO FC-AUDIT-NOTE
           IF FC-RN-OPEN = "N" THEN
               MOVE "Y" TO FC-BOARD-HELD
               MOVE "RUN REGISTER UNAVAILABLE" TO FC-AUDIT-NOTE
               EXIT SECTION
           END-IF
           MOVE "LBAUDIT" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE ZERO TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "NOT AUDITED TODAY" TO FC-AUDIT-NOTE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RN-STATUS = "O"
                           STRING "AUDIT SIGNED OFF BY "
                               DELIMITED BY SIZE
                               RN-RESET-BY DELIMITED BY SIZE
                               INTO FC-AUDIT-NOTE
                           END-STRING
                       WHEN RN-STATUS = "C" AND RN-RETURN-CODE = ZERO
                           CONTINUE
                       WHEN RN-STATUS = "C"
                           MOVE "Y" TO FC-BOARD-HELD
                           STRING "AUDIT RC " DELIMITED BY SIZE
                               RN-RETURN-CODE DELIMITED BY SIZE
                               " NOT SIGNED OFF" DELIMITED BY SIZE
                               INTO FC-AUDIT-NOTE
                           END-STRING
                       WHEN RN-STATUS = "S"
                           MOVE "Y" TO FC-BOARD-HELD
                           MOVE "AUDIT DID NOT FINISH" TO FC-AUDIT-NOTE
                       WHEN OTHER
                           MOVE "Y" TO FC-BOARD-HELD
                           MOVE "AUDIT RESET - AWAITING RERUN"
                               TO FC-AUDIT-NOTE
                   END-EVALUATE
           END-READ.
      *----------------------------------------------------------------*
      *    STATION-POSTED-CHECK: any register entry for the
      *    station-day short of a reset - complete, or started and
      *    never finished - means its records may already be on the
      *    fleet masters.
      *----------------------------------------------------------------*
       STATION-POSTED-CHECK                                     SECTION.
           MOVE "N" TO ST-POSTED(FC-STATION)
           MOVE "N" TO FC-RN-ON-FILE
           IF FC-RN-OPEN = "N" THEN
               EXIT SECTION
           END-IF
           MOVE "FLEETCON" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE FC-STATION TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO FC-RN-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO FC-RN-ON-FILE
                   IF RN-STATUS NOT = "R" THEN
                       MOVE "Y" TO ST-POSTED(FC-STATION)
                       ADD 1 TO FC-STATIONS-SKIPPED
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
      *    RUNCTL-STATION-START: books the station-day as started
      *    before its first record reaches a fleet master. A reset
      *    entry is booked over, keeping who reset it. Only a booked
      *    station is started; one that can't be booked is marked
      *    ST-NOT-BOOKED and none of its records are merged.
      *----------------------------------------------------------------*
       RUNCTL-STATION-START                                     SECTION.
           MOVE "FLEETCON" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE FC-STATION TO RN-STATION-ID
           IF FC-RN-ON-FILE = "N" THEN
               MOVE SPACES TO RN-RESET-BY
               MOVE ZERO TO RN-RESET-DATE
           END-IF
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE "S" TO RN-STATUS
           MOVE WS-CURRENT-DATE(1:8) TO RN-START-DATE
           MOVE WS-CURRENT-DATE(9:6) TO RN-START-TIME
           MOVE ZERO TO RN-END-DATE
           MOVE ZERO TO RN-END-TIME
           MOVE ZERO TO RN-RETURN-CODE
           MOVE ZERO TO RN-RECORDS-IN
           MOVE ZERO TO RN-RECORDS-OUT
           IF FC-RN-ON-FILE = "Y" THEN
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - STATION " FC-STATION-X
                   " NOT BOOKED - NOT POSTED"
               MOVE "Y" TO WS-FLEET-ERROR
               MOVE "Y" TO ST-NOT-BOOKED(FC-STATION)
               ADD 1 TO FC-STATIONS-UNBOOKED
           ELSE
               MOVE "Y" TO FC-RN-STARTED
               MOVE "Y" TO FC-RN-ON-FILE
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-STATION-END: completes the station-day with what
      *    was read and posted. A station that hit an error is still
      *    booked complete (RC 8) - part of it is on the masters, so
      *    it must be backed out and reset before it is posted again.
      *----------------------------------------------------------------*
       RUNCTL-STATION-END                                       SECTION.
           MOVE "FLEETCON" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE FC-STATION TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                       " runctl.dat - STATION " FC-STATION-X
                       " NOT BOOKED"
                   MOVE "Y" TO WS-FLEET-ERROR
               NOT INVALID KEY
                   MOVE CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE "C" TO RN-STATUS
                   MOVE WS-CURRENT-DATE(1:8) TO RN-END-DATE
                   MOVE WS-CURRENT-DATE(9:6) TO RN-END-TIME
                   IF FC-STN-ERROR = "Y" THEN
                       MOVE 8 TO RN-RETURN-CODE
                   ELSE
                       MOVE ZERO TO RN-RETURN-CODE
                   END-IF
                   MOVE FC-STN-IN TO RN-RECORDS-IN
                   MOVE FC-STN-OUT TO RN-RECORDS-OUT
                   REWRITE RUN-CONTROL-RECORD
                   IF WS-RN-STATUS NOT = "00" THEN
                       DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                           " runctl.dat - STATION " FC-STATION-X
                           " NOT BOOKED"
                       MOVE "Y" TO WS-FLEET-ERROR
                   END-IF
           END-READ.
