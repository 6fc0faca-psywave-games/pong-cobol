      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        glxtract.cbl
      *    Nightly general-ledger interface extract. Reads the
      *    business day's credit ledger - the fleet master
      *    fleetcred.dat once FLEETCON has posted the day, otherwise
      *    the cabinet's own credlog.dat - and the day's supervised
      *    corrections off adjrnl.dat, and writes one fixed-format
      *    journal file (gljrnl.NNNNNN.dat, GLJRNL layout) for the
      *    accounting system: a header, a cash debit and a matching
      *    play-revenue credit per station cost centre, zero-value
      *    memo lines for comp plays and score corrections, and a
      *    trailer with the record count and hash totals. NNNNNN is
      *    the run sequence number, one up on the last run booked in
      *    the extract history (glrun.dat), so a voided file is never
      *    overwritten. The day is booked as GLXTRACT on the
      *    run-control register and a second file for the same day is
      *    refused until the first is voided by resetting that entry
      *    on PONG0014. The control report prints the revenue totals
      *    the way the daybook (PONG0002) prints them, so the
      *    bookkeeper ticks the journal straight back to the day's
      *    published figures.
      *    Return codes: 0 clean, 4 tie-back unconfirmed, 8 refused or
      *    file error.
       PROGRAM-ID.         PONG0018.

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
           SELECT OPTIONAL CREDIT-LOG-FILE
               ASSIGN TO DYNAMIC GL-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO "adjrnl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO DYNAMIC GL-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.

           SELECT OPTIONAL GL-RUN-FILE ASSIGN TO "glrun.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.

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
      *    CREDIT-LOG-FILE: the fleet master or the cabinet ledger -
      *    fleetcred.dat carries the cabinet records unchanged, so
      *    one copybook reads both.
      *----------------------------------------------------------------*
       FD  CREDIT-LOG-FILE.
           COPY CREDLOG.
      *----------------------------------------------------------------*
      *    ADJUSTMENT-FILE: the supervised correction journal. Its
      *    deltas are points, not money - they reach the ledger as
      *    memo lines only.
      *----------------------------------------------------------------*
       FD  ADJUSTMENT-FILE.
           COPY ADJRNL.
      *----------------------------------------------------------------*
      *    GL-JOURNAL-FILE: the interface file for the accounts, one
      *    per run, named for its run sequence number.
      *----------------------------------------------------------------*
       FD  GL-JOURNAL-FILE.
           COPY GLJRNL.
      *----------------------------------------------------------------*
      *    GL-RUN-FILE: the extract history - one record appended per
      *    journal file written, carrying its sequence number, day,
      *    file name, control totals and return code. The highest
      *    sequence on it is where the next run counts on from.
      *----------------------------------------------------------------*
       FD  GL-RUN-FILE.
       01  GL-RUN-RECORD.
           05 GR-RUN-SEQ       PIC 9(6).
           05 GR-BUS-DATE      PIC 9(8).
           05 GR-RUN-DATE      PIC 9(8).
           05 GR-RUN-TIME      PIC 9(6).
           05 GR-FILE-NAME     PIC X(17).
           05 GR-SOURCE        PIC X(14).
           05 GR-RECORD-COUNT  PIC 9(7).
           05 GR-DEBIT-CENTS   PIC 9(11).
           05 GR-CREDIT-CENTS  PIC 9(11).
           05 GR-RETURN-CODE   PIC 9(2).
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - the day's
      *    GLXTRACT entry is what stops a second journal going out.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    EXTRACT-VARIABLES
      *----------------------------------------------------------------*
      *    GL: work fields for the run. The account codes are the
      *    accounts' chart entries for coin cash held in the machines,
      *    play revenue, and the statistical (no money) account the
      *    memo lines are posted to.
       78 MAX-STATIONS                      VALUE 99.
       78 GL-SYSTEM-ID                      VALUE "PONGCOIN".
       78 GL-CASH-ACCOUNT                   VALUE "11400".
       78 GL-REVENUE-ACCOUNT                VALUE "40100".
       78 GL-MEMO-ACCOUNT                   VALUE "99100".
       01 WS-CR-STATUS          PIC XX.
       01 WS-AJ-STATUS          PIC XX.
       01 WS-GJ-STATUS          PIC XX.
       01 WS-GR-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).
       01 WS-NOW-TIME           PIC 9(6).

       01 GL-LEDGER-NAME        PIC X(14)   VALUE "fleetcred.dat".
       01 GL-JOURNAL-NAME       PIC X(17).
       01 GL-RUN-SEQ            PIC 9(6)    VALUE ZERO.
       01 GL-FILE-ERROR         PIC X       VALUE "N".
       01 GL-REFUSED            PIC X       VALUE "N".
       01 GL-JOURNAL-OPEN       PIC X       VALUE "N".
       01 GL-TIE-WARNING        PIC X       VALUE "N".
       01 GL-SUB                PIC 9(3).
       01 GL-STATION            PIC 9(2).
       01 GL-STATION-X          PIC 99.
       01 GL-LEDGER-READ        PIC 9(7)    VALUE ZERO.
       01 GL-DAY-RECORDS        PIC 9(7)    VALUE ZERO.
       01 GL-ADJ-READ           PIC 9(7)    VALUE ZERO.
       01 GL-ADJ-DAY            PIC 9(7)    VALUE ZERO.
       01 GL-ADJ-NET-EDIT       PIC ++++9.
       01 GL-MONEY-EDIT         PIC 9(9).99.
      *----------------------------------------------------------------*
      *    STATION-TABLE: the day's ledger and correction tallies per
      *    cost centre (subscript = station ID + 1, so a ledger line
      *    stamped station 00 still has a home).
      *----------------------------------------------------------------*
       01 STATION-TABLE.
           05 GS-ENTRY OCCURS 100 TIMES.
               10 GS-COINS      PIC 9(5)    VALUE ZERO.
               10 GS-CENTS      PIC 9(7)    VALUE ZERO.
               10 GS-PLAYS      PIC 9(5)    VALUE ZERO.
               10 GS-COMPS      PIC 9(5)    VALUE ZERO.
               10 GS-ADJ-COUNT  PIC 9(5)    VALUE ZERO.
               10 GS-ADJ-NET    PIC S9(5)   VALUE ZERO.
       01 GL-TOT-COINS          PIC 9(7)    VALUE ZERO.
       01 GL-TOT-CENTS          PIC 9(9)    VALUE ZERO.
       01 GL-TOT-PLAYS          PIC 9(7)    VALUE ZERO.
       01 GL-TOT-COMPS          PIC 9(7)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    JOURNAL line work fields and the trailer control totals.
      *    The cost centre hash is the sum of the station numbers
      *    over every detail line - the classic check that no line
      *    was dropped or moved to another centre on the way in.
      *----------------------------------------------------------------*
       01 JL-COST-CENTRE.
           05 FILLER            PIC X(4)    VALUE "PONG".
           05 JL-CENTRE-STATION PIC 99.
       01 JL-ACCOUNT            PIC X(8).
       01 JL-DR-CR              PIC X.
       01 JL-AMOUNT             PIC 9(9).
       01 JL-QUANTITY           PIC 9(7).
       01 JL-NARRATIVE          PIC X(30).
       01 JL-LINE-NUM           PIC 9(6)    VALUE ZERO.
       01 JL-RECORDS-WRITTEN    PIC 9(7)    VALUE ZERO.
       01 JL-DEBIT-CENTS        PIC 9(11)   VALUE ZERO.
       01 JL-CREDIT-CENTS       PIC 9(11)   VALUE ZERO.
       01 JL-HASH-CENTRES       PIC 9(9)    VALUE ZERO.
       01 JL-HASH-QTY           PIC 9(9)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    RUN-CONTROL fields
      *----------------------------------------------------------------*
       01 WS-RN-STATUS          PIC XX.
       01 WS-RN-ON-FILE         PIC X       VALUE "N".
       01 WS-RN-BOOKED          PIC X       VALUE "N".
       01 RN-LOOKUP-JOB         PIC X(8).
       01 RN-LOOKUP-STATION     PIC 9(2).
       01 RN-LOOKUP-STATE       PIC X.
       01 RN-LOOKUP-RC          PIC 9(2).
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM EXTRACT-INIT.
       DISPLAY "==== PONG0018 GENERAL LEDGER EXTRACT ====".
       DISPLAY "BUSINESS DATE.....: " WS-TODAY.
       PERFORM RUNCTL-CHECK.
       IF GL-REFUSED = "Y" THEN
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LEDGER-SOURCE-PICK.
       PERFORM LEDGER-SUMMARIZE.
       PERFORM ADJUST-SUMMARIZE.
       IF GL-FILE-ERROR = "Y" THEN
           DISPLAY "** INPUT NOT READ CLEAN - NO JOURNAL WRITTEN **"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM RUN-SEQUENCE-LOAD.
       PERFORM JOURNAL-OPEN.
       IF GL-JOURNAL-OPEN = "Y" THEN
           PERFORM RUNCTL-BEGIN
       END-IF.
       IF WS-RN-BOOKED = "Y" THEN
           PERFORM JOURNAL-WRITE
       END-IF.
       IF GL-JOURNAL-OPEN = "Y" THEN
           CLOSE GL-JOURNAL-FILE
       END-IF.
       PERFORM TIE-BACK-CHECK.
       PERFORM CONTROL-REPORT.
       IF GL-JOURNAL-OPEN = "Y" THEN
           PERFORM RUN-HISTORY-WRITE
       END-IF.
       PERFORM RUNCTL-END.
       GOBACK.
      *----------------------------------------------------------------*
       EXTRACT-INIT                                             SECTION.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATE(9:6) TO WS-NOW-TIME.
      *----------------------------------------------------------------*
      *    RUNCTL-CHECK: any GLXTRACT entry for the day short of a
      *    reset - complete, or started and never finished - means a
      *    journal for the day may already be with the accounts. A
      *    register that can't be read can't prove otherwise, so the
      *    run is refused then too.
      *----------------------------------------------------------------*
       RUNCTL-CHECK                                             SECTION.
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
                   " runctl.dat - NO JOURNAL WRITTEN"
               MOVE "Y" TO GL-REFUSED
               EXIT SECTION
           END-IF
           MOVE "GLXTRACT" TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE ZERO TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RN-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RN-ON-FILE
                   IF RN-STATUS NOT = "R" THEN
                       MOVE "Y" TO GL-REFUSED
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF GL-REFUSED = "Y" THEN
               DISPLAY "** JOURNAL ALREADY EXTRACTED FOR " WS-TODAY
                   " (REGISTER STATUS " RN-STATUS ") **"
               DISPLAY "** VOID IT BY RESETTING GLXTRACT ON PONG0014"
                   " TO EXTRACT AGAIN **"
           END-IF
           IF WS-RN-ON-FILE = "Y" AND GL-REFUSED = "N" THEN
               DISPLAY "PREVIOUS JOURNAL..: VOIDED BY " RN-RESET-BY
                   " ON " RN-RESET-DATE
           END-IF.
      *----------------------------------------------------------------*
      *    LEDGER-SOURCE-PICK: the fleet master once it holds the day
      *    (FLEETCON has posted), otherwise the cabinet's own ledger.
      *    Never both - the fleet master is made of the cabinets'
      *    ledgers, so reading both would book the takings twice.
      *----------------------------------------------------------------*
       LEDGER-SOURCE-PICK                                       SECTION.
           MOVE "fleetcred.dat" TO GL-LEDGER-NAME
           MOVE ZERO TO GL-DAY-RECORDS
           OPEN INPUT CREDIT-LOG-FILE
           IF WS-CR-STATUS = "00" THEN
               PERFORM UNTIL WS-CR-STATUS NOT = "00"
                   OR GL-DAY-RECORDS > ZERO
                   READ CREDIT-LOG-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CR-STATUS
                       NOT AT END
                           IF CR-DATE NUMERIC
                               AND CR-DATE = WS-TODAY THEN
                               ADD 1 TO GL-DAY-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDIT-LOG-FILE
           IF GL-DAY-RECORDS = ZERO THEN
               MOVE "credlog.dat" TO GL-LEDGER-NAME
           END-IF
           MOVE ZERO TO GL-DAY-RECORDS.
      *----------------------------------------------------------------*
      *    LEDGER-SUMMARIZE: the day's coin drops, paid plays and comp
      *    plays per station, counted exactly as the daybook counts
      *    them. Only COIN records are cash; a missing ledger on a
      *    free-play floor is normal and journals zero takings.
      *----------------------------------------------------------------*
       LEDGER-SUMMARIZE                                         SECTION.
           OPEN INPUT CREDIT-LOG-FILE
           IF WS-CR-STATUS = "05" THEN
               CLOSE CREDIT-LOG-FILE
               EXIT SECTION
           END-IF
           IF WS-CR-STATUS NOT = "00" THEN
               DISPLAY "LEDGER FILE ERROR " WS-CR-STATUS " "
                   GL-LEDGER-NAME
               MOVE "Y" TO GL-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-CR-STATUS NOT = "00"
               READ CREDIT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CR-STATUS
                   NOT AT END
                       ADD 1 TO GL-LEDGER-READ
                       PERFORM LEDGER-TALLY-ONE
               END-READ
           END-PERFORM
      *    a ledger that stops short would journal part of the day as
      *    if it were all of it
           IF WS-CR-STATUS NOT = "10" THEN
               DISPLAY "LEDGER READ ERROR " WS-CR-STATUS " "
                   GL-LEDGER-NAME
               MOVE "Y" TO GL-FILE-ERROR
           END-IF
           CLOSE CREDIT-LOG-FILE.
      *----------------------------------------------------------------*
       LEDGER-TALLY-ONE                                         SECTION.
           IF CR-DATE NOT NUMERIC OR CR-DATE NOT = WS-TODAY THEN
               EXIT SECTION
           END-IF
           IF CR-STATION-ID NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           ADD 1 TO GL-DAY-RECORDS
           COMPUTE GL-SUB = CR-STATION-ID + 1
           EVALUATE CR-EVENT
               WHEN "COIN"
                   ADD 1 TO GS-COINS(GL-SUB)
                   ADD 1 TO GL-TOT-COINS
                   IF CR-AMOUNT-CENTS NUMERIC THEN
                       ADD CR-AMOUNT-CENTS TO GS-CENTS(GL-SUB)
                       ADD CR-AMOUNT-CENTS TO GL-TOT-CENTS
                   END-IF
               WHEN "PLAY"
                   ADD 1 TO GS-PLAYS(GL-SUB)
                   ADD 1 TO GL-TOT-PLAYS
               WHEN "COMP"
                   ADD 1 TO GS-COMPS(GL-SUB)
                   ADD 1 TO GL-TOT-COMPS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    ADJUST-SUMMARIZE: the corrections booked against the day,
      *    counted and netted per station for the memo lines - the
      *    same target-day rule the daybook's adjustments section
      *    uses.
      *----------------------------------------------------------------*
       ADJUST-SUMMARIZE                                         SECTION.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-AJ-STATUS = "05" THEN
               CLOSE ADJUSTMENT-FILE
               EXIT SECTION
           END-IF
           IF WS-AJ-STATUS NOT = "00" THEN
               DISPLAY "ADJUSTMENT FILE ERROR " WS-AJ-STATUS
                   " adjrnl.dat"
               MOVE "Y" TO GL-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-AJ-STATUS NOT = "00"
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-AJ-STATUS
                   NOT AT END
                       ADD 1 TO GL-ADJ-READ
                       IF AJ-TARGET-DATE NUMERIC
                           AND AJ-TARGET-DATE = WS-TODAY
                           AND AJ-STATION-ID NUMERIC
                           AND AJ-DELTA NUMERIC THEN
                           ADD 1 TO GL-ADJ-DAY
                           COMPUTE GL-SUB = AJ-STATION-ID + 1
                           ADD 1 TO GS-ADJ-COUNT(GL-SUB)
                           ADD AJ-DELTA TO GS-ADJ-NET(GL-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AJ-STATUS NOT = "10" THEN
               DISPLAY "ADJUSTMENT READ ERROR " WS-AJ-STATUS
                   " adjrnl.dat"
               MOVE "Y" TO GL-FILE-ERROR
           END-IF
           CLOSE ADJUSTMENT-FILE.
      *----------------------------------------------------------------*
      *    RUN-SEQUENCE-LOAD: next sequence number = highest on the
      *    extract history + 1. No history means this is run 1.
      *----------------------------------------------------------------*
       RUN-SEQUENCE-LOAD                                        SECTION.
           MOVE ZERO TO GL-RUN-SEQ
           OPEN INPUT GL-RUN-FILE
           IF WS-GR-STATUS = "00" THEN
               PERFORM UNTIL WS-GR-STATUS NOT = "00"
                   READ GL-RUN-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-GR-STATUS
                       NOT AT END
                           IF GR-RUN-SEQ NUMERIC
                               AND GR-RUN-SEQ > GL-RUN-SEQ THEN
                               MOVE GR-RUN-SEQ TO GL-RUN-SEQ
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-RUN-FILE
           ADD 1 TO GL-RUN-SEQ
           STRING
               "gljrnl."      DELIMITED BY SIZE
               GL-RUN-SEQ     DELIMITED BY SIZE
               ".dat"         DELIMITED BY SIZE
               INTO GL-JOURNAL-NAME
           END-STRING.
      *----------------------------------------------------------------*
       JOURNAL-OPEN                                             SECTION.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GJ-STATUS = "00" THEN
               MOVE "Y" TO GL-JOURNAL-OPEN
           ELSE
               DISPLAY "JOURNAL FILE ERROR " WS-GJ-STATUS " "
                   GL-JOURNAL-NAME " - NO JOURNAL WRITTEN"
               MOVE "Y" TO GL-FILE-ERROR
           END-IF.
      *----------------------------------------------------------------*
      *    JOURNAL-WRITE: header, the detail lines station by station
      *    in cost-centre order, then the trailer. A station with
      *    takings gets its cash debit and the equal revenue credit,
      *    so every centre nets to zero on its own; comp plays and
      *    corrections follow as memo lines at zero value.
      *----------------------------------------------------------------*
       JOURNAL-WRITE                                            SECTION.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "H" TO GJ-REC-TYPE
           MOVE GL-RUN-SEQ TO GJ-RUN-SEQ
           MOVE WS-TODAY TO GJ-BUS-DATE
           MOVE GL-SYSTEM-ID TO GJ-H-SYSTEM
           MOVE WS-TODAY TO GJ-H-RUN-DATE
           MOVE WS-NOW-TIME TO GJ-H-RUN-TIME
           MOVE GL-LEDGER-NAME TO GJ-H-SOURCE
           PERFORM JOURNAL-RECORD-PUT

           PERFORM STATION-LINES-WRITE
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > MAX-STATIONS + 1

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "T" TO GJ-REC-TYPE
           MOVE GL-RUN-SEQ TO GJ-RUN-SEQ
           MOVE WS-TODAY TO GJ-BUS-DATE
           MOVE JL-LINE-NUM TO GJ-T-RECORD-COUNT
           MOVE JL-DEBIT-CENTS TO GJ-T-DEBIT-CENTS
           MOVE JL-CREDIT-CENTS TO GJ-T-CREDIT-CENTS
           MOVE JL-HASH-CENTRES TO GJ-T-HASH-CENTRES
           MOVE JL-HASH-QTY TO GJ-T-HASH-QTY
           PERFORM JOURNAL-RECORD-PUT.
      *----------------------------------------------------------------*
       STATION-LINES-WRITE                                      SECTION.
           COMPUTE GL-STATION = GL-SUB - 1
           MOVE GL-STATION TO JL-CENTRE-STATION
           MOVE GL-STATION TO GL-STATION-X
           IF GS-CENTS(GL-SUB) > ZERO THEN
               MOVE GL-CASH-ACCOUNT TO JL-ACCOUNT
               MOVE "D" TO JL-DR-CR
               MOVE GS-CENTS(GL-SUB) TO JL-AMOUNT
               MOVE GS-COINS(GL-SUB) TO JL-QUANTITY
               MOVE SPACES TO JL-NARRATIVE
               STRING
                   "COIN TAKINGS STATION "  DELIMITED BY SIZE
                   GL-STATION-X             DELIMITED BY SIZE
                   INTO JL-NARRATIVE
               END-STRING
               PERFORM JOURNAL-LINE-WRITE

               MOVE GL-REVENUE-ACCOUNT TO JL-ACCOUNT
               MOVE "C" TO JL-DR-CR
               MOVE GS-CENTS(GL-SUB) TO JL-AMOUNT
               MOVE GS-PLAYS(GL-SUB) TO JL-QUANTITY
               MOVE SPACES TO JL-NARRATIVE
               STRING
                   "PLAY REVENUE STATION "  DELIMITED BY SIZE
                   GL-STATION-X             DELIMITED BY SIZE
                   INTO JL-NARRATIVE
               END-STRING
               PERFORM JOURNAL-LINE-WRITE
           END-IF
           IF GS-COMPS(GL-SUB) > ZERO THEN
               MOVE GL-MEMO-ACCOUNT TO JL-ACCOUNT
               MOVE "M" TO JL-DR-CR
               MOVE ZERO TO JL-AMOUNT
               MOVE GS-COMPS(GL-SUB) TO JL-QUANTITY
               MOVE SPACES TO JL-NARRATIVE
               STRING
                   "COMP PLAYS NO CASH STN "  DELIMITED BY SIZE
                   GL-STATION-X               DELIMITED BY SIZE
                   INTO JL-NARRATIVE
               END-STRING
               PERFORM JOURNAL-LINE-WRITE
           END-IF
           IF GS-ADJ-COUNT(GL-SUB) > ZERO THEN
               MOVE GL-MEMO-ACCOUNT TO JL-ACCOUNT
               MOVE "M" TO JL-DR-CR
               MOVE ZERO TO JL-AMOUNT
               MOVE GS-ADJ-COUNT(GL-SUB) TO JL-QUANTITY
               MOVE GS-ADJ-NET(GL-SUB) TO GL-ADJ-NET-EDIT
               MOVE SPACES TO JL-NARRATIVE
               STRING
                   "SCORE CORRECTIONS "      DELIMITED BY SIZE
                   GL-ADJ-NET-EDIT           DELIMITED BY SIZE
                   " PTS"                    DELIMITED BY SIZE
                   INTO JL-NARRATIVE
               END-STRING
               PERFORM JOURNAL-LINE-WRITE
           END-IF.
      *----------------------------------------------------------------*
      *    JOURNAL-LINE-WRITE: one detail line from the JL- fields,
      *    rolled into the trailer's count, side totals and hashes.
      *----------------------------------------------------------------*
       JOURNAL-LINE-WRITE                                       SECTION.
           ADD 1 TO JL-LINE-NUM
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "D" TO GJ-REC-TYPE
           MOVE GL-RUN-SEQ TO GJ-RUN-SEQ
           MOVE WS-TODAY TO GJ-BUS-DATE
           MOVE JL-LINE-NUM TO GJ-LINE-NUM
           MOVE JL-COST-CENTRE TO GJ-COST-CENTRE
           MOVE JL-ACCOUNT TO GJ-ACCOUNT
           MOVE JL-DR-CR TO GJ-DR-CR
           MOVE JL-AMOUNT TO GJ-AMOUNT-CENTS
           MOVE JL-QUANTITY TO GJ-QUANTITY
           MOVE JL-NARRATIVE TO GJ-NARRATIVE
           IF JL-DR-CR = "D" THEN
               ADD JL-AMOUNT TO JL-DEBIT-CENTS
           END-IF
           IF JL-DR-CR = "C" THEN
               ADD JL-AMOUNT TO JL-CREDIT-CENTS
           END-IF
           ADD GL-STATION TO JL-HASH-CENTRES
           ADD JL-QUANTITY TO JL-HASH-QTY
           PERFORM JOURNAL-RECORD-PUT.
      *----------------------------------------------------------------*
       JOURNAL-RECORD-PUT                                       SECTION.
           IF GL-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF
           WRITE GL-JOURNAL-RECORD
           IF WS-GJ-STATUS = "00" THEN
               ADD 1 TO JL-RECORDS-WRITTEN
           ELSE
               DISPLAY "JOURNAL WRITE ERROR " WS-GJ-STATUS " "
                   GL-JOURNAL-NAME
               MOVE "Y" TO GL-FILE-ERROR
           END-IF.
      *----------------------------------------------------------------*
      *    TIE-BACK-CHECK: the journal can only tie to figures that
      *    were published. From the cabinet ledger that is the day's
      *    DAYRPT daybook; from the fleet master it is every station
      *    the journal names having been posted by FLEETCON. Either
      *    one missing leaves the journal written but unconfirmed.
      *----------------------------------------------------------------*
       TIE-BACK-CHECK                                           SECTION.
           IF GL-LEDGER-NAME = "credlog.dat" THEN
               MOVE "DAYRPT" TO RN-LOOKUP-JOB
               MOVE ZERO TO RN-LOOKUP-STATION
               PERFORM RUNCTL-LOOKUP
               IF RN-LOOKUP-STATE NOT = "C" THEN
                   DISPLAY "** DAYBOOK (DAYRPT) NOT COMPLETE FOR "
                       WS-TODAY " - TIE-BACK UNCONFIRMED **"
                   MOVE "Y" TO GL-TIE-WARNING
               END-IF
               EXIT SECTION
           END-IF
           PERFORM STATION-POSTED-CHECK
               VARYING GL-SUB FROM 2 BY 1
               UNTIL GL-SUB > MAX-STATIONS + 1.
      *----------------------------------------------------------------*
       STATION-POSTED-CHECK                                     SECTION.
           IF GS-COINS(GL-SUB) = ZERO AND GS-PLAYS(GL-SUB) = ZERO
               AND GS-COMPS(GL-SUB) = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE "FLEETCON" TO RN-LOOKUP-JOB
           COMPUTE RN-LOOKUP-STATION = GL-SUB - 1
           PERFORM RUNCTL-LOOKUP
           IF RN-LOOKUP-STATE NOT = "C" OR RN-LOOKUP-RC NOT = ZERO
               THEN
               MOVE RN-LOOKUP-STATION TO GL-STATION-X
               DISPLAY "** STATION " GL-STATION-X " NOT POSTED CLEAN"
                   " BY FLEETCON - TIE-BACK UNCONFIRMED **"
               MOVE "Y" TO GL-TIE-WARNING
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-LOOKUP: status and return code of one register
      *    entry for the day; space when there is no entry.
      *----------------------------------------------------------------*
       RUNCTL-LOOKUP                                            SECTION.
           MOVE SPACE TO RN-LOOKUP-STATE
           MOVE ZERO TO RN-LOOKUP-RC
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           MOVE RN-LOOKUP-JOB TO RN-JOB-NAME
           MOVE WS-TODAY TO RN-BUS-DATE
           MOVE RN-LOOKUP-STATION TO RN-STATION-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RN-STATUS TO RN-LOOKUP-STATE
                   MOVE RN-RETURN-CODE TO RN-LOOKUP-RC
           END-READ
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
      *    CONTROL-REPORT: per cost centre, the revenue lines as the
      *    daybook prints them, and the journal's own control totals.
      *----------------------------------------------------------------*
       CONTROL-REPORT                                           SECTION.
           DISPLAY "RUN SEQUENCE......: " GL-RUN-SEQ
           DISPLAY "JOURNAL FILE......: " GL-JOURNAL-NAME
           DISPLAY "LEDGER SOURCE.....: " GL-LEDGER-NAME
           DISPLAY "LEDGER RECORDS....: " GL-LEDGER-READ
               " (" GL-DAY-RECORDS " FOR THE DAY)"
           DISPLAY "CORRECTIONS.......: " GL-ADJ-DAY
           DISPLAY "---- PER COST CENTRE ----"
           MOVE "N" TO WS-RN-ON-FILE
           PERFORM CENTRE-REPORT-LINE
               VARYING GL-SUB FROM 1 BY 1
               UNTIL GL-SUB > MAX-STATIONS + 1
           IF WS-RN-ON-FILE = "N" THEN
               DISPLAY "(NONE)"
           END-IF
           DISPLAY "---- DAYBOOK REVENUE TIE-BACK ----"
           COMPUTE GL-MONEY-EDIT = GL-TOT-CENTS / 100
           DISPLAY "COINS DROPPED.....: " GL-TOT-COINS
           DISPLAY "PAID PLAYS........: " GL-TOT-PLAYS
           DISPLAY "COMP PLAYS........: " GL-TOT-COMPS
           DISPLAY "TAKINGS...........: " GL-MONEY-EDIT
           DISPLAY "---- JOURNAL CONTROL TOTALS ----"
           DISPLAY "DETAIL RECORDS....: " JL-LINE-NUM
           DISPLAY "RECORDS WRITTEN...: " JL-RECORDS-WRITTEN
               " (WITH HEADER AND TRAILER)"
           COMPUTE GL-MONEY-EDIT = JL-DEBIT-CENTS / 100
           DISPLAY "DEBIT TOTAL.......: " GL-MONEY-EDIT
           COMPUTE GL-MONEY-EDIT = JL-CREDIT-CENTS / 100
           DISPLAY "CREDIT TOTAL......: " GL-MONEY-EDIT
           DISPLAY "COST CENTRE HASH..: " JL-HASH-CENTRES
           DISPLAY "QUANTITY HASH.....: " JL-HASH-QTY
           IF GL-FILE-ERROR = "Y" OR WS-RN-BOOKED = "N" THEN
               DISPLAY "** JOURNAL INCOMPLETE - VOID GLXTRACT ON"
                   " PONG0014 AND RERUN **"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
      *    the journal is built from the same tallies the takings line
      *    prints, so anything but an exact tie is a program fault
           IF JL-DEBIT-CENTS NOT = GL-TOT-CENTS
               OR JL-CREDIT-CENTS NOT = GL-TOT-CENTS THEN
               DISPLAY "** JOURNAL DOES NOT TIE TO TAKINGS **"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF GL-TIE-WARNING = "Y" THEN
               DISPLAY "JOURNAL WRITTEN - CHECK THE TIE-BACK BEFORE"
                   " POSTING"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "JOURNAL IN BALANCE AND TIED TO THE DAY"
               MOVE ZERO TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       CENTRE-REPORT-LINE                                       SECTION.
           IF GS-COINS(GL-SUB) = ZERO AND GS-PLAYS(GL-SUB) = ZERO
               AND GS-COMPS(GL-SUB) = ZERO
               AND GS-ADJ-COUNT(GL-SUB) = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE "Y" TO WS-RN-ON-FILE
           COMPUTE JL-CENTRE-STATION = GL-SUB - 1
           COMPUTE GL-MONEY-EDIT = GS-CENTS(GL-SUB) / 100
           MOVE GS-ADJ-NET(GL-SUB) TO GL-ADJ-NET-EDIT
           DISPLAY JL-COST-CENTRE " TAKINGS " GL-MONEY-EDIT
               " (" GS-COINS(GL-SUB) " COINS)"
               " PAID " GS-PLAYS(GL-SUB)
               " COMP " GS-COMPS(GL-SUB)
               " CORR " GS-ADJ-COUNT(GL-SUB)
               " (" GL-ADJ-NET-EDIT " PTS)".
      *----------------------------------------------------------------*
      *    RUN-HISTORY-WRITE: books the file on the extract history so
      *    its sequence number is never handed out again, even when
      *    the run failed part way and the file must be voided.
      *----------------------------------------------------------------*
       RUN-HISTORY-WRITE                                        SECTION.
           MOVE GL-RUN-SEQ TO GR-RUN-SEQ
           MOVE WS-TODAY TO GR-BUS-DATE
           MOVE WS-TODAY TO GR-RUN-DATE
           MOVE WS-NOW-TIME TO GR-RUN-TIME
           MOVE GL-JOURNAL-NAME TO GR-FILE-NAME
           MOVE GL-LEDGER-NAME TO GR-SOURCE
           MOVE JL-RECORDS-WRITTEN TO GR-RECORD-COUNT
           MOVE JL-DEBIT-CENTS TO GR-DEBIT-CENTS
           MOVE JL-CREDIT-CENTS TO GR-CREDIT-CENTS
           MOVE RETURN-CODE TO GR-RETURN-CODE
           OPEN EXTEND GL-RUN-FILE
           IF WS-GR-STATUS = "05" THEN
               MOVE "00" TO WS-GR-STATUS
           END-IF
           IF WS-GR-STATUS = "00" THEN
               WRITE GL-RUN-RECORD
           END-IF
           IF WS-GR-STATUS NOT = "00" THEN
               DISPLAY "** EXTRACT HISTORY ERROR " WS-GR-STATUS
                   " glrun.dat - SEQUENCE " GL-RUN-SEQ
                   " NOT BOOKED **"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE GL-RUN-FILE.
      *----------------------------------------------------------------*
      *    RUNCTL-BEGIN: books the day's GLXTRACT entry as started
      *    before the first journal record is written - a run that
      *    dies part way still holds the day until it is voided. A
      *    voided entry is booked over, keeping who voided it.
      *----------------------------------------------------------------*
       RUNCTL-BEGIN                                             SECTION.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - NO JOURNAL WRITTEN"
               MOVE "Y" TO GL-FILE-ERROR
               EXIT SECTION
           END-IF
           MOVE "GLXTRACT" TO RN-JOB-NAME
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
           MOVE WS-NOW-TIME TO RN-START-TIME
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
                   " runctl.dat - NO JOURNAL WRITTEN"
               MOVE "Y" TO GL-FILE-ERROR
           END-IF
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
      *    RUNCTL-END: completes the entry with the return code, the
      *    day's ledger and correction records read and the journal
      *    records written. Whatever the return code, the day stays
      *    held until the entry is reset.
      *----------------------------------------------------------------*
       RUNCTL-END                                               SECTION.
           IF WS-RN-BOOKED = "N" THEN
               EXIT SECTION
           END-IF
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RN-STATUS = "00" THEN
               MOVE "GLXTRACT" TO RN-JOB-NAME
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
                           GL-DAY-RECORDS + GL-ADJ-DAY
                       MOVE JL-RECORDS-WRITTEN TO RN-RECORDS-OUT
                       REWRITE RUN-CONTROL-RECORD
                       IF WS-RN-STATUS NOT = "00" THEN
                           MOVE "N" TO WS-RN-BOOKED
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               MOVE "N" TO WS-RN-BOOKED
           END-IF
      *    the started entry still holds the day, so a second file is
      *    refused either way - but the scheduler must hear about it
           IF WS-RN-BOOKED = "N" THEN
               DISPLAY "** RUN NOT COMPLETED ON THE REGISTER - ENTRY"
                   " LEFT STARTED **"
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
