      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks collect.cbl
      *    Coin-box collection entry and cash variance reconciliation.
      *    At each box pull the collector keys, under operator key,
      *    the cash counted out of each cabinet; the program totals
      *    the COIN records the credit ledger booked for that station
      *    since its previous pull - however many days that spans -
      *    books the pull to the collection register (collreg.dat)
      *    and prints a variance line per cabinet. A shortage or
      *    overage beyond tolerance is flagged: a jammed coin mech
      *    shows up as a run of shorts on one cabinet, a light-
      *    fingered collector as shorts that follow the collector.
      *    The ledger is the cabinet's own credlog.dat, or the fleet
      *    master fleetcred.dat once PONG0006 has merged the floor.
      *    Return codes: 0 all within tolerance, 4 variances flagged,
      *    8 a pull could not be booked.
       PROGRAM-ID.         PONG0015.

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
               ASSIGN TO DYNAMIC COL-LEDGER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.

           SELECT OPTIONAL COLLECTION-FILE ASSIGN TO "collreg.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RN-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    CREDIT-LOG-FILE: the cabinet ledger or the fleet master -
      *    fleetcred.dat carries the cabinet records unchanged, so
      *    one copybook reads both.
      *----------------------------------------------------------------*
       FD  CREDIT-LOG-FILE.
           COPY CREDLOG.
      *----------------------------------------------------------------*
      *    COLLECTION-FILE: one record appended per box pull - the
      *    previous pull for a station is where the next window
      *    starts.
      *----------------------------------------------------------------*
       FD  COLLECTION-FILE.
           COPY COLLREG.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - a station's
      *    FLEETCON entries say which days fleetcred.dat holds.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    COLLECTION-VARIABLES
      *----------------------------------------------------------------*
      *    COL: work fields for the entry dialogue, validated in the
      *    PONG0005 style. Blank at the station prompt ends the
      *    sitting. A variance inside TOLERANCE-CENTS either way is
      *    a miscount, not a finding.
       78 OPERATOR-KEY                     VALUE "PSY87".
       78 MAX-KEY-TRIES                    VALUE 3.
       78 TOLERANCE-CENTS                  VALUE 100.
       01 WS-CR-STATUS          PIC XX.
       01 WS-CL-STATUS          PIC XX.
       01 WS-RN-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).

       01 COL-KEY-INPUT         PIC X(8).
       01 COL-KEY-TRIES         PIC 9      VALUE ZERO.
       01 COL-KEY-OK            PIC X      VALUE "N".
       01 COL-INPUT             PIC X(30).
       01 COL-FIELD-OK          PIC X.
       01 COL-NUM-WORK          PIC 9(7).
       01 COL-DONE              PIC X      VALUE "N".
       01 COL-ERROR             PIC X      VALUE "N".
       01 COL-CAB-ERROR         PIC X      VALUE "N".
       01 COL-LEDGER            PIC X      VALUE "L".
       01 COL-LEDGER-NAME       PIC X(14)  VALUE "credlog.dat".

       01 COL-STATION           PIC 9(2)   VALUE ZERO.
       01 COL-NOW-DATE          PIC 9(8).
       01 COL-NOW-TIME          PIC 9(6).
       01 COL-NOW-STAMP         PIC 9(14).
       01 COL-FROM-DATE         PIC 9(8).
       01 COL-FROM-TIME         PIC 9(6).
       01 COL-FROM-STAMP        PIC 9(14).
       01 COL-TO-DATE           PIC 9(8).
       01 COL-TO-TIME           PIC 9(6).
       01 COL-TO-STAMP          PIC 9(14).
       01 COL-LAST-STAMP        PIC 9(14).
       01 COL-POSTED-DATE       PIC 9(8).
       01 COL-REC-STAMP         PIC 9(14).
       01 COL-COINS             PIC 9(5).
       01 COL-EXPECTED          PIC 9(7).
       01 COL-COUNTED           PIC 9(7).
       01 COL-VARIANCE          PIC S9(7).
       01 COL-FLAG              PIC X(5).
       01 COL-COLLECTOR         PIC X(3).
       01 COL-MONEY-EDIT        PIC 9(5).99.
       01 COL-VARIANCE-EDIT     PIC -(5)9.99.
      *----------------------------------------------------------------*
      *    VARIANCE-TABLE: the sitting's pulls, printed as the
      *    variance report once the last cabinet is keyed.
      *----------------------------------------------------------------*
       01 VARIANCE-TABLE.
           05 VT-ENTRY OCCURS 99 TIMES.
               10 VT-STATION    PIC 9(2).
               10 VT-FROM-DATE  PIC 9(8).
               10 VT-COINS      PIC 9(5).
               10 VT-EXPECTED   PIC 9(7).
               10 VT-COUNTED    PIC 9(7).
               10 VT-VARIANCE   PIC S9(7).
               10 VT-FLAG       PIC X(5).
       01 VT-COUNT              PIC 9(2)   VALUE ZERO.
       01 VT-SUB                PIC 9(2).
       01 VT-FLAGGED            PIC 9(2)   VALUE ZERO.
       01 VT-TOT-EXPECTED       PIC 9(9)   VALUE ZERO.
       01 VT-TOT-COUNTED        PIC 9(9)   VALUE ZERO.
       01 VT-TOT-VARIANCE       PIC S9(9)  VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM OPERATOR-KEY-CHECK.
       IF COL-KEY-OK NOT = "Y" THEN
           DISPLAY "ACCESS DENIED"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "==== PONG0015 COIN-BOX COLLECTION ====".
       PERFORM LEDGER-CHOOSE.
       PERFORM COLLECTION-CYCLE UNTIL COL-DONE = "Y".
       PERFORM VARIANCE-REPORT.
       IF COL-ERROR = "Y" THEN
           MOVE 8 TO RETURN-CODE
       ELSE
           IF VT-FLAGGED > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.
      *----------------------------------------------------------------*
       OPERATOR-KEY-CHECK                                       SECTION.
           PERFORM UNTIL COL-KEY-OK = "Y"
               OR COL-KEY-TRIES >= MAX-KEY-TRIES
               DISPLAY "OPERATOR KEY: " WITH NO ADVANCING
               ACCEPT COL-KEY-INPUT
               IF COL-KEY-INPUT = OPERATOR-KEY THEN
                   MOVE "Y" TO COL-KEY-OK
               ELSE
                   ADD 1 TO COL-KEY-TRIES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    LEDGER-CHOOSE: one ledger per sitting - a single cabinet
      *    pulls against its own credlog.dat, a floor round against
      *    the merged fleet master.
      *----------------------------------------------------------------*
       LEDGER-CHOOSE                                            SECTION.
           MOVE "N" TO COL-FIELD-OK
           PERFORM UNTIL COL-FIELD-OK = "Y"
               DISPLAY "LEDGER L=credlog.dat F=fleetcred.dat"
                   " (BLANK=L): " WITH NO ADVANCING
               ACCEPT COL-INPUT
               IF COL-INPUT = SPACES OR COL-INPUT = "L" THEN
                   MOVE "L" TO COL-LEDGER
                   MOVE "credlog.dat" TO COL-LEDGER-NAME
                   MOVE "Y" TO COL-FIELD-OK
               ELSE
                   IF COL-INPUT = "F" THEN
                       MOVE "F" TO COL-LEDGER
                       MOVE "fleetcred.dat" TO COL-LEDGER-NAME
                       MOVE "Y" TO COL-FIELD-OK
                   ELSE
                       DISPLAY "LEDGER MUST BE L OR F"
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    COLLECTION-CYCLE: one cabinet per pass - find its previous
      *    pull, total the COIN takings since, take the counted cash
      *    and book the pull.
      *----------------------------------------------------------------*
       COLLECTION-CYCLE                                         SECTION.
           MOVE "N" TO COL-CAB-ERROR
           DISPLAY "STATION 1-99 (BLANK=DONE): " WITH NO ADVANCING
           ACCEPT COL-INPUT
           IF COL-INPUT = SPACES THEN
               MOVE "Y" TO COL-DONE
               EXIT SECTION
           END-IF
           PERFORM NUMERIC-FIELD-CHECK
           IF COL-FIELD-OK NOT = "V"
               OR COL-NUM-WORK < 1 OR COL-NUM-WORK > 99 THEN
               DISPLAY "STATION MUST BE 1-99"
               EXIT SECTION
           END-IF
           MOVE COL-NUM-WORK TO COL-STATION
           IF VT-COUNT >= 99 THEN
               DISPLAY "SITTING FULL - RUN AGAIN FOR MORE CABINETS"
               MOVE "Y" TO COL-DONE
               EXIT SECTION
           END-IF

           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO COL-NOW-DATE
           MOVE WS-CURRENT-DATE(9:6) TO COL-NOW-TIME
           COMPUTE COL-NOW-STAMP = COL-NOW-DATE * 1000000
               + COL-NOW-TIME

      *    a cabinet that can't be pulled is reported and the
      *    sitting goes on to the next - the run still ends RC 8
           PERFORM LAST-PULL-FIND
           IF COL-CAB-ERROR = "Y" THEN
               MOVE "Y" TO COL-ERROR
               EXIT SECTION
           END-IF
           PERFORM WINDOW-END-SET
           IF COL-CAB-ERROR = "Y" THEN
               MOVE "Y" TO COL-ERROR
               EXIT SECTION
           END-IF
           PERFORM LEDGER-TOTAL
           IF COL-CAB-ERROR = "Y" THEN
               MOVE "Y" TO COL-ERROR
               EXIT SECTION
           END-IF

           IF COL-FROM-DATE = ZERO THEN
               DISPLAY "COINS SINCE.......: FIRST PULL ON RECORD"
           ELSE
               DISPLAY "COINS SINCE.......: " COL-FROM-DATE SPACE
                   COL-FROM-TIME
           END-IF
           IF COL-TO-STAMP NOT = COL-NOW-STAMP THEN
               DISPLAY "COINS UP TO.......: " COL-TO-DATE SPACE
                   COL-TO-TIME " (LAST POSTED DAY)"
           END-IF
           DISPLAY "COINS BOOKED......: " COL-COINS

           MOVE "N" TO COL-FIELD-OK
           PERFORM UNTIL COL-FIELD-OK = "Y"
               DISPLAY "COUNTED CASH IN CENTS: " WITH NO ADVANCING
               ACCEPT COL-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF COL-FIELD-OK = "Y" THEN
      *    an empty box is keyed as 0 - blank is never a count
                   DISPLAY "COUNTED CASH IS REQUIRED"
                   MOVE "N" TO COL-FIELD-OK
               END-IF
               IF COL-FIELD-OK = "V" THEN
                   MOVE COL-NUM-WORK TO COL-COUNTED
                   MOVE "Y" TO COL-FIELD-OK
               END-IF
           END-PERFORM

           MOVE "N" TO COL-FIELD-OK
           PERFORM UNTIL COL-FIELD-OK = "Y"
               DISPLAY "COLLECTOR INITIALS: " WITH NO ADVANCING
               ACCEPT COL-INPUT
               IF COL-INPUT(1:3) NOT = SPACES
                   AND COL-INPUT(4:27) = SPACES THEN
                   MOVE COL-INPUT(1:3) TO COL-COLLECTOR
                   MOVE "Y" TO COL-FIELD-OK
               ELSE
                   DISPLAY "INITIALS ARE REQUIRED (UP TO 3)"
               END-IF
           END-PERFORM

           COMPUTE COL-VARIANCE = COL-COUNTED - COL-EXPECTED
           MOVE "OK" TO COL-FLAG
           IF COL-VARIANCE < 0 - TOLERANCE-CENTS THEN
               MOVE "SHORT" TO COL-FLAG
           END-IF
           IF COL-VARIANCE > TOLERANCE-CENTS THEN
               MOVE "OVER" TO COL-FLAG
           END-IF
           PERFORM COLLECTION-WRITE
           IF COL-CAB-ERROR = "Y" THEN
               MOVE "Y" TO COL-ERROR
           END-IF.
      *----------------------------------------------------------------*
      *    LAST-PULL-FIND: where the station's newest pull on the
      *    register ended its window marks where this one starts;
      *    no pull means every COIN on the ledger is still in the box.
      *----------------------------------------------------------------*
       LAST-PULL-FIND                                           SECTION.
           MOVE ZERO TO COL-FROM-DATE
           MOVE ZERO TO COL-FROM-TIME
           MOVE ZERO TO COL-FROM-STAMP
           MOVE ZERO TO COL-LAST-STAMP
           OPEN INPUT COLLECTION-FILE
           IF WS-CL-STATUS = "05" THEN
               CLOSE COLLECTION-FILE
               EXIT SECTION
           END-IF
           IF WS-CL-STATUS NOT = "00" THEN
               DISPLAY "REGISTER FILE ERROR " WS-CL-STATUS
                   " collreg.dat - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-CL-STATUS NOT = "00"
               READ COLLECTION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CL-STATUS
                   NOT AT END
                       IF CL-STATION-ID = COL-STATION
                           AND CL-DATE NUMERIC
                           AND CL-TIME NUMERIC THEN
                           COMPUTE COL-REC-STAMP =
                               CL-DATE * 1000000 + CL-TIME
                           IF COL-REC-STAMP > COL-LAST-STAMP THEN
                               MOVE COL-REC-STAMP TO COL-LAST-STAMP
                               PERFORM LAST-PULL-TAKE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE COL-FROM-STAMP = COL-FROM-DATE * 1000000
               + COL-FROM-TIME
      *    a register that can't be read to the end can't say where
      *    the window starts - booking now would double-count coins
           IF WS-CL-STATUS NOT = "10" THEN
               DISPLAY "REGISTER READ ERROR " WS-CL-STATUS
                   " collreg.dat - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
           END-IF
           CLOSE COLLECTION-FILE.
      *----------------------------------------------------------------*
      *    LAST-PULL-TAKE: the newest pull so far - its window end, or
      *    the pull itself when it was booked before window ends were.
      *----------------------------------------------------------------*
       LAST-PULL-TAKE                                           SECTION.
           IF CL-TO-DATE NUMERIC AND CL-TO-TIME NUMERIC
               AND CL-TO-DATE > ZERO THEN
               MOVE CL-TO-DATE TO COL-FROM-DATE
               MOVE CL-TO-TIME TO COL-FROM-TIME
           ELSE
               MOVE CL-DATE TO COL-FROM-DATE
               MOVE CL-TIME TO COL-FROM-TIME
           END-IF.
      *----------------------------------------------------------------*
      *    WINDOW-END-SET: on credlog.dat the window runs to now. The
      *    fleet master only holds a station's COINs up to its last
      *    posted day, but the box holds every coin up to the pull -
      *    a cabinet played since that day would count OVER now and
      *    SHORT next time. So on fleetcred.dat the pull is only
      *    taken when the collector confirms the cabinet has not been
      *    played since, and its window stops at the end of that
      *    day; otherwise, as for a station never posted, it is
      *    pulled against its own ledger (L).
      *----------------------------------------------------------------*
       WINDOW-END-SET                                           SECTION.
           MOVE COL-NOW-DATE TO COL-TO-DATE
           MOVE COL-NOW-TIME TO COL-TO-TIME
           MOVE COL-NOW-STAMP TO COL-TO-STAMP
           IF COL-LEDGER NOT = "F" THEN
               EXIT SECTION
           END-IF
           PERFORM POSTED-DAY-FIND
           IF COL-CAB-ERROR = "Y" THEN
               EXIT SECTION
           END-IF
           IF COL-POSTED-DATE = ZERO THEN
               DISPLAY "STATION " COL-STATION " NEVER POSTED TO"
                   " fleetcred.dat - PULL NOT BOOKED, USE LEDGER L"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           IF COL-POSTED-DATE >= COL-NOW-DATE THEN
               EXIT SECTION
           END-IF
           DISPLAY "STATION " COL-STATION " POSTED TO fleetcred.dat"
               " UP TO " COL-POSTED-DATE " ONLY"
           MOVE "N" TO COL-FIELD-OK
           PERFORM UNTIL COL-FIELD-OK = "Y"
               DISPLAY "PLAYED SINCE " COL-POSTED-DATE " (Y/N): "
                   WITH NO ADVANCING
               ACCEPT COL-INPUT
               IF COL-INPUT = "Y" OR COL-INPUT = "N" THEN
                   MOVE "Y" TO COL-FIELD-OK
               ELSE
                   DISPLAY "ANSWER Y OR N"
               END-IF
           END-PERFORM
           IF COL-INPUT = "Y" THEN
               DISPLAY "COINS SINCE NOT ON fleetcred.dat - PULL NOT"
                   " BOOKED, USE LEDGER L"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           MOVE COL-POSTED-DATE TO COL-TO-DATE
           MOVE 235959 TO COL-TO-TIME
           COMPUTE COL-TO-STAMP = COL-TO-DATE * 1000000
               + COL-TO-TIME
      *    pulled again before another posting - an empty window,
      *    never one that runs backwards
           IF COL-TO-STAMP < COL-FROM-STAMP THEN
               MOVE COL-FROM-DATE TO COL-TO-DATE
               MOVE COL-FROM-TIME TO COL-TO-TIME
               MOVE COL-FROM-STAMP TO COL-TO-STAMP
           END-IF.
      *----------------------------------------------------------------*
      *    POSTED-DAY-FIND: the station's latest business day FLEETCON
      *    completed cleanly. A day left started, reset or posted
      *    with errors is not on the fleet master in full.
      *----------------------------------------------------------------*
       POSTED-DAY-FIND                                          SECTION.
           MOVE ZERO TO COL-POSTED-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RN-STATUS = "05" THEN
               CLOSE RUN-CONTROL-FILE
               EXIT SECTION
           END-IF
           IF WS-RN-STATUS NOT = "00" THEN
               DISPLAY "RUN REGISTER ERROR " WS-RN-STATUS
                   " runctl.dat - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-RN-STATUS NOT = "00"
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RN-STATUS
                   NOT AT END
                       IF RN-JOB-NAME = "FLEETCON"
                           AND RN-STATION-ID = COL-STATION
                           AND RN-STATUS = "C"
                           AND RN-RETURN-CODE < 8
                           AND RN-BUS-DATE > COL-POSTED-DATE THEN
                           MOVE RN-BUS-DATE TO COL-POSTED-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RN-STATUS NOT = "10" THEN
               DISPLAY "RUN REGISTER READ ERROR " WS-RN-STATUS
                   " runctl.dat - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
           END-IF
           CLOSE RUN-CONTROL-FILE.
      *----------------------------------------------------------------*
      *    LEDGER-TOTAL: the station's COIN takings booked after the
      *    previous window ended and up to this one's end. Only COIN
      *    records are money in the box - PLAY records are credits
      *    spent, never cash.
      *----------------------------------------------------------------*
       LEDGER-TOTAL                                             SECTION.
           MOVE ZERO TO COL-COINS
           MOVE ZERO TO COL-EXPECTED
           OPEN INPUT CREDIT-LOG-FILE
           IF WS-CR-STATUS = "05" THEN
      *    no ledger at all - a free-play cabinet takes no coins
               CLOSE CREDIT-LOG-FILE
               EXIT SECTION
           END-IF
           IF WS-CR-STATUS NOT = "00" THEN
               DISPLAY "LEDGER FILE ERROR " WS-CR-STATUS " "
                   COL-LEDGER-NAME " - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-CR-STATUS NOT = "00"
               READ CREDIT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CR-STATUS
                   NOT AT END
                       PERFORM LEDGER-TALLY-ONE
               END-READ
           END-PERFORM
           IF WS-CR-STATUS NOT = "10" THEN
               DISPLAY "LEDGER READ ERROR " WS-CR-STATUS " "
                   COL-LEDGER-NAME " - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
           END-IF
           CLOSE CREDIT-LOG-FILE.
      *----------------------------------------------------------------*
       LEDGER-TALLY-ONE                                         SECTION.
           IF CR-EVENT NOT = "COIN"
               OR CR-STATION-ID NOT = COL-STATION THEN
               EXIT SECTION
           END-IF
           IF CR-DATE NOT NUMERIC OR CR-TIME NOT NUMERIC
               OR CR-AMOUNT-CENTS NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           COMPUTE COL-REC-STAMP = CR-DATE * 1000000 + CR-TIME
           IF COL-REC-STAMP > COL-FROM-STAMP
               AND COL-REC-STAMP <= COL-TO-STAMP THEN
               ADD 1 TO COL-COINS
               ADD CR-AMOUNT-CENTS TO COL-EXPECTED
           END-IF.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies, sized
      *    for up to seven digits. Sets COL-FIELD-OK to "Y" for
      *    blank, "V" for a valid number left in COL-NUM-WORK, "N"
      *    to re-ask.
      *----------------------------------------------------------------*
       NUMERIC-FIELD-CHECK                                      SECTION.
           IF COL-INPUT = SPACES THEN
               MOVE "Y" TO COL-FIELD-OK
               EXIT SECTION
           END-IF
           IF (COL-INPUT(1:7) NUMERIC AND COL-INPUT(8:23) = SPACES) OR
               (COL-INPUT(1:6) NUMERIC AND COL-INPUT(7:24) = SPACES)
               OR
               (COL-INPUT(1:5) NUMERIC AND COL-INPUT(6:25) = SPACES)
               OR
               (COL-INPUT(1:4) NUMERIC AND COL-INPUT(5:26) = SPACES)
               OR
               (COL-INPUT(1:3) NUMERIC AND COL-INPUT(4:27) = SPACES)
               OR
               (COL-INPUT(1:2) NUMERIC AND COL-INPUT(3:28) = SPACES)
               OR
               (COL-INPUT(1:1) NUMERIC AND COL-INPUT(2:29) = SPACES)
               THEN
               MOVE NUMVAL(COL-INPUT) TO COL-NUM-WORK
               MOVE "V" TO COL-FIELD-OK
           ELSE
               DISPLAY "VALUE MUST BE NUMERIC"
               MOVE "N" TO COL-FIELD-OK
           END-IF.
      *----------------------------------------------------------------*
      *    COLLECTION-WRITE: books the pull to the register and to
      *    the sitting's variance table. A pull that can't be booked
      *    is not reported - the next pull would otherwise start
      *    from a window nobody can see.
      *----------------------------------------------------------------*
       COLLECTION-WRITE                                         SECTION.
           MOVE COL-NOW-DATE TO CL-DATE
           MOVE COL-NOW-TIME TO CL-TIME
           MOVE COL-STATION TO CL-STATION-ID
           MOVE COL-FROM-DATE TO CL-FROM-DATE
           MOVE COL-FROM-TIME TO CL-FROM-TIME
           MOVE COL-COINS TO CL-COIN-COUNT
           MOVE COL-EXPECTED TO CL-EXPECTED-CENTS
           MOVE COL-COUNTED TO CL-COUNTED-CENTS
           MOVE COL-VARIANCE TO CL-VARIANCE-CENTS
           MOVE COL-FLAG TO CL-FLAG
           MOVE COL-LEDGER TO CL-LEDGER
           MOVE COL-COLLECTOR TO CL-COLLECTOR
           MOVE COL-TO-DATE TO CL-TO-DATE
           MOVE COL-TO-TIME TO CL-TO-TIME

           OPEN EXTEND COLLECTION-FILE
           IF WS-CL-STATUS = "05" THEN
               MOVE "00" TO WS-CL-STATUS
           END-IF
           IF WS-CL-STATUS NOT = "00" THEN
               DISPLAY "REGISTER FILE ERROR " WS-CL-STATUS
                   " - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
               EXIT SECTION
           END-IF
           WRITE COLLECTION-RECORD
           IF WS-CL-STATUS NOT = "00" THEN
               DISPLAY "REGISTER FILE ERROR " WS-CL-STATUS
                   " - PULL NOT BOOKED"
               MOVE "Y" TO COL-CAB-ERROR
               CLOSE COLLECTION-FILE
               EXIT SECTION
           END-IF
           CLOSE COLLECTION-FILE

           ADD 1 TO VT-COUNT
           MOVE COL-STATION TO VT-STATION(VT-COUNT)
           MOVE COL-FROM-DATE TO VT-FROM-DATE(VT-COUNT)
           MOVE COL-COINS TO VT-COINS(VT-COUNT)
           MOVE COL-EXPECTED TO VT-EXPECTED(VT-COUNT)
           MOVE COL-COUNTED TO VT-COUNTED(VT-COUNT)
           MOVE COL-VARIANCE TO VT-VARIANCE(VT-COUNT)
           MOVE COL-FLAG TO VT-FLAG(VT-COUNT)
           COMPUTE COL-VARIANCE-EDIT = COL-VARIANCE / 100
           DISPLAY "PULL BOOKED - VARIANCE " COL-VARIANCE-EDIT
               SPACE COL-FLAG.
      *----------------------------------------------------------------*
      *    VARIANCE-REPORT: one line per cabinet pulled this sitting
      *    - expected against counted, the signed variance and the
      *    flag - then the sitting's totals.
      *----------------------------------------------------------------*
       VARIANCE-REPORT                                          SECTION.
           DISPLAY "==== PONG0015 COLLECTION VARIANCE REPORT ===="
           DISPLAY "LEDGER............: " COL-LEDGER-NAME
           COMPUTE COL-VARIANCE-EDIT = TOLERANCE-CENTS / 100
           DISPLAY "TOLERANCE.........: " COL-VARIANCE-EDIT
           DISPLAY "---- PER CABINET ----"
           IF VT-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT
               DISPLAY "STATION " VT-STATION(VT-SUB)
                   " SINCE " VT-FROM-DATE(VT-SUB)
                   " COINS " VT-COINS(VT-SUB)
               COMPUTE COL-MONEY-EDIT = VT-EXPECTED(VT-SUB) / 100
               DISPLAY "           EXPECTED " COL-MONEY-EDIT
                   WITH NO ADVANCING
               COMPUTE COL-MONEY-EDIT = VT-COUNTED(VT-SUB) / 100
               DISPLAY " COUNTED " COL-MONEY-EDIT WITH NO ADVANCING
               COMPUTE COL-VARIANCE-EDIT = VT-VARIANCE(VT-SUB) / 100
               DISPLAY " VARIANCE " COL-VARIANCE-EDIT
                   SPACE VT-FLAG(VT-SUB)
               ADD VT-EXPECTED(VT-SUB) TO VT-TOT-EXPECTED
               ADD VT-COUNTED(VT-SUB) TO VT-TOT-COUNTED
               ADD VT-VARIANCE(VT-SUB) TO VT-TOT-VARIANCE
               IF VT-FLAG(VT-SUB) NOT = "OK" THEN
                   ADD 1 TO VT-FLAGGED
               END-IF
           END-PERFORM
           DISPLAY "---- SITTING TOTALS ----"
           DISPLAY "CABINETS PULLED...: " VT-COUNT
           COMPUTE COL-MONEY-EDIT = VT-TOT-EXPECTED / 100
           DISPLAY "EXPECTED..........: " COL-MONEY-EDIT
           COMPUTE COL-MONEY-EDIT = VT-TOT-COUNTED / 100
           DISPLAY "COUNTED...........: " COL-MONEY-EDIT
           COMPUTE COL-VARIANCE-EDIT = VT-TOT-VARIANCE / 100
           DISPLAY "VARIANCE..........: " COL-VARIANCE-EDIT
           DISPLAY "FLAGGED...........: " VT-FLAGGED
           IF VT-FLAGGED > ZERO THEN
               DISPLAY "** VARIANCE OUTSIDE TOLERANCE - CHECK COIN"
                   " MECH AND COLLECTOR **"
           END-IF.
