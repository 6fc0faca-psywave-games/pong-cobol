      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        balrpt.cbl
      *    AI difficulty balance report. AI-DELAY and AI-SPEEDPCT
      *    are set per cabinet on fleetcfg.dat and used to be tuned
      *    on gut feel. PONG0001 now books every match with its mode
      *    and, against the machine, the difficulty in force; this
      *    job reads the period's matcharc.YYYYMM.dat /
      *    evtarc.YYYYMM.dat plus the live matchscore.dat /
      *    eventlog.dat and prints, for each difficulty setting and
      *    station, the human win rate, the average winning margin,
      *    the average rally length and the share of players who
      *    walked away after one game. A setting the players beat
      *    too often is flagged too easy; one they rarely beat, or
      *    walk away from after a game, too punishing - and the
      *    flagged settings still on fleetcfg.dat are listed, so they
      *    are changed on PONG0010 before the next CFGDIST run.
      *    Return code 4 when a setting is flagged or the period was
      *    too big to hold, 8 on a bad period or an unreadable file.
       PROGRAM-ID.         PONG0022.

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
           SELECT OPTIONAL BALANCE-MATCH-FILE
               ASSIGN TO DYNAMIC BL-MS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.

           SELECT OPTIONAL BALANCE-EVENT-FILE
               ASSIGN TO DYNAMIC BL-EL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.

           SELECT FLEET-CFG-FILE ASSIGN TO "fleetcfg.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STATION-ID
               FILE STATUS IS WS-FS-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    One dynamic SELECT per record type covers both the monthly
      *    archives and the live file - same layouts the cabinet
      *    writes, shared via copybook so the programs can't drift.
      *----------------------------------------------------------------*
       FD  BALANCE-MATCH-FILE.
           COPY MATCHSCR.

       FD  BALANCE-EVENT-FILE.
           COPY EVTLOG.
      *----------------------------------------------------------------*
      *    FLEET-CFG-FILE: the settings CFGDIST will distribute next.
      *----------------------------------------------------------------*
       FD  FLEET-CFG-FILE.
           COPY FLEETCFG.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    BALANCE-VARIABLES
      *----------------------------------------------------------------*
      *    Time is worked in seconds since the start of the day count
      *    (INTEGER-OF-DATE * 86400 + time of day), as PONG0020 does.
      *    A player who starts another game within RETURN-SECS of
      *    the last one ending is still at the cabinet. A setting is
      *    only judged on MIN-MATCHES decided games: too easy when
      *    the players win more than EASY-WIN-PCT of them, too
      *    punishing when they win fewer than HARD-WIN-PCT or more
      *    than HARD-QUIT-PCT of them walk away after one game.
       78 MAX-STATIONS                      VALUE 99.
       78 MAX-MONTHS                        VALUE 12.
       78 MAX-MATCHES                       VALUE 20000.
       78 MAX-GROUPS                        VALUE 300.
       78 SECS-PER-DAY                      VALUE 86400.
       78 RETURN-SECS                       VALUE 120.
       78 MIN-MATCHES                       VALUE 20.
       78 EASY-WIN-PCT                      VALUE 65.
       78 HARD-WIN-PCT                      VALUE 25.
       78 HARD-QUIT-PCT                     VALUE 50.
       01 WS-MS-STATUS          PIC XX.
       01 WS-EL-STATUS          PIC XX.
       01 WS-FS-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 BL-INPUT              PIC X(8).
       01 BL-MS-FILENAME        PIC X(20).
       01 BL-EL-FILENAME        PIC X(20).
      *----------------------------------------------------------------*
      *    PERIOD: whole months, FROM to TO. BL-MONTH-NUM counts
      *    months since year 0 so the period can be stepped through.
      *----------------------------------------------------------------*
       01 BL-FROM-MONTH         PIC 9(6)    VALUE ZERO.
       01 BL-TO-MONTH           PIC 9(6)    VALUE ZERO.
       01 BL-MONTHS             PIC 9(3)    VALUE ZERO.
       01 BL-MONTH-SUB          PIC 9(3).
       01 BL-MONTH-NUM          PIC 9(6).
       01 BL-WORK-MONTH         PIC 9(6).
       01 BL-WORK-YY            PIC 9(4).
       01 BL-WORK-MM            PIC 9(2).
       01 BL-FS-OPEN            PIC X       VALUE "N".
      *----------------------------------------------------------------*
      *    MATCH-TABLE: every match of the period, chained per station
      *    in the order the station played them (ST-HEAD / ST-TAIL),
      *    with the rally events and points that fell to it and the
      *    stamp of its first event (when play started). MT-MODE is
      *    "AI" only when the difficulty was booked with it.
      *----------------------------------------------------------------*
       01 MATCH-TABLE.
           05 MT-ENTRY OCCURS 20000 TIMES.
               10 MT-STAMP      PIC 9(11).
               10 MT-MODE       PIC X(2).
               10 MT-DELAY      PIC 9(3).
               10 MT-SPEED      PIC 9(3).
               10 MT-WINNER     PIC X(2).
               10 MT-MARGIN     PIC 9(3).
               10 MT-P1-ID      PIC 9(4).
               10 MT-FIRST      PIC 9(11).
               10 MT-POINTS     PIC 9(3).
               10 MT-RALLY-EVTS PIC 9(5).
               10 MT-NEXT       PIC 9(5).
       01 MT-COUNT              PIC 9(5)    VALUE ZERO.
       01 BL-MT-SUB             PIC 9(5).
       01 BL-PREV               PIC 9(5).
       01 BL-CUR                PIC 9(5).

       01 STATION-CHAIN-TABLE.
           05 ST-ENTRY OCCURS 99 TIMES.
               10 ST-HEAD       PIC 9(5).
               10 ST-TAIL       PIC 9(5).
               10 ST-CUR        PIC 9(5).
       01 BL-STATION            PIC 9(3).
      *----------------------------------------------------------------*
      *    GROUP-TABLE: one entry per difficulty setting and station,
      *    plus one per setting for all stations (GR-STATION 00),
      *    put in key order before printing. BL-GR-SWAP holds one
      *    GR-ENTRY for the sort.
      *----------------------------------------------------------------*
       01 GROUP-TABLE.
           05 GR-ENTRY OCCURS 300 TIMES.
               10 GR-KEY.
                   15 GR-DELAY      PIC 9(3).
                   15 GR-SPEED      PIC 9(3).
                   15 GR-STATION    PIC 9(2).
               10 GR-MATCHES        PIC 9(5).
               10 GR-HUMAN-WINS     PIC 9(5).
               10 GR-AI-WINS        PIC 9(5).
               10 GR-TIES           PIC 9(5).
               10 GR-MARGIN-SUM     PIC 9(7).
               10 GR-RALLY-EVTS     PIC 9(7).
               10 GR-POINTS         PIC 9(7).
               10 GR-SITTINGS       PIC 9(5).
               10 GR-ONE-GAME       PIC 9(5).
       01 BL-GR-SWAP            PIC X(59).
       01 GR-COUNT              PIC 9(3)    VALUE ZERO.
       01 BL-GR-SUB             PIC 9(3).
       01 BL-GR-SUB2            PIC 9(3).
       01 BL-GR-FOUND           PIC 9(3).
       01 BL-FIND-KEY.
           05 BL-FIND-DELAY     PIC 9(3).
           05 BL-FIND-SPEED     PIC 9(3).
           05 BL-FIND-STATION   PIC 9(2).
      *----------------------------------------------------------------*
      *    SITTING work fields: a sitting is one player's run of AI
      *    games on one cabinet, booked to the setting of its first.
      *----------------------------------------------------------------*
       01 BL-SIT-START          PIC 9(5)    VALUE ZERO.
       01 BL-SIT-LEN            PIC 9(5)    VALUE ZERO.
       01 BL-GAP                PIC S9(11)  VALUE ZERO.
       01 BL-STAMP              PIC 9(11)   VALUE ZERO.
       01 BL-SAME-SITTING       PIC X.
      *----------------------------------------------------------------*
      *    Run totals and the judged figures of one line.
      *----------------------------------------------------------------*
       01 BL-MATCHES-READ       PIC 9(7)    VALUE ZERO.
       01 BL-AI-MATCHES         PIC 9(7)    VALUE ZERO.
       01 BL-2P-MATCHES         PIC 9(7)    VALUE ZERO.
       01 BL-TN-MATCHES         PIC 9(7)    VALUE ZERO.
       01 BL-UNSTAMPED          PIC 9(7)    VALUE ZERO.
       01 BL-NOT-HELD           PIC 9(7)    VALUE ZERO.
       01 BL-GROUPS-LOST        PIC 9(7)    VALUE ZERO.
       01 BL-EVENTS-TALLIED     PIC 9(7)    VALUE ZERO.
       01 BL-FLAG-COUNT         PIC 9(5)    VALUE ZERO.
       01 BL-ACTION-COUNT       PIC 9(5)    VALUE ZERO.
       01 BL-DECIDED            PIC 9(5).
       01 BL-WIN-PCT            PIC 9(3)V9.
       01 BL-QUIT-PCT           PIC 9(3)V9.
       01 BL-MARGIN             PIC 9(3)V99.
       01 BL-RALLY              PIC 9(5)V99.
       01 BL-FLAG               PIC X(16).
       01 BL-ON-CFG             PIC X.
       01 BL-LABEL              PIC X(8).
       01 BL-PCT-EDIT           PIC ZZ9.9.
       01 BL-QUIT-EDIT          PIC ZZ9.9.
       01 BL-MARGIN-EDIT        PIC ZZ9.99.
       01 BL-RALLY-EDIT         PIC ZZZZ9.99.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM BALANCE-INIT.
       IF RETURN-CODE = 8 THEN
           GOBACK
       END-IF.
       PERFORM MATCH-SOURCES-SCAN.
       PERFORM EVENT-SOURCES-SCAN.
       PERFORM SITTINGS-WORK.
       PERFORM GROUPS-ORDER.
       PERFORM BALANCE-PRINT.
       IF (BL-FLAG-COUNT > ZERO OR BL-NOT-HELD > ZERO
           OR BL-GROUPS-LOST > ZERO) AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.
      *----------------------------------------------------------------*
      *    BALANCE-INIT: the period defaults to the month just ended
      *    through the current one - what the archives and the live
      *    files hold since the last tuning round. The console can
      *    name any span of up to 12 months.
      *----------------------------------------------------------------*
       BALANCE-INIT                                             SECTION.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:6) TO BL-TO-MONTH
           MOVE WS-CURRENT-DATE(1:4) TO BL-WORK-YY
           MOVE WS-CURRENT-DATE(5:2) TO BL-WORK-MM
           IF BL-WORK-MM = 1 THEN
               SUBTRACT 1 FROM BL-WORK-YY
               MOVE 12 TO BL-WORK-MM
           ELSE
               SUBTRACT 1 FROM BL-WORK-MM
           END-IF
           COMPUTE BL-FROM-MONTH = BL-WORK-YY * 100 + BL-WORK-MM
           DISPLAY "FROM MONTH YYYYMM (BLANK=" BL-FROM-MONTH "): "
               WITH NO ADVANCING
           ACCEPT BL-INPUT
           IF BL-INPUT(1:6) NUMERIC THEN
               MOVE NUMVAL(BL-INPUT(1:6)) TO BL-FROM-MONTH
           END-IF
           DISPLAY "TO MONTH YYYYMM (BLANK=" BL-TO-MONTH "): "
               WITH NO ADVANCING
           ACCEPT BL-INPUT
           IF BL-INPUT(1:6) NUMERIC THEN
               MOVE NUMVAL(BL-INPUT(1:6)) TO BL-TO-MONTH
           END-IF
           IF BL-FROM-MONTH(5:2) < "01" OR BL-FROM-MONTH(5:2) > "12"
               OR BL-TO-MONTH(5:2) < "01"
               OR BL-TO-MONTH(5:2) > "12" THEN
               DISPLAY "NOT A VALID MONTH - NOTHING REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF BL-TO-MONTH < BL-FROM-MONTH THEN
               DISPLAY "TO MONTH IS BEFORE FROM MONTH - NOTHING"
                   " REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE BL-MONTHS =
               (NUMVAL(BL-TO-MONTH(1:4)) * 12
                   + NUMVAL(BL-TO-MONTH(5:2)))
               - (NUMVAL(BL-FROM-MONTH(1:4)) * 12
                   + NUMVAL(BL-FROM-MONTH(5:2))) + 1
           IF BL-MONTHS > MAX-MONTHS THEN
               DISPLAY "PERIOD LONGER THAN 12 MONTHS - NOTHING"
                   " REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM VARYING BL-STATION FROM 1 BY 1
               UNTIL BL-STATION > MAX-STATIONS
               MOVE ZERO TO ST-HEAD(BL-STATION)
               MOVE ZERO TO ST-TAIL(BL-STATION)
               MOVE ZERO TO ST-CUR(BL-STATION)
           END-PERFORM.
      *----------------------------------------------------------------*
      *    MONTH-STEP: BL-WORK-MONTH = the BL-MONTH-SUB'th month of
      *    the period.
      *----------------------------------------------------------------*
       MONTH-STEP                                               SECTION.
           COMPUTE BL-MONTH-NUM = NUMVAL(BL-FROM-MONTH(1:4)) * 12
               + NUMVAL(BL-FROM-MONTH(5:2)) - 1 + BL-MONTH-SUB - 1
           COMPUTE BL-WORK-YY = BL-MONTH-NUM / 12
           COMPUTE BL-WORK-MM = MOD(BL-MONTH-NUM, 12) + 1
           COMPUTE BL-WORK-MONTH = BL-WORK-YY * 100 + BL-WORK-MM.
      *----------------------------------------------------------------*
      *    MATCH-SOURCES-SCAN: each month's archive in turn, then
      *    whatever of the period still sits in the live file - the
      *    archive cutover means no one source holds the period, and
      *    this order keeps every station's matches in playing order.
      *----------------------------------------------------------------*
       MATCH-SOURCES-SCAN                                       SECTION.
           PERFORM VARYING BL-MONTH-SUB FROM 1 BY 1
               UNTIL BL-MONTH-SUB > BL-MONTHS
               PERFORM MONTH-STEP
               MOVE SPACES TO BL-MS-FILENAME
               STRING
                   "matcharc."    DELIMITED BY SIZE
                   BL-WORK-MONTH  DELIMITED BY SIZE
                   ".dat"         DELIMITED BY SIZE
                   INTO BL-MS-FILENAME
               END-STRING
               PERFORM MATCH-FILE-SCAN
           END-PERFORM
           MOVE "matchscore.dat" TO BL-MS-FILENAME
           PERFORM MATCH-FILE-SCAN.
      *----------------------------------------------------------------*
       MATCH-FILE-SCAN                                          SECTION.
           OPEN INPUT BALANCE-MATCH-FILE
           IF WS-MS-STATUS = "05" THEN
               CLOSE BALANCE-MATCH-FILE
               EXIT SECTION
           END-IF
           IF WS-MS-STATUS NOT = "00" THEN
               DISPLAY "MATCH FILE ERROR " WS-MS-STATUS
                   " " BL-MS-FILENAME
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-MS-STATUS NOT = "00"
               READ BALANCE-MATCH-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MS-STATUS
                   NOT AT END
                       PERFORM MATCH-TALLY-ONE
               END-READ
           END-PERFORM
           CLOSE BALANCE-MATCH-FILE.
      *----------------------------------------------------------------*
      *    MATCH-TALLY-ONE: a match of the period goes on its
      *    station's chain whatever its mode - a 2P game between two
      *    AI games still ends the first player's sitting. Matches
      *    booked before the mode was recorded are counted apart and
      *    never judged.
      *----------------------------------------------------------------*
       MATCH-TALLY-ONE                                          SECTION.
           IF MS-DATE NOT NUMERIC OR MS-TIME NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           IF MS-DATE(1:6) < BL-FROM-MONTH
               OR MS-DATE(1:6) > BL-TO-MONTH THEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD(MS-DATE) NOT = ZERO THEN
               EXIT SECTION
           END-IF
           IF MS-STATION-ID NOT NUMERIC OR MS-STATION-ID < 1 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO BL-MATCHES-READ
           IF MT-COUNT >= MAX-MATCHES THEN
               ADD 1 TO BL-NOT-HELD
               EXIT SECTION
           END-IF
           ADD 1 TO MT-COUNT
           COMPUTE MT-STAMP(MT-COUNT) =
               INTEGER-OF-DATE(MS-DATE) * SECS-PER-DAY
               + NUMVAL(MS-TIME(1:2)) * 3600
               + NUMVAL(MS-TIME(3:2)) * 60
               + NUMVAL(MS-TIME(5:2))
           MOVE ZERO TO MT-DELAY(MT-COUNT)
           MOVE ZERO TO MT-SPEED(MT-COUNT)
           EVALUATE TRUE
               WHEN MS-MODE = "AI" AND MS-AI-DELAY NUMERIC
                   AND MS-AI-SPEEDPCT NUMERIC
                   ADD 1 TO BL-AI-MATCHES
                   MOVE "AI" TO MT-MODE(MT-COUNT)
                   MOVE MS-AI-DELAY TO MT-DELAY(MT-COUNT)
                   MOVE MS-AI-SPEEDPCT TO MT-SPEED(MT-COUNT)
               WHEN MS-MODE = "2P"
                   ADD 1 TO BL-2P-MATCHES
                   MOVE "2P" TO MT-MODE(MT-COUNT)
               WHEN MS-MODE = "TN"
                   ADD 1 TO BL-TN-MATCHES
                   MOVE "TN" TO MT-MODE(MT-COUNT)
               WHEN OTHER
                   ADD 1 TO BL-UNSTAMPED
                   MOVE "??" TO MT-MODE(MT-COUNT)
           END-EVALUATE
           MOVE MS-WINNER TO MT-WINNER(MT-COUNT)
           MOVE ZERO TO MT-MARGIN(MT-COUNT)
           IF MS-SCORE-P1 NUMERIC AND MS-SCORE-P2 NUMERIC THEN
               IF MS-SCORE-P1 > MS-SCORE-P2 THEN
                   COMPUTE MT-MARGIN(MT-COUNT) =
                       MS-SCORE-P1 - MS-SCORE-P2
               ELSE
                   COMPUTE MT-MARGIN(MT-COUNT) =
                       MS-SCORE-P2 - MS-SCORE-P1
               END-IF
           END-IF
           MOVE ZERO TO MT-P1-ID(MT-COUNT)
           IF MS-P1-ID NUMERIC THEN
               MOVE MS-P1-ID TO MT-P1-ID(MT-COUNT)
           END-IF
           MOVE ZERO TO MT-FIRST(MT-COUNT)
           MOVE ZERO TO MT-POINTS(MT-COUNT)
           MOVE ZERO TO MT-RALLY-EVTS(MT-COUNT)
           MOVE ZERO TO MT-NEXT(MT-COUNT)
           IF ST-TAIL(MS-STATION-ID) > ZERO THEN
               MOVE MT-COUNT TO MT-NEXT(ST-TAIL(MS-STATION-ID))
           ELSE
               MOVE MT-COUNT TO ST-HEAD(MS-STATION-ID)
           END-IF
           MOVE MT-COUNT TO ST-TAIL(MS-STATION-ID).
      *----------------------------------------------------------------*
       EVENT-SOURCES-SCAN                                       SECTION.
           PERFORM VARYING BL-STATION FROM 1 BY 1
               UNTIL BL-STATION > MAX-STATIONS
               MOVE ST-HEAD(BL-STATION) TO ST-CUR(BL-STATION)
           END-PERFORM
           PERFORM VARYING BL-MONTH-SUB FROM 1 BY 1
               UNTIL BL-MONTH-SUB > BL-MONTHS
               PERFORM MONTH-STEP
               MOVE SPACES TO BL-EL-FILENAME
               STRING
                   "evtarc."      DELIMITED BY SIZE
                   BL-WORK-MONTH  DELIMITED BY SIZE
                   ".dat"         DELIMITED BY SIZE
                   INTO BL-EL-FILENAME
               END-STRING
               PERFORM EVENT-FILE-SCAN
           END-PERFORM
           MOVE "eventlog.dat" TO BL-EL-FILENAME
           PERFORM EVENT-FILE-SCAN.
      *----------------------------------------------------------------*
       EVENT-FILE-SCAN                                          SECTION.
           OPEN INPUT BALANCE-EVENT-FILE
           IF WS-EL-STATUS = "05" THEN
               CLOSE BALANCE-EVENT-FILE
               EXIT SECTION
           END-IF
           IF WS-EL-STATUS NOT = "00" THEN
               DISPLAY "EVENT FILE ERROR " WS-EL-STATUS
                   " " BL-EL-FILENAME
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EL-STATUS NOT = "00"
               READ BALANCE-EVENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EL-STATUS
                   NOT AT END
                       PERFORM EVENT-TALLY-ONE
               END-READ
           END-PERFORM
           CLOSE BALANCE-EVENT-FILE.
      *----------------------------------------------------------------*
      *    EVENT-TALLY-ONE: an event belongs to the first match its
      *    station finished at or after it. Each station's cursor
      *    only moves forward, as the files are read in playing
      *    order. Events after a station's last match of the period
      *    (a match still in play, or abandoned) fall to no match.
      *----------------------------------------------------------------*
       EVENT-TALLY-ONE                                          SECTION.
           IF EL-DATE NOT NUMERIC OR EL-TIME NOT NUMERIC THEN
               EXIT SECTION
           END-IF
      *    session header/trailer records are bookkeeping, not play
           IF EL-EVENT-TYPE = "SESSN-HDR"
               OR EL-EVENT-TYPE = "SESSN-TRL" THEN
               EXIT SECTION
           END-IF
           IF EL-DATE(1:6) < BL-FROM-MONTH
               OR EL-DATE(1:6) > BL-TO-MONTH THEN
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD(EL-DATE) NOT = ZERO THEN
               EXIT SECTION
           END-IF
           IF EL-STATION-ID NOT NUMERIC OR EL-STATION-ID < 1 THEN
               EXIT SECTION
           END-IF
           ADD 1 TO BL-EVENTS-TALLIED
           COMPUTE BL-STAMP =
               INTEGER-OF-DATE(EL-DATE) * SECS-PER-DAY
               + NUMVAL(EL-TIME(1:2)) * 3600
               + NUMVAL(EL-TIME(3:2)) * 60
               + NUMVAL(EL-TIME(5:2))
           MOVE ST-CUR(EL-STATION-ID) TO BL-CUR
           PERFORM UNTIL BL-CUR = ZERO
               OR MT-STAMP(BL-CUR) >= BL-STAMP
               MOVE MT-NEXT(BL-CUR) TO BL-CUR
           END-PERFORM
           MOVE BL-CUR TO ST-CUR(EL-STATION-ID)
           IF BL-CUR = ZERO THEN
               EXIT SECTION
           END-IF
           IF MT-FIRST(BL-CUR) = ZERO THEN
               MOVE BL-STAMP TO MT-FIRST(BL-CUR)
           END-IF
           IF EL-EVENT-TYPE = "SCORE-P1"
               OR EL-EVENT-TYPE = "SCORE-P2" THEN
               ADD 1 TO MT-POINTS(BL-CUR)
           ELSE
               ADD 1 TO MT-RALLY-EVTS(BL-CUR)
           END-IF.
      *----------------------------------------------------------------*
      *    SITTINGS-WORK: walks each station's matches in playing
      *    order. Every AI match is tallied to its setting; an AI
      *    match that started within RETURN-SECS of the previous AI
      *    match ending, by the same player as far as sign-in can
      *    tell (two different signed-in IDs are two players), goes
      *    on the same sitting. A sitting of one game is a player who
      *    walked away after it.
      *----------------------------------------------------------------*
       SITTINGS-WORK                                            SECTION.
           PERFORM VARYING BL-STATION FROM 1 BY 1
               UNTIL BL-STATION > MAX-STATIONS
               MOVE ZERO TO BL-PREV
               MOVE ZERO TO BL-SIT-START
               MOVE ZERO TO BL-SIT-LEN
               MOVE ST-HEAD(BL-STATION) TO BL-MT-SUB
               PERFORM UNTIL BL-MT-SUB = ZERO
                   IF MT-MODE(BL-MT-SUB) = "AI" THEN
                       PERFORM MATCH-GROUP-TALLY
                       PERFORM SITTING-CHECK
                   ELSE
                       PERFORM SITTING-CLOSE
                   END-IF
                   MOVE BL-MT-SUB TO BL-PREV
                   MOVE MT-NEXT(BL-MT-SUB) TO BL-MT-SUB
               END-PERFORM
               PERFORM SITTING-CLOSE
           END-PERFORM.
      *----------------------------------------------------------------*
       SITTING-CHECK                                            SECTION.
           MOVE "N" TO BL-SAME-SITTING
           IF BL-SIT-START > ZERO AND BL-PREV > ZERO THEN
               IF MT-FIRST(BL-MT-SUB) > ZERO THEN
                   COMPUTE BL-GAP = MT-FIRST(BL-MT-SUB)
                       - MT-STAMP(BL-PREV)
               ELSE
                   COMPUTE BL-GAP = MT-STAMP(BL-MT-SUB)
                       - MT-STAMP(BL-PREV)
               END-IF
               IF BL-GAP <= RETURN-SECS THEN
                   MOVE "Y" TO BL-SAME-SITTING
               END-IF
               IF MT-P1-ID(BL-MT-SUB) > ZERO
                   AND MT-P1-ID(BL-PREV) > ZERO
                   AND MT-P1-ID(BL-MT-SUB) NOT = MT-P1-ID(BL-PREV)
                   THEN
                   MOVE "N" TO BL-SAME-SITTING
               END-IF
           END-IF
           IF BL-SAME-SITTING = "Y" THEN
               ADD 1 TO BL-SIT-LEN
           ELSE
               PERFORM SITTING-CLOSE
               MOVE BL-MT-SUB TO BL-SIT-START
               MOVE 1 TO BL-SIT-LEN
           END-IF.
      *----------------------------------------------------------------*
      *    SITTING-CLOSE: books the sitting in hand to the setting of
      *    its first game, on the station and in the all-stations
      *    line.
      *----------------------------------------------------------------*
       SITTING-CLOSE                                            SECTION.
           IF BL-SIT-START = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MT-DELAY(BL-SIT-START) TO BL-FIND-DELAY
           MOVE MT-SPEED(BL-SIT-START) TO BL-FIND-SPEED
           MOVE BL-STATION TO BL-FIND-STATION
           PERFORM GROUP-FIND
           IF BL-GR-FOUND > ZERO THEN
               PERFORM SITTING-BOOK
           END-IF
           MOVE ZERO TO BL-FIND-STATION
           PERFORM GROUP-FIND
           IF BL-GR-FOUND > ZERO THEN
               PERFORM SITTING-BOOK
           END-IF
           MOVE ZERO TO BL-SIT-START
           MOVE ZERO TO BL-SIT-LEN.
      *----------------------------------------------------------------*
       SITTING-BOOK                                             SECTION.
           ADD 1 TO GR-SITTINGS(BL-GR-FOUND)
           IF BL-SIT-LEN = 1 THEN
               ADD 1 TO GR-ONE-GAME(BL-GR-FOUND)
           END-IF.
      *----------------------------------------------------------------*
      *    MATCH-GROUP-TALLY: the match's result, margin and rallies
      *    to its setting, on the station and in the all-stations
      *    line. The human is always P1 against the machine.
      *----------------------------------------------------------------*
       MATCH-GROUP-TALLY                                        SECTION.
           MOVE MT-DELAY(BL-MT-SUB) TO BL-FIND-DELAY
           MOVE MT-SPEED(BL-MT-SUB) TO BL-FIND-SPEED
           MOVE BL-STATION TO BL-FIND-STATION
           PERFORM GROUP-FIND
           IF BL-GR-FOUND > ZERO THEN
               PERFORM MATCH-BOOK
           END-IF
           MOVE ZERO TO BL-FIND-STATION
           PERFORM GROUP-FIND
           IF BL-GR-FOUND > ZERO THEN
               PERFORM MATCH-BOOK
           END-IF.
      *----------------------------------------------------------------*
       MATCH-BOOK                                               SECTION.
           ADD 1 TO GR-MATCHES(BL-GR-FOUND)
           EVALUATE MT-WINNER(BL-MT-SUB)
               WHEN "P1"
                   ADD 1 TO GR-HUMAN-WINS(BL-GR-FOUND)
                   ADD MT-MARGIN(BL-MT-SUB)
                       TO GR-MARGIN-SUM(BL-GR-FOUND)
               WHEN "P2"
                   ADD 1 TO GR-AI-WINS(BL-GR-FOUND)
                   ADD MT-MARGIN(BL-MT-SUB)
                       TO GR-MARGIN-SUM(BL-GR-FOUND)
               WHEN OTHER
                   ADD 1 TO GR-TIES(BL-GR-FOUND)
           END-EVALUATE
           ADD MT-RALLY-EVTS(BL-MT-SUB) TO GR-RALLY-EVTS(BL-GR-FOUND)
           ADD MT-POINTS(BL-MT-SUB) TO GR-POINTS(BL-GR-FOUND).
      *----------------------------------------------------------------*
      *    GROUP-FIND: the entry for BL-FIND-KEY, added zeroed when
      *    new. BL-GR-FOUND is zero when the table is full (counted).
      *----------------------------------------------------------------*
       GROUP-FIND                                               SECTION.
           MOVE ZERO TO BL-GR-FOUND
           PERFORM VARYING BL-GR-SUB FROM 1 BY 1
               UNTIL BL-GR-SUB > GR-COUNT OR BL-GR-FOUND > ZERO
               IF GR-KEY(BL-GR-SUB) = BL-FIND-KEY THEN
                   MOVE BL-GR-SUB TO BL-GR-FOUND
               END-IF
           END-PERFORM
           IF BL-GR-FOUND > ZERO THEN
               EXIT SECTION
           END-IF
           IF GR-COUNT >= MAX-GROUPS THEN
               ADD 1 TO BL-GROUPS-LOST
               EXIT SECTION
           END-IF
           ADD 1 TO GR-COUNT
           MOVE GR-COUNT TO BL-GR-FOUND
           MOVE BL-FIND-KEY TO GR-KEY(GR-COUNT)
           MOVE ZERO TO GR-MATCHES(GR-COUNT)
           MOVE ZERO TO GR-HUMAN-WINS(GR-COUNT)
           MOVE ZERO TO GR-AI-WINS(GR-COUNT)
           MOVE ZERO TO GR-TIES(GR-COUNT)
           MOVE ZERO TO GR-MARGIN-SUM(GR-COUNT)
           MOVE ZERO TO GR-RALLY-EVTS(GR-COUNT)
           MOVE ZERO TO GR-POINTS(GR-COUNT)
           MOVE ZERO TO GR-SITTINGS(GR-COUNT)
           MOVE ZERO TO GR-ONE-GAME(GR-COUNT).
      *----------------------------------------------------------------*
      *    GROUPS-ORDER: insertion sort on the key - settings from the
      *    quickest AI up, each with its all-stations line (station
      *    00) ahead of its stations.
      *----------------------------------------------------------------*
       GROUPS-ORDER                                             SECTION.
           PERFORM VARYING BL-GR-SUB FROM 2 BY 1
               UNTIL BL-GR-SUB > GR-COUNT
               MOVE GR-ENTRY(BL-GR-SUB) TO BL-GR-SWAP
               MOVE BL-GR-SUB TO BL-GR-SUB2
               PERFORM UNTIL BL-GR-SUB2 = 1
                   OR GR-KEY(BL-GR-SUB2 - 1) <= BL-GR-SWAP(1:8)
                   MOVE GR-ENTRY(BL-GR-SUB2 - 1)
                       TO GR-ENTRY(BL-GR-SUB2)
                   SUBTRACT 1 FROM BL-GR-SUB2
               END-PERFORM
               MOVE BL-GR-SWAP TO GR-ENTRY(BL-GR-SUB2)
           END-PERFORM.
      *----------------------------------------------------------------*
       BALANCE-PRINT                                            SECTION.
           DISPLAY "==== PONG0022 AI DIFFICULTY BALANCE ===="
           DISPLAY "PERIOD............: " BL-FROM-MONTH " - "
               BL-TO-MONTH
           DISPLAY "MATCHES READ......: " BL-MATCHES-READ
           DISPLAY "1P V AI...........: " BL-AI-MATCHES
           DISPLAY "2P................: " BL-2P-MATCHES
           DISPLAY "TOURNAMENT........: " BL-TN-MATCHES
           DISPLAY "MODE NOT BOOKED...: " BL-UNSTAMPED
           DISPLAY "EVENTS TALLIED....: " BL-EVENTS-TALLIED
           IF BL-NOT-HELD > ZERO THEN
               DISPLAY "** " BL-NOT-HELD " MATCHES PAST THE FIRST "
                   MAX-MATCHES " NOT REPORTED - SHORTEN THE PERIOD"
           END-IF
           IF BL-GROUPS-LOST > ZERO THEN
               DISPLAY "** MORE THAN " MAX-GROUPS " SETTING LINES - "
                   BL-GROUPS-LOST " TALLIES NOT REPORTED"
           END-IF

           OPEN INPUT FLEET-CFG-FILE
           IF WS-FS-STATUS = "00" THEN
               MOVE "Y" TO BL-FS-OPEN
           ELSE
               DISPLAY "FLEETCFG NOT READABLE " WS-FS-STATUS
                   " - SETTINGS IN FORCE NOT MARKED"
           END-IF

           DISPLAY "---- BY DIFFICULTY AND STATION ----"
           DISPLAY "        MATCHES  HUMAN WIN%  AVG MARGIN  AVG RALLY"
               "  QUIT AFTER 1%"
           IF GR-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING BL-GR-SUB FROM 1 BY 1
               UNTIL BL-GR-SUB > GR-COUNT
               IF GR-STATION(BL-GR-SUB) = ZERO THEN
                   DISPLAY "AI-DELAY " GR-DELAY(BL-GR-SUB)
                       " TICKS  AI-SPEEDPCT " GR-SPEED(BL-GR-SUB)
               END-IF
               PERFORM GROUP-LINE
           END-PERFORM

           DISPLAY "---- FLAGGED SETTINGS STILL ON FLEETCFG ----"
           PERFORM VARYING BL-GR-SUB FROM 1 BY 1
               UNTIL BL-GR-SUB > GR-COUNT
               IF GR-STATION(BL-GR-SUB) > ZERO THEN
                   PERFORM GROUP-JUDGE
                   PERFORM FLEETCFG-CHECK
                   IF BL-ON-CFG = "Y"
                       AND BL-FLAG(1:2) = "**" THEN
                       ADD 1 TO BL-ACTION-COUNT
                       DISPLAY "STN " GR-STATION(BL-GR-SUB)
                           " AI-DELAY " GR-DELAY(BL-GR-SUB)
                           " AI-SPEEDPCT " GR-SPEED(BL-GR-SUB)
                           SPACE BL-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF BL-ACTION-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           ELSE
               DISPLAY "CHANGE THEM ON PONG0010 BEFORE THE NEXT CFGDIST"
           END-IF
           IF BL-FS-OPEN = "Y" THEN
               CLOSE FLEET-CFG-FILE
           END-IF
           DISPLAY "SETTINGS FLAGGED..: " BL-FLAG-COUNT.
      *----------------------------------------------------------------*
      *    GROUP-LINE: one setting on one station, or on all of them.
      *    A station line marked "*" is the setting fleetcfg.dat
      *    still holds for it. Only station lines count as flagged
      *    settings - each cabinet is tuned on its own.
      *----------------------------------------------------------------*
       GROUP-LINE                                               SECTION.
           PERFORM GROUP-JUDGE
           IF GR-STATION(BL-GR-SUB) = ZERO THEN
               MOVE "  ALL" TO BL-LABEL
           ELSE
               PERFORM FLEETCFG-CHECK
               MOVE SPACES TO BL-LABEL
               STRING "  STN " DELIMITED BY SIZE
                   GR-STATION(BL-GR-SUB) DELIMITED BY SIZE
                   INTO BL-LABEL
               END-STRING
               IF BL-FLAG(1:2) = "**" THEN
                   ADD 1 TO BL-FLAG-COUNT
               END-IF
           END-IF
           MOVE BL-WIN-PCT TO BL-PCT-EDIT
           MOVE BL-MARGIN TO BL-MARGIN-EDIT
           MOVE BL-RALLY TO BL-RALLY-EDIT
           MOVE BL-QUIT-PCT TO BL-QUIT-EDIT
           DISPLAY BL-LABEL SPACE GR-MATCHES(BL-GR-SUB) "       "
               BL-PCT-EDIT "      " BL-MARGIN-EDIT "   "
               BL-RALLY-EDIT "          " BL-QUIT-EDIT
               WITH NO ADVANCING
           IF GR-STATION(BL-GR-SUB) > ZERO AND BL-ON-CFG = "Y" THEN
               DISPLAY " *" WITH NO ADVANCING
           ELSE
               DISPLAY "  " WITH NO ADVANCING
           END-IF
           DISPLAY SPACE BL-FLAG.
      *----------------------------------------------------------------*
      *    GROUP-JUDGE: the line's figures and its flag. Ties count
      *    as played but not as decided.
      *----------------------------------------------------------------*
       GROUP-JUDGE                                              SECTION.
           COMPUTE BL-DECIDED = GR-HUMAN-WINS(BL-GR-SUB)
               + GR-AI-WINS(BL-GR-SUB)
           MOVE ZERO TO BL-WIN-PCT
           MOVE ZERO TO BL-MARGIN
           MOVE ZERO TO BL-RALLY
           MOVE ZERO TO BL-QUIT-PCT
           IF BL-DECIDED > ZERO THEN
               COMPUTE BL-WIN-PCT ROUNDED =
                   GR-HUMAN-WINS(BL-GR-SUB) * 100 / BL-DECIDED
               COMPUTE BL-MARGIN ROUNDED =
                   GR-MARGIN-SUM(BL-GR-SUB) / BL-DECIDED
           END-IF
           IF GR-POINTS(BL-GR-SUB) > ZERO THEN
               COMPUTE BL-RALLY ROUNDED =
                   GR-RALLY-EVTS(BL-GR-SUB) / GR-POINTS(BL-GR-SUB)
           END-IF
           IF GR-SITTINGS(BL-GR-SUB) > ZERO THEN
               COMPUTE BL-QUIT-PCT ROUNDED =
                   GR-ONE-GAME(BL-GR-SUB) * 100
                   / GR-SITTINGS(BL-GR-SUB)
           END-IF
           MOVE SPACES TO BL-FLAG
           EVALUATE TRUE
               WHEN BL-DECIDED < MIN-MATCHES
                   MOVE "(FEW MATCHES)" TO BL-FLAG
               WHEN BL-WIN-PCT > EASY-WIN-PCT
                   MOVE "** TOO EASY" TO BL-FLAG
               WHEN BL-WIN-PCT < HARD-WIN-PCT
                   OR BL-QUIT-PCT > HARD-QUIT-PCT
                   MOVE "** TOO PUNISHING" TO BL-FLAG
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    FLEETCFG-CHECK: BL-ON-CFG "Y" when the station's master
      *    record still carries the line's setting - the one the next
      *    CFGDIST run would send it again.
      *----------------------------------------------------------------*
       FLEETCFG-CHECK                                           SECTION.
           MOVE "N" TO BL-ON-CFG
           IF BL-FS-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE GR-STATION(BL-GR-SUB) TO FS-STATION-ID
           READ FLEET-CFG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS-AI-DELAY NUMERIC AND FS-AI-SPEEDPCT NUMERIC
                       AND FS-AI-DELAY = GR-DELAY(BL-GR-SUB)
                       AND FS-AI-SPEEDPCT = GR-SPEED(BL-GR-SUB) THEN
                       MOVE "Y" TO BL-ON-CFG
                   END-IF
           END-READ.
