      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        utilrpt.cbl
      *    Cabinet utilisation and downtime report. PONG0009 counts
      *    games per station but cannot say how a cabinet spends its
      *    hours. PONG0001 books every change of state to utillog.dat
      *    (session open and close, attract mode, held at INSERT
      *    COIN, paused, ops warning on screen); this job turns the
      *    log into minutes per state per station per day and per
      *    hour of the day over a period of up to 31 days, and lists
      *    the gaps where a cabinet was off altogether - closed
      *    down, or gone dark without closing its session - so floor
      *    space and unreliable cabinets get decided off numbers.
      *    Return code 4 when a cabinet went dark in the period, 8 on
      *    a bad period or an unreadable log.
       PROGRAM-ID.         PONG0020.

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
           SELECT OPTIONAL UTIL-LOG-FILE ASSIGN TO "utillog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UL-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    UTIL-LOG-FILE: the cabinet state changes, in the order each
      *    station wrote them.
      *----------------------------------------------------------------*
       FD  UTIL-LOG-FILE.
           COPY UTILLOG.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    UTIL-VARIABLES
      *----------------------------------------------------------------*
      *    Time is worked in seconds since the start of the day count
      *    (INTEGER-OF-DATE * 86400 + time of day) so a spell in one
      *    state can be cut at every hour and midnight it crosses.
       78 MAX-STATIONS                      VALUE 99.
       78 MAX-DAYS                          VALUE 31.
       78 MAX-GAPS                          VALUE 200.
       78 STATE-COUNT                       VALUE 6.
       78 STATE-OFF                         VALUE 6.
       78 SECS-PER-DAY                      VALUE 86400.
       78 SECS-PER-HOUR                     VALUE 3600.
       01 WS-UL-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).
       01 WS-NOW-SECS           PIC 9(12).
       01 UT-INPUT              PIC X(8).
       01 UT-FROM-DATE          PIC 9(8).
       01 UT-TO-DATE            PIC 9(8).
       01 UT-FROM-INT           PIC 9(7).
       01 UT-TO-INT             PIC 9(7).
       01 UT-DAYS               PIC 9(3).
       01 UT-PERIOD-START       PIC 9(12).
       01 UT-PERIOD-END         PIC 9(12).
       01 UT-RECORDS-READ       PIC 9(7)    VALUE ZERO.
       01 UT-RECORDS-SKIPPED    PIC 9(7)    VALUE ZERO.
       01 UT-DARK-COUNT         PIC 9(5)    VALUE ZERO.
       01 UT-ANY-STATION        PIC X       VALUE "N".
      *    the states in UL-STATE order of the report columns
       01 UT-STATE-NAMES        PIC X(48)   VALUE
           "PLAY    HOLD    ATTRACT PAUSED  DOWN    OFF     ".
       01 UT-STATE-SUB          PIC 9.
       01 UT-REC-STATE          PIC 9.
       01 UT-REC-SECS           PIC 9(12).
       01 UT-STATION            PIC 9(3).
       01 UT-STATION-X          PIC 99.
       01 UT-DAY-SUB            PIC 9(3).
       01 UT-HOUR-SUB           PIC 9(2).
       01 UT-HOUR-X             PIC 99.
      *----------------------------------------------------------------*
      *    STATION-LAST: each station's latest record - the state it
      *    has been in since, and when it started.
      *----------------------------------------------------------------*
       01 STATION-LAST-TABLE.
           05 SL-ENTRY OCCURS 99 TIMES.
               10 SL-SEEN       PIC X.
               10 SL-IN-PERIOD  PIC X.
               10 SL-LAST-SECS  PIC 9(12).
               10 SL-LAST-STATE PIC 9.
               10 SL-LAST-DATE  PIC 9(8).
               10 SL-LAST-TIME  PIC 9(6).
               10 SL-DARK       PIC 9(3).
      *----------------------------------------------------------------*
      *    DAY-STATE / HOUR-STATE: seconds per state per station, by
      *    day of the period and by hour of the day across it.
      *----------------------------------------------------------------*
       01 DAY-STATE-TABLE.
           05 DS-STATION OCCURS 99 TIMES.
               10 DS-DAY OCCURS 31 TIMES.
                   15 DS-SECS   PIC 9(5)    OCCURS 6 TIMES.
       01 HOUR-STATE-TABLE.
           05 HS-STATION OCCURS 99 TIMES.
               10 HS-HOUR OCCURS 24 TIMES.
                   15 HS-SECS   PIC 9(7)    OCCURS 6 TIMES.
      *----------------------------------------------------------------*
      *    GAP-TABLE: spells with the cabinet off, for the gaps list.
      *    GP-KIND "C" closed down, "D" went dark (no session close),
      *    "S" still off when the log ends.
      *----------------------------------------------------------------*
       01 GAP-TABLE.
           05 GP-ENTRY OCCURS 200 TIMES.
               10 GP-STATION    PIC 9(2).
               10 GP-FROM-DATE  PIC 9(8).
               10 GP-FROM-TIME  PIC 9(6).
               10 GP-TO-DATE    PIC 9(8).
               10 GP-TO-TIME    PIC 9(6).
               10 GP-MINUTES    PIC 9(6).
               10 GP-KIND       PIC X.
       01 UT-GAP-COUNT          PIC 9(3)    VALUE ZERO.
       01 UT-GAP-SUB            PIC 9(3).
       01 UT-GAPS-UNLISTED      PIC 9(5)    VALUE ZERO.
       01 UT-GAP-KIND           PIC X.
       01 UT-GAP-TO-DATE        PIC 9(8).
       01 UT-GAP-TO-TIME        PIC 9(6).
       01 UT-GAP-TEXT           PIC X(30).
      *----------------------------------------------------------------*
      *    SPAN-ADD work fields: the spell being booked, cut into
      *    hour-long pieces.
      *----------------------------------------------------------------*
       01 UT-SPAN-START         PIC 9(12).
       01 UT-SPAN-END           PIC 9(12).
       01 UT-SPAN-STATE         PIC 9.
       01 UT-PIECE-START        PIC 9(12).
       01 UT-PIECE-END          PIC 9(12).
       01 UT-PIECE-SECS         PIC 9(5).
       01 UT-DAY-INT            PIC 9(7).
       01 UT-SECS-OF-DAY        PIC 9(5).
      *----------------------------------------------------------------*
      *    PRINT work fields: minutes are the booked seconds rounded.
      *----------------------------------------------------------------*
       01 UT-WORK-DATE          PIC 9(8).
       01 UT-LOGGED-SECS        PIC 9(7).
       01 UT-MINUTES.
           05 UT-MIN            PIC 9(5)    OCCURS 7 TIMES.
       01 UT-TOTAL-SECS.
           05 UT-TOT            PIC 9(9)    OCCURS 6 TIMES.
       01 UT-ON-SECS            PIC 9(9).
       01 UT-ON-MIN             PIC 9(6).
       01 UT-PLAY-MIN           PIC 9(6).
       01 UT-PLAY-PCT           PIC 9(3)V9.
       01 UT-PLAY-PCT-EDIT      PIC ZZ9.9.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM UTIL-INIT.
       IF RETURN-CODE = 8 THEN
           GOBACK
       END-IF.
       PERFORM UTIL-LOG-SCAN.
       PERFORM STATIONS-CLOSE-OUT.
       PERFORM UTIL-PRINT.
       IF UT-DARK-COUNT > ZERO AND RETURN-CODE = 0 THEN
           MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.
      *----------------------------------------------------------------*
      *    UTIL-INIT: the period defaults to yesterday alone - the
      *    scheduled run lands after the business day closes. The
      *    console can name any span of up to 31 days.
      *----------------------------------------------------------------*
       UTIL-INIT                                                SECTION.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-NOW-SECS =
               INTEGER-OF-DATE(WS-TODAY) * SECS-PER-DAY
               + NUMVAL(WS-CURRENT-DATE(9:2)) * SECS-PER-HOUR
               + NUMVAL(WS-CURRENT-DATE(11:2)) * 60
               + NUMVAL(WS-CURRENT-DATE(13:2))
           MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(WS-TODAY) - 1)
               TO UT-FROM-DATE
           DISPLAY "FROM DATE YYYYMMDD (BLANK=" UT-FROM-DATE "): "
               WITH NO ADVANCING
           ACCEPT UT-INPUT
           IF UT-INPUT NUMERIC THEN
               MOVE UT-INPUT TO UT-FROM-DATE
           END-IF
           MOVE UT-FROM-DATE TO UT-TO-DATE
           DISPLAY "TO DATE YYYYMMDD (BLANK=" UT-TO-DATE "): "
               WITH NO ADVANCING
           ACCEPT UT-INPUT
           IF UT-INPUT NUMERIC THEN
               MOVE UT-INPUT TO UT-TO-DATE
           END-IF
           IF TEST-DATE-YYYYMMDD(UT-FROM-DATE) NOT = ZERO
               OR TEST-DATE-YYYYMMDD(UT-TO-DATE) NOT = ZERO THEN
               DISPLAY "NOT A VALID DATE - NOTHING REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE UT-FROM-INT = INTEGER-OF-DATE(UT-FROM-DATE)
           COMPUTE UT-TO-INT = INTEGER-OF-DATE(UT-TO-DATE)
           IF UT-TO-INT < UT-FROM-INT THEN
               DISPLAY "TO DATE IS BEFORE FROM DATE - NOTHING REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE UT-DAYS = UT-TO-INT - UT-FROM-INT + 1
           IF UT-DAYS > MAX-DAYS THEN
               DISPLAY "PERIOD LONGER THAN 31 DAYS - NOTHING REPORTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE UT-PERIOD-START = UT-FROM-INT * SECS-PER-DAY
           COMPUTE UT-PERIOD-END = (UT-TO-INT + 1) * SECS-PER-DAY
           PERFORM VARYING UT-STATION FROM 1 BY 1
               UNTIL UT-STATION > MAX-STATIONS
               MOVE "N" TO SL-SEEN(UT-STATION)
               MOVE "N" TO SL-IN-PERIOD(UT-STATION)
               MOVE ZERO TO SL-DARK(UT-STATION)
           END-PERFORM
           MOVE ZEROS TO DAY-STATE-TABLE
           MOVE ZEROS TO HOUR-STATE-TABLE.
      *----------------------------------------------------------------*
       UTIL-LOG-SCAN                                            SECTION.
           OPEN INPUT UTIL-LOG-FILE
           IF WS-UL-STATUS = "05" THEN
               CLOSE UTIL-LOG-FILE
               EXIT SECTION
           END-IF
           IF WS-UL-STATUS NOT = "00" THEN
               DISPLAY "UTILISATION LOG ERROR " WS-UL-STATUS
                   " utillog.dat"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-UL-STATUS NOT = "00"
               READ UTIL-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-UL-STATUS
                   NOT AT END
                       ADD 1 TO UT-RECORDS-READ
                       PERFORM UTIL-RECORD-ONE
               END-READ
           END-PERFORM
           CLOSE UTIL-LOG-FILE.
      *----------------------------------------------------------------*
      *    UTIL-RECORD-ONE: the spell since the station's previous
      *    record is booked to the state that record put it in. A
      *    session opening on a station that never closed the last
      *    one means the cabinet went dark - crash or power lost - and
      *    the spell from its last record is booked off, as a gap.
      *----------------------------------------------------------------*
       UTIL-RECORD-ONE                                          SECTION.
           IF UL-DATE NOT NUMERIC OR UL-TIME NOT NUMERIC
               OR UL-STATION-ID NOT NUMERIC
               OR UL-STATION-ID < 1 THEN
               ADD 1 TO UT-RECORDS-SKIPPED
               EXIT SECTION
           END-IF
           IF TEST-DATE-YYYYMMDD(UL-DATE) NOT = ZERO THEN
               ADD 1 TO UT-RECORDS-SKIPPED
               EXIT SECTION
           END-IF
           MOVE ZERO TO UT-REC-STATE
           PERFORM VARYING UT-STATE-SUB FROM 1 BY 1
               UNTIL UT-STATE-SUB > STATE-COUNT
               IF UL-STATE =
                   UT-STATE-NAMES((UT-STATE-SUB - 1) * 8 + 1:8) THEN
                   MOVE UT-STATE-SUB TO UT-REC-STATE
               END-IF
           END-PERFORM
           IF UT-REC-STATE = ZERO THEN
               ADD 1 TO UT-RECORDS-SKIPPED
               EXIT SECTION
           END-IF
           MOVE UL-STATION-ID TO UT-STATION
           COMPUTE UT-REC-SECS =
               INTEGER-OF-DATE(UL-DATE) * SECS-PER-DAY
               + NUMVAL(UL-TIME(1:2)) * SECS-PER-HOUR
               + NUMVAL(UL-TIME(3:2)) * 60
               + NUMVAL(UL-TIME(5:2))

           IF SL-SEEN(UT-STATION) = "Y"
               AND UT-REC-SECS > SL-LAST-SECS(UT-STATION) THEN
               MOVE SL-LAST-SECS(UT-STATION) TO UT-SPAN-START
               MOVE UT-REC-SECS TO UT-SPAN-END
               MOVE SL-LAST-STATE(UT-STATION) TO UT-SPAN-STATE
               MOVE SPACE TO UT-GAP-KIND
               IF UT-SPAN-STATE = STATE-OFF THEN
                   MOVE "C" TO UT-GAP-KIND
               ELSE
                   IF UL-EVENT = "SESSN-OPEN" THEN
                       MOVE STATE-OFF TO UT-SPAN-STATE
                       MOVE "D" TO UT-GAP-KIND
                   END-IF
               END-IF
               PERFORM SPAN-ADD
               IF UT-GAP-KIND NOT = SPACE THEN
                   MOVE UL-DATE TO UT-GAP-TO-DATE
                   MOVE UL-TIME TO UT-GAP-TO-TIME
                   PERFORM GAP-ADD
               END-IF
           END-IF
           MOVE "Y" TO SL-SEEN(UT-STATION)
           MOVE UT-REC-SECS TO SL-LAST-SECS(UT-STATION)
           MOVE UT-REC-STATE TO SL-LAST-STATE(UT-STATION)
           MOVE UL-DATE TO SL-LAST-DATE(UT-STATION)
           MOVE UL-TIME TO SL-LAST-TIME(UT-STATION).
      *----------------------------------------------------------------*
      *    STATIONS-CLOSE-OUT: a station whose log ends closed down is
      *    still off - booked up to now or the period end, whichever
      *    comes first. One left in any other state may still be
      *    running, so that time is left unlogged.
      *----------------------------------------------------------------*
       STATIONS-CLOSE-OUT                                       SECTION.
           PERFORM VARYING UT-STATION FROM 1 BY 1
               UNTIL UT-STATION > MAX-STATIONS
               IF SL-SEEN(UT-STATION) = "Y"
                   AND SL-LAST-STATE(UT-STATION) = STATE-OFF THEN
                   MOVE SL-LAST-SECS(UT-STATION) TO UT-SPAN-START
                   MOVE UT-PERIOD-END TO UT-SPAN-END
                   IF WS-NOW-SECS < UT-SPAN-END THEN
                       MOVE WS-NOW-SECS TO UT-SPAN-END
                   END-IF
                   IF UT-SPAN-END > UT-SPAN-START THEN
                       MOVE STATE-OFF TO UT-SPAN-STATE
                       MOVE "S" TO UT-GAP-KIND
                       PERFORM SPAN-ADD
                       MOVE ZERO TO UT-GAP-TO-DATE
                       MOVE ZERO TO UT-GAP-TO-TIME
                       PERFORM GAP-ADD
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    SPAN-ADD: books UT-SPAN-START to UT-SPAN-END in state
      *    UT-SPAN-STATE for UT-STATION, clipped to the period and cut
      *    at each hour boundary.
      *----------------------------------------------------------------*
       SPAN-ADD                                                 SECTION.
           MOVE UT-SPAN-START TO UT-PIECE-START
           IF UT-PIECE-START < UT-PERIOD-START THEN
               MOVE UT-PERIOD-START TO UT-PIECE-START
           END-IF
           PERFORM UNTIL UT-PIECE-START >= UT-SPAN-END
               OR UT-PIECE-START >= UT-PERIOD-END
               COMPUTE UT-DAY-INT = UT-PIECE-START / SECS-PER-DAY
               COMPUTE UT-SECS-OF-DAY =
                   UT-PIECE-START - UT-DAY-INT * SECS-PER-DAY
               COMPUTE UT-HOUR-SUB = UT-SECS-OF-DAY / SECS-PER-HOUR
               COMPUTE UT-PIECE-END = UT-DAY-INT * SECS-PER-DAY
                   + (UT-HOUR-SUB + 1) * SECS-PER-HOUR
               IF UT-PIECE-END > UT-SPAN-END THEN
                   MOVE UT-SPAN-END TO UT-PIECE-END
               END-IF
               COMPUTE UT-PIECE-SECS = UT-PIECE-END - UT-PIECE-START
               COMPUTE UT-DAY-SUB = UT-DAY-INT - UT-FROM-INT + 1
               ADD 1 TO UT-HOUR-SUB
               ADD UT-PIECE-SECS
                   TO DS-SECS(UT-STATION, UT-DAY-SUB, UT-SPAN-STATE)
               ADD UT-PIECE-SECS
                   TO HS-SECS(UT-STATION, UT-HOUR-SUB, UT-SPAN-STATE)
               MOVE "Y" TO SL-IN-PERIOD(UT-STATION)
               MOVE UT-PIECE-END TO UT-PIECE-START
           END-PERFORM.
      *----------------------------------------------------------------*
      *    GAP-ADD: lists an off spell that touches the period. A
      *    station that went dark is counted for the return code.
      *----------------------------------------------------------------*
       GAP-ADD                                                  SECTION.
           IF UT-SPAN-END <= UT-PERIOD-START
               OR UT-SPAN-START >= UT-PERIOD-END THEN
               EXIT SECTION
           END-IF
           IF UT-GAP-KIND = "D" THEN
               ADD 1 TO UT-DARK-COUNT
               IF SL-DARK(UT-STATION) < 999 THEN
                   ADD 1 TO SL-DARK(UT-STATION)
               END-IF
           END-IF
           IF UT-GAP-COUNT >= MAX-GAPS THEN
               ADD 1 TO UT-GAPS-UNLISTED
               EXIT SECTION
           END-IF
           ADD 1 TO UT-GAP-COUNT
           MOVE UT-STATION TO GP-STATION(UT-GAP-COUNT)
           MOVE SL-LAST-DATE(UT-STATION) TO GP-FROM-DATE(UT-GAP-COUNT)
           MOVE SL-LAST-TIME(UT-STATION) TO GP-FROM-TIME(UT-GAP-COUNT)
           MOVE UT-GAP-TO-DATE TO GP-TO-DATE(UT-GAP-COUNT)
           MOVE UT-GAP-TO-TIME TO GP-TO-TIME(UT-GAP-COUNT)
           COMPUTE GP-MINUTES(UT-GAP-COUNT) ROUNDED =
               (UT-SPAN-END - UT-SPAN-START) / 60
           MOVE UT-GAP-KIND TO GP-KIND(UT-GAP-COUNT).
      *----------------------------------------------------------------*
       UTIL-PRINT                                               SECTION.
           DISPLAY "==== PONG0020 CABINET UTILISATION REPORT ===="
           DISPLAY "PERIOD............: " UT-FROM-DATE " TO "
               UT-TO-DATE
           DISPLAY "LOG RECORDS READ..: " UT-RECORDS-READ
           DISPLAY "RECORDS SKIPPED...: " UT-RECORDS-SKIPPED
           DISPLAY "---- MINUTES PER STATE BY STATION AND DAY ----"
           DISPLAY "STN DATE      PLAY  HOLD ATTRACT PAUSED  DOWN"
               "   OFF UNLOGGED"
           PERFORM VARYING UT-STATION FROM 1 BY 1
               UNTIL UT-STATION > MAX-STATIONS
               IF SL-IN-PERIOD(UT-STATION) = "Y" THEN
                   MOVE "Y" TO UT-ANY-STATION
                   PERFORM STATION-DAYS-PRINT
               END-IF
           END-PERFORM
           IF UT-ANY-STATION = "N" THEN
               DISPLAY "(NONE)"
           END-IF

           DISPLAY "---- STATION TOTALS ----"
           IF UT-ANY-STATION = "N" THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING UT-STATION FROM 1 BY 1
               UNTIL UT-STATION > MAX-STATIONS
               IF SL-IN-PERIOD(UT-STATION) = "Y" THEN
                   PERFORM STATION-TOTAL-PRINT
               END-IF
           END-PERFORM

           DISPLAY "---- MINUTES PER STATE BY HOUR OF DAY ----"
           IF UT-ANY-STATION = "N" THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING UT-STATION FROM 1 BY 1
               UNTIL UT-STATION > MAX-STATIONS
               IF SL-IN-PERIOD(UT-STATION) = "Y" THEN
                   PERFORM STATION-HOURS-PRINT
               END-IF
           END-PERFORM

           DISPLAY "---- CABINET OFF ----"
           IF UT-GAP-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING UT-GAP-SUB FROM 1 BY 1
               UNTIL UT-GAP-SUB > UT-GAP-COUNT
               PERFORM GAP-PRINT
           END-PERFORM
           IF UT-GAPS-UNLISTED > ZERO THEN
               DISPLAY "** " UT-GAPS-UNLISTED " MORE OFF SPELLS NOT"
                   " LISTED - SHORTEN THE PERIOD **"
           END-IF
           DISPLAY "WENT DARK.........: " UT-DARK-COUNT.
      *----------------------------------------------------------------*
      *    STATION-DAYS-PRINT: one line per day of the period. Time
      *    the log cannot account for (before a station's first
      *    record, or while it may still be running) is UNLOGGED.
      *----------------------------------------------------------------*
       STATION-DAYS-PRINT                                       SECTION.
           MOVE UT-STATION TO UT-STATION-X
           PERFORM VARYING UT-DAY-SUB FROM 1 BY 1
               UNTIL UT-DAY-SUB > UT-DAYS
               MOVE ZERO TO UT-LOGGED-SECS
               PERFORM VARYING UT-STATE-SUB FROM 1 BY 1
                   UNTIL UT-STATE-SUB > STATE-COUNT
                   COMPUTE UT-MIN(UT-STATE-SUB) ROUNDED =
                       DS-SECS(UT-STATION, UT-DAY-SUB, UT-STATE-SUB)
                       / 60
                   ADD DS-SECS(UT-STATION, UT-DAY-SUB, UT-STATE-SUB)
                       TO UT-LOGGED-SECS
               END-PERFORM
               COMPUTE UT-MIN(7) ROUNDED =
                   (SECS-PER-DAY - UT-LOGGED-SECS) / 60
               MOVE DATE-OF-INTEGER(UT-FROM-INT + UT-DAY-SUB - 1)
                   TO UT-WORK-DATE
               DISPLAY UT-STATION-X "  " UT-WORK-DATE " "
                   UT-MIN(1)(2:4) "  " UT-MIN(2)(2:4) "    "
                   UT-MIN(3)(2:4) "   " UT-MIN(4)(2:4) "  "
                   UT-MIN(5)(2:4) "  " UT-MIN(6)(2:4) "     "
                   UT-MIN(7)(2:4)
           END-PERFORM.
      *----------------------------------------------------------------*
      *    STATION-TOTAL-PRINT: minutes switched on over the period
      *    and the share of them spent in paid play - the floor-space
      *    figure.
      *----------------------------------------------------------------*
       STATION-TOTAL-PRINT                                      SECTION.
           MOVE UT-STATION TO UT-STATION-X
           MOVE ZEROS TO UT-TOTAL-SECS
           PERFORM VARYING UT-DAY-SUB FROM 1 BY 1
               UNTIL UT-DAY-SUB > UT-DAYS
               PERFORM VARYING UT-STATE-SUB FROM 1 BY 1
                   UNTIL UT-STATE-SUB > STATE-COUNT
                   ADD DS-SECS(UT-STATION, UT-DAY-SUB, UT-STATE-SUB)
                       TO UT-TOT(UT-STATE-SUB)
               END-PERFORM
           END-PERFORM
           COMPUTE UT-ON-SECS = UT-TOT(1) + UT-TOT(2) + UT-TOT(3)
               + UT-TOT(4) + UT-TOT(5)
           COMPUTE UT-ON-MIN ROUNDED = UT-ON-SECS / 60
           COMPUTE UT-PLAY-MIN ROUNDED = UT-TOT(1) / 60
           MOVE ZERO TO UT-PLAY-PCT
           IF UT-ON-SECS > ZERO THEN
               COMPUTE UT-PLAY-PCT ROUNDED =
                   UT-TOT(1) * 100 / UT-ON-SECS
           END-IF
           MOVE UT-PLAY-PCT TO UT-PLAY-PCT-EDIT
           DISPLAY "STATION " UT-STATION-X " ON " UT-ON-MIN
               " MIN, IN PLAY " UT-PLAY-MIN " MIN (" UT-PLAY-PCT-EDIT
               "%), WENT DARK " SL-DARK(UT-STATION).
      *----------------------------------------------------------------*
      *    STATION-HOURS-PRINT: the whole period folded onto the
      *    24 hours of the day.
      *----------------------------------------------------------------*
       STATION-HOURS-PRINT                                      SECTION.
           MOVE UT-STATION TO UT-STATION-X
           DISPLAY "STATION " UT-STATION-X
           DISPLAY "HR  PLAY  HOLD ATTRACT PAUSED  DOWN   OFF"
           PERFORM VARYING UT-HOUR-SUB FROM 1 BY 1
               UNTIL UT-HOUR-SUB > 24
               PERFORM VARYING UT-STATE-SUB FROM 1 BY 1
                   UNTIL UT-STATE-SUB > STATE-COUNT
                   COMPUTE UT-MIN(UT-STATE-SUB) ROUNDED =
                       HS-SECS(UT-STATION, UT-HOUR-SUB, UT-STATE-SUB)
                       / 60
               END-PERFORM
               COMPUTE UT-HOUR-X = UT-HOUR-SUB - 1
               DISPLAY UT-HOUR-X "  " UT-MIN(1)(2:4) "  "
                   UT-MIN(2)(2:4) "    " UT-MIN(3)(2:4) "   "
                   UT-MIN(4)(2:4) "  " UT-MIN(5)(2:4) "  "
                   UT-MIN(6)(2:4)
           END-PERFORM.
      *----------------------------------------------------------------*
       GAP-PRINT                                                SECTION.
           EVALUATE GP-KIND(UT-GAP-SUB)
               WHEN "C"
                   MOVE "CLOSED DOWN" TO UT-GAP-TEXT
               WHEN "D"
                   MOVE "WENT DARK - NO SESSION CLOSE" TO UT-GAP-TEXT
               WHEN OTHER
                   MOVE "STILL OFF" TO UT-GAP-TEXT
           END-EVALUATE
           IF GP-KIND(UT-GAP-SUB) = "S" THEN
               DISPLAY "STATION " GP-STATION(UT-GAP-SUB) " OFF "
                   GP-FROM-DATE(UT-GAP-SUB) " "
                   GP-FROM-TIME(UT-GAP-SUB) " TO END OF LOG    "
                   GP-MINUTES(UT-GAP-SUB) " MIN " UT-GAP-TEXT
           ELSE
               DISPLAY "STATION " GP-STATION(UT-GAP-SUB) " OFF "
                   GP-FROM-DATE(UT-GAP-SUB) " "
                   GP-FROM-TIME(UT-GAP-SUB) " TO "
                   GP-TO-DATE(UT-GAP-SUB) " "
                   GP-TO-TIME(UT-GAP-SUB) " "
                   GP-MINUTES(UT-GAP-SUB) " MIN " UT-GAP-TEXT
           END-IF.
