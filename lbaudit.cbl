      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks lbaudit.cbl
      *    Leaderboard integrity audit. Takes every entry on the
      *    cabinet board (hiscore.dat) and on the merged fleet top 10
      *    (built from the staged hiscore.NN.dat boards exactly the
      *    way PONG0006 builds it) and looks for the match that
      *    earned it - same day, same station, the winner's score
      *    and, where the board carries one, the winner's player ID -
      *    in the live match files, the fleet master and the
      *    matcharc.YYYYMM.dat archive for the entry's month. The
      *    events booked on that station between the previous match
      *    end and the match's own end must show its points and at
      *    least one paddle hit. Entries with no backing match, more
      *    points than the round could have produced, missing score
      *    events, no paddle hits, or a date after the run date go on
      *    the exception report. The run is booked as LBAUDIT on the
      *    run-control register; PONG0006 will not publish the fleet
      *    board over a bad return code until the entry is signed off
      *    on PONG0014 (runctl.cbl).
      *    Return codes: 0 clean, 4 exceptions, 8 file error.
       PROGRAM-ID.         PONG0017.

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
           SELECT OPTIONAL CABINET-HISCORE-FILE ASSIGN TO "hiscore.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-RANK
               FILE STATUS IS WS-HS-STATUS.

           SELECT OPTIONAL STATION-HISCORE-FILE
               ASSIGN TO DYNAMIC AU-HS-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-RANK
               FILE STATUS IS WS-SH-STATUS.

           SELECT OPTIONAL MATCH-SOURCE-FILE
               ASSIGN TO DYNAMIC AU-MS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MS-STATUS.

           SELECT OPTIONAL EVENT-SOURCE-FILE
               ASSIGN TO DYNAMIC AU-EL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.

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
      *    Boards, match and event files carry the layouts the cabinet
      *    writes, shared via copybook so the programs can't drift.
      *    The staged station boards are read through their own FD,
      *    so the fleet board can be built while the cabinet board's
      *    record is still in hand.
      *----------------------------------------------------------------*
       FD  CABINET-HISCORE-FILE.
           COPY HISCORE.

       FD  STATION-HISCORE-FILE.
           COPY HISCORE REPLACING ==HISCORE-RECORD== BY
                                  ==STATION-HISCORE-RECORD==
                                  ==HS-RANK== BY ==SH-RANK==
                                  ==HS-INITIALS== BY ==SH-INITIALS==
                                  ==HS-SCORE== BY ==SH-SCORE==
                                  ==HS-DATE== BY ==SH-DATE==
                                  ==HS-PLAYER-ID== BY ==SH-PLAYER-ID==
                                  ==HS-STATION-ID== BY
                                  ==SH-STATION-ID==.

       FD  MATCH-SOURCE-FILE.
           COPY MATCHSCR.

       FD  EVENT-SOURCE-FILE.
           COPY EVTLOG.
      *----------------------------------------------------------------*
      *    RUN-CONTROL-FILE: the nightly run register - the day's
      *    LBAUDIT entry is what PONG0006 reads before publishing.
      *----------------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    AUDIT-VARIABLES
      *----------------------------------------------------------------*
      *    WIN-SCORE is the game's first-to total; a timed round that
      *    goes to overtime still ends on the next point, so no board
      *    score can ever pass it. MIN-TICKS-PER-POINT is the fastest
      *    a point can come: the serve leaves centre court (400 px)
      *    at 5 px a tick and only paddle hits speed it up.
       78 MAX-STATIONS                      VALUE 99.
       78 WIN-SCORE                         VALUE 11.
       78 TICKS-PER-SECOND                  VALUE 30.
       78 MIN-TICKS-PER-POINT               VALUE 80.
       78 MAX-SOURCES                       VALUE 60.
       78 MAX-CANDIDATES                    VALUE 300.
       01 WS-HS-STATUS          PIC XX.
       01 WS-SH-STATUS          PIC XX.
       01 WS-MS-STATUS          PIC XX.
       01 WS-EL-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).

       01 AU-HS-FILENAME        PIC X(14).
       01 AU-MS-FILENAME        PIC X(20).
       01 AU-EL-FILENAME        PIC X(18).
       01 AU-STATION            PIC 9(3).
       01 AU-STATION-X          PIC 99.
       01 AU-MONTH              PIC 9(6).
       01 AU-FILE-ERROR         PIC X       VALUE "N".
       01 AU-MS-READ            PIC 9(7)    VALUE ZERO.
       01 AU-EL-READ            PIC 9(7)    VALUE ZERO.
       01 AU-ENTRIES-BAD        PIC 9(3)    VALUE ZERO.
       01 AU-CAND-DROPPED       PIC 9(5)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    AUDIT-TABLE: every board entry under audit - the cabinet
      *    board first, then the fleet top 10 - with the exception
      *    flags it finishes with and the match chosen to back it.
      *----------------------------------------------------------------*
       01 AUDIT-TABLE.
           05 AE-ENTRY OCCURS 20 TIMES.
               10 AE-BOARD      PIC X.
               10 AE-RANK       PIC 9(2).
               10 AE-INITIALS   PIC X(3).
               10 AE-SCORE      PIC 9(3).
               10 AE-DATE       PIC 9(8).
               10 AE-PLAYER-ID  PIC 9(4).
               10 AE-STATION    PIC 9(2).
               10 AE-CHOSEN     PIC 9(3).
               10 AE-X-NOMATCH  PIC X.
               10 AE-X-ROUND    PIC X.
               10 AE-X-EVENTS   PIC X.
               10 AE-X-HITS     PIC X.
               10 AE-X-DATE     PIC X.
       01 AE-COUNT              PIC 9(2)    VALUE ZERO.
       01 AE-SUB                PIC 9(2).
       01 AE-CABINET-COUNT      PIC 9(2)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    FLEET-BOARD: the merged top 10, kept sorted best-first as
      *    entries insert - the same insert PONG0006 runs, so ranks
      *    here are the ranks it publishes.
      *----------------------------------------------------------------*
       01 FLEET-BOARD.
           05 FB-ENTRY OCCURS 10 TIMES.
               10 FB-INITIALS   PIC X(3).
               10 FB-SCORE      PIC 9(3).
               10 FB-DATE       PIC 9(8).
               10 FB-PLAYER-ID  PIC 9(4).
               10 FB-STATION    PIC 9(2).
       01 FB-COUNT              PIC 9(2)    VALUE ZERO.
       01 FB-SUB                PIC 9(2).
       01 FB-INSERT-POS         PIC 9(2)    VALUE ZERO.
      *----------------------------------------------------------------*
      *    SOURCE-TABLE: each match file paired with the event file
      *    its matches' events were booked to - live cabinet files,
      *    the fleet masters, each staged station's files and each
      *    archive month an entry falls in.
      *----------------------------------------------------------------*
       01 SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 60 TIMES.
               10 SRC-MS-NAME   PIC X(20).
               10 SRC-EL-NAME   PIC X(18).
               10 SRC-CANDS     PIC 9(3).
       01 SRC-COUNT             PIC 9(2)    VALUE ZERO.
       01 SRC-SUB               PIC 9(2).
       01 SRC-FOUND             PIC X.
      *----------------------------------------------------------------*
      *    CANDIDATE-TABLE: every match record that could back an
      *    entry, with the window its events must fall in (after the
      *    station's previous match end that day, up to its own end)
      *    and what the events in that window add up to.
      *----------------------------------------------------------------*
       01 CANDIDATE-TABLE.
           05 CD-ENTRY OCCURS 300 TIMES.
               10 CD-AUDIT      PIC 9(2).
               10 CD-SOURCE     PIC 9(2).
               10 CD-DATE       PIC 9(8).
               10 CD-TIME       PIC 9(6).
               10 CD-STATION    PIC 9(2).
               10 CD-FROM-TIME  PIC 9(6).
               10 CD-P1         PIC 9(3).
               10 CD-P2         PIC 9(3).
               10 CD-EV-P1      PIC 9(3).
               10 CD-EV-P2      PIC 9(3).
               10 CD-HITS       PIC 9(5).
               10 CD-EVENTS     PIC 9(5).
               10 CD-FIRST-TIME PIC 9(6).
               10 CD-X-ROUND    PIC X.
               10 CD-X-EVENTS   PIC X.
               10 CD-X-HITS     PIC X.
       01 CD-COUNT              PIC 9(3)    VALUE ZERO.
       01 CD-SUB                PIC 9(3).
      *----------------------------------------------------------------*
      *    LAST-END-TABLE: per station, the end of the last match
      *    seen in the source being read - where the next match's
      *    events begin. Subscript is station + 1.
      *----------------------------------------------------------------*
       01 LAST-END-TABLE.
           05 LE-ENTRY OCCURS 100 TIMES.
               10 LE-DATE       PIC 9(8).
               10 LE-TIME       PIC 9(6).
       01 LE-SUB                PIC 9(3).
       01 AU-MS-STATION         PIC 9(2).
       01 AU-EL-STATION         PIC 9(2).
       01 AU-WIN-SCORE          PIC 9(3).
       01 AU-WIN-ID             PIC 9(4).
       01 AU-POINTS             PIC 9(5).
       01 AU-ALLOWED            PIC 9(5).
       01 AU-ELAPSED            PIC S9(6).
       01 AU-SECS-FROM          PIC 9(6).
       01 AU-SECS-TO            PIC 9(6).
       01 AU-HMS.
           05 AU-HH             PIC 99.
           05 AU-MM             PIC 99.
           05 AU-SS             PIC 99.
       01 AU-HMS-NUM REDEFINES AU-HMS PIC 9(6).
       01 AU-RESULT             PIC X(6).
      *----------------------------------------------------------------*
      *    RUN-CONTROL fields: this step's register entry is booked
      *    under station 00.
      *----------------------------------------------------------------*
       01 WS-RN-STATUS          PIC XX.
       01 WS-RN-ON-FILE         PIC X       VALUE "N".
       01 WS-RN-BOOKED          PIC X       VALUE "N".
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM AUDIT-INIT.
       PERFORM RUNCTL-BEGIN.
       PERFORM CABINET-BOARD-LOAD.
       PERFORM STATION-BOARD-LOAD
           VARYING AU-STATION FROM 1 BY 1
           UNTIL AU-STATION > MAX-STATIONS.
       PERFORM FLEET-BOARD-LOAD.
       PERFORM SOURCE-TABLE-BUILD.
       PERFORM SOURCE-SCAN
           VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > SRC-COUNT.
       PERFORM CANDIDATE-EVALUATE
           VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-COUNT.
       PERFORM ENTRY-EVALUATE
           VARYING AE-SUB FROM 1 BY 1 UNTIL AE-SUB > AE-COUNT.
       PERFORM AUDIT-PRINT.
       PERFORM RUNCTL-END.
       GOBACK.
      *----------------------------------------------------------------*
       AUDIT-INIT                                               SECTION.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "==== PONG0017 LEADERBOARD AUDIT ===="
           DISPLAY "RUN DATE..........: " WS-TODAY.
      *----------------------------------------------------------------*
      *    CABINET-BOARD-LOAD: the cabinet's own board, rank order.
      *----------------------------------------------------------------*
       CABINET-BOARD-LOAD                                       SECTION.
           OPEN INPUT CABINET-HISCORE-FILE
           IF WS-HS-STATUS = "05" THEN
               CLOSE CABINET-HISCORE-FILE
               EXIT SECTION
           END-IF
           IF WS-HS-STATUS NOT = "00" THEN
               DISPLAY "BOARD FILE ERROR " WS-HS-STATUS " hiscore.dat"
               MOVE "Y" TO AU-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-HS-STATUS NOT = "00"
               READ CABINET-HISCORE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HS-STATUS
                   NOT AT END
                       IF HS-SCORE NUMERIC AND AE-COUNT < 10 THEN
                           ADD 1 TO AE-COUNT
                           MOVE "C" TO AE-BOARD(AE-COUNT)
                           MOVE HS-RANK TO AE-RANK(AE-COUNT)
                           MOVE HS-INITIALS TO AE-INITIALS(AE-COUNT)
                           MOVE HS-SCORE TO AE-SCORE(AE-COUNT)
                           MOVE HS-DATE TO AE-DATE(AE-COUNT)
                           MOVE HS-PLAYER-ID TO AE-PLAYER-ID(AE-COUNT)
                           MOVE HS-STATION-ID TO AE-STATION(AE-COUNT)
                           PERFORM ENTRY-FIELDS-CLEAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HS-STATUS NOT = "10" THEN
               DISPLAY "BOARD READ ERROR " WS-HS-STATUS " hiscore.dat"
               MOVE "Y" TO AU-FILE-ERROR
           END-IF
           CLOSE CABINET-HISCORE-FILE
           MOVE AE-COUNT TO AE-CABINET-COUNT.
      *----------------------------------------------------------------*
      *    ENTRY-FIELDS-CLEAN: boards written before the player ID
      *    and station stamps existed carry spaces there - read as
      *    zero, which the match search takes as "any".
      *----------------------------------------------------------------*
       ENTRY-FIELDS-CLEAN                                       SECTION.
           IF AE-PLAYER-ID(AE-COUNT) NOT NUMERIC THEN
               MOVE ZERO TO AE-PLAYER-ID(AE-COUNT)
           END-IF
           IF AE-STATION(AE-COUNT) NOT NUMERIC THEN
               MOVE ZERO TO AE-STATION(AE-COUNT)
           END-IF
           IF AE-DATE(AE-COUNT) NOT NUMERIC THEN
               MOVE ZERO TO AE-DATE(AE-COUNT)
           END-IF
           MOVE ZERO TO AE-CHOSEN(AE-COUNT)
           MOVE "N" TO AE-X-NOMATCH(AE-COUNT)
           MOVE "N" TO AE-X-ROUND(AE-COUNT)
           MOVE "N" TO AE-X-EVENTS(AE-COUNT)
           MOVE "N" TO AE-X-HITS(AE-COUNT)
           MOVE "N" TO AE-X-DATE(AE-COUNT).
      *----------------------------------------------------------------*
      *    STATION-BOARD-LOAD: every staged station board competes
      *    for the fleet top 10, as in PONG0006's hiscore merge.
      *----------------------------------------------------------------*
       STATION-BOARD-LOAD                                       SECTION.
           MOVE AU-STATION TO AU-STATION-X
           STRING
               "hiscore."     DELIMITED BY SIZE
               AU-STATION-X   DELIMITED BY SIZE
               ".dat"         DELIMITED BY SIZE
               INTO AU-HS-FILENAME
           END-STRING
           OPEN INPUT STATION-HISCORE-FILE
           IF WS-SH-STATUS = "05" THEN
      *    optional file not staged for this station - the open
      *    succeeded and must be closed or every later open is 41
               CLOSE STATION-HISCORE-FILE
               EXIT SECTION
           END-IF
           IF WS-SH-STATUS NOT = "00" THEN
               DISPLAY "BOARD FILE ERROR " WS-SH-STATUS
                   " " AU-HS-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-SH-STATUS NOT = "00"
               READ STATION-HISCORE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SH-STATUS
                   NOT AT END
                       PERFORM FLEET-BOARD-INSERT
               END-READ
           END-PERFORM
           IF WS-SH-STATUS NOT = "10" THEN
               DISPLAY "BOARD READ ERROR " WS-SH-STATUS
                   " " AU-HS-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
           END-IF
           CLOSE STATION-HISCORE-FILE.
      *----------------------------------------------------------------*
       FLEET-BOARD-INSERT                                       SECTION.
           IF SH-SCORE NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           MOVE ZERO TO FB-INSERT-POS
           PERFORM VARYING FB-SUB FROM 1 BY 1 UNTIL FB-SUB > FB-COUNT
               IF SH-SCORE > FB-SCORE(FB-SUB) THEN
                   MOVE FB-SUB TO FB-INSERT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FB-INSERT-POS = ZERO AND FB-COUNT < 10 THEN
               ADD 1 TO FB-COUNT
               MOVE FB-COUNT TO FB-INSERT-POS
           ELSE
               IF FB-INSERT-POS > ZERO THEN
                   IF FB-COUNT < 10 THEN
                       ADD 1 TO FB-COUNT
                   END-IF
                   PERFORM VARYING FB-SUB FROM FB-COUNT BY -1
                       UNTIL FB-SUB <= FB-INSERT-POS
                       MOVE FB-ENTRY(FB-SUB - 1) TO FB-ENTRY(FB-SUB)
                   END-PERFORM
               ELSE
                   EXIT SECTION
               END-IF
           END-IF
           MOVE SH-INITIALS TO FB-INITIALS(FB-INSERT-POS)
           MOVE SH-SCORE TO FB-SCORE(FB-INSERT-POS)
           MOVE SH-DATE TO FB-DATE(FB-INSERT-POS)
           MOVE SH-PLAYER-ID TO FB-PLAYER-ID(FB-INSERT-POS)
           IF SH-STATION-ID NUMERIC AND SH-STATION-ID > ZERO THEN
               MOVE SH-STATION-ID TO FB-STATION(FB-INSERT-POS)
           ELSE
               MOVE AU-STATION TO FB-STATION(FB-INSERT-POS)
           END-IF.
      *----------------------------------------------------------------*
       FLEET-BOARD-LOAD                                         SECTION.
           PERFORM VARYING FB-SUB FROM 1 BY 1 UNTIL FB-SUB > FB-COUNT
               ADD 1 TO AE-COUNT
               MOVE "F" TO AE-BOARD(AE-COUNT)
               MOVE FB-SUB TO AE-RANK(AE-COUNT)
               MOVE FB-INITIALS(FB-SUB) TO AE-INITIALS(AE-COUNT)
               MOVE FB-SCORE(FB-SUB) TO AE-SCORE(AE-COUNT)
               MOVE FB-DATE(FB-SUB) TO AE-DATE(AE-COUNT)
               MOVE FB-PLAYER-ID(FB-SUB) TO AE-PLAYER-ID(AE-COUNT)
               MOVE FB-STATION(FB-SUB) TO AE-STATION(AE-COUNT)
               PERFORM ENTRY-FIELDS-CLEAN
           END-PERFORM.
      *----------------------------------------------------------------*
      *    SOURCE-TABLE-BUILD: the cabinet's live files and the fleet
      *    masters always; each fleet entry's staged station files;
      *    and the archive month of every entry's date, named the
      *    way PONG0003 books them.
      *----------------------------------------------------------------*
       SOURCE-TABLE-BUILD                                       SECTION.
           MOVE "matchscore.dat" TO AU-MS-FILENAME
           MOVE "eventlog.dat" TO AU-EL-FILENAME
           PERFORM SOURCE-ADD
           MOVE "fleetmatch.dat" TO AU-MS-FILENAME
           MOVE "fleetevt.dat" TO AU-EL-FILENAME
           PERFORM SOURCE-ADD
           PERFORM VARYING AE-SUB FROM 1 BY 1 UNTIL AE-SUB > AE-COUNT
               IF AE-BOARD(AE-SUB) = "F"
                   AND AE-STATION(AE-SUB) > ZERO THEN
                   MOVE AE-STATION(AE-SUB) TO AU-STATION-X
                   MOVE SPACES TO AU-MS-FILENAME
                   MOVE SPACES TO AU-EL-FILENAME
                   STRING
                       "matchscore."  DELIMITED BY SIZE
                       AU-STATION-X   DELIMITED BY SIZE
                       ".dat"         DELIMITED BY SIZE
                       INTO AU-MS-FILENAME
                   END-STRING
                   STRING
                       "eventlog."    DELIMITED BY SIZE
                       AU-STATION-X   DELIMITED BY SIZE
                       ".dat"         DELIMITED BY SIZE
                       INTO AU-EL-FILENAME
                   END-STRING
                   PERFORM SOURCE-ADD
               END-IF
               IF AE-DATE(AE-SUB) > ZERO THEN
                   MOVE AE-DATE(AE-SUB)(1:6) TO AU-MONTH
                   MOVE SPACES TO AU-MS-FILENAME
                   MOVE SPACES TO AU-EL-FILENAME
                   STRING
                       "matcharc."    DELIMITED BY SIZE
                       AU-MONTH       DELIMITED BY SIZE
                       ".dat"         DELIMITED BY SIZE
                       INTO AU-MS-FILENAME
                   END-STRING
                   STRING
                       "evtarc."      DELIMITED BY SIZE
                       AU-MONTH       DELIMITED BY SIZE
                       ".dat"         DELIMITED BY SIZE
                       INTO AU-EL-FILENAME
                   END-STRING
                   PERFORM SOURCE-ADD
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       SOURCE-ADD                                               SECTION.
           MOVE "N" TO SRC-FOUND
           PERFORM VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > SRC-COUNT
               IF SRC-MS-NAME(SRC-SUB) = AU-MS-FILENAME THEN
                   MOVE "Y" TO SRC-FOUND
               END-IF
           END-PERFORM
           IF SRC-FOUND = "N" AND SRC-COUNT < MAX-SOURCES THEN
               ADD 1 TO SRC-COUNT
               MOVE AU-MS-FILENAME TO SRC-MS-NAME(SRC-COUNT)
               MOVE AU-EL-FILENAME TO SRC-EL-NAME(SRC-COUNT)
               MOVE ZERO TO SRC-CANDS(SRC-COUNT)
           END-IF.
      *----------------------------------------------------------------*
      *    SOURCE-SCAN: one pass of the match file to find the
      *    candidates, then one pass of its event file - only when
      *    something in it could back an entry.
      *----------------------------------------------------------------*
       SOURCE-SCAN                                              SECTION.
           MOVE SRC-MS-NAME(SRC-SUB) TO AU-MS-FILENAME
           MOVE SRC-EL-NAME(SRC-SUB) TO AU-EL-FILENAME
           PERFORM SOURCE-MATCH-SCAN
           IF SRC-CANDS(SRC-SUB) > ZERO THEN
               PERFORM SOURCE-EVENT-SCAN
           END-IF.
      *----------------------------------------------------------------*
       SOURCE-MATCH-SCAN                                        SECTION.
           PERFORM VARYING LE-SUB FROM 1 BY 1 UNTIL LE-SUB > 100
               MOVE ZERO TO LE-DATE(LE-SUB)
               MOVE ZERO TO LE-TIME(LE-SUB)
           END-PERFORM
           OPEN INPUT MATCH-SOURCE-FILE
           IF WS-MS-STATUS = "05" THEN
      *    no such file - nothing was ever booked there
               CLOSE MATCH-SOURCE-FILE
               EXIT SECTION
           END-IF
           IF WS-MS-STATUS NOT = "00" THEN
               DISPLAY "MATCH FILE ERROR " WS-MS-STATUS
                   " " AU-MS-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-MS-STATUS NOT = "00"
               READ MATCH-SOURCE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-MS-STATUS
                   NOT AT END
                       ADD 1 TO AU-MS-READ
                       PERFORM MATCH-CANDIDATE-ONE
               END-READ
           END-PERFORM
      *    a read that stops short leaves matches unseen - an entry
      *    reported unbacked on a partial read would be a false alarm
           IF WS-MS-STATUS NOT = "10" THEN
               DISPLAY "MATCH FILE READ ERROR " WS-MS-STATUS
                   " " AU-MS-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
           END-IF
           CLOSE MATCH-SOURCE-FILE.
      *----------------------------------------------------------------*
      *    MATCH-CANDIDATE-ONE: a match backs an entry when it was
      *    won on the entry's day and station with the entry's score
      *    by the entry's player. Every match, candidate or not,
      *    moves its station's last-end mark on.
      *----------------------------------------------------------------*
       MATCH-CANDIDATE-ONE                                      SECTION.
           IF MS-DATE NOT NUMERIC OR MS-TIME NOT NUMERIC
               OR MS-SCORE-P1 NOT NUMERIC
               OR MS-SCORE-P2 NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           IF MS-STATION-ID NUMERIC THEN
               MOVE MS-STATION-ID TO AU-MS-STATION
           ELSE
               MOVE ZERO TO AU-MS-STATION
           END-IF
           COMPUTE LE-SUB = AU-MS-STATION + 1
           EVALUATE MS-WINNER
               WHEN "P1"
                   MOVE MS-SCORE-P1 TO AU-WIN-SCORE
               WHEN "P2"
                   MOVE MS-SCORE-P2 TO AU-WIN-SCORE
               WHEN OTHER
                   MOVE ZERO TO AU-WIN-SCORE
           END-EVALUATE
           IF MS-WINNER-ID NUMERIC THEN
               MOVE MS-WINNER-ID TO AU-WIN-ID
           ELSE
               MOVE ZERO TO AU-WIN-ID
           END-IF
           IF AU-WIN-SCORE > ZERO THEN
               PERFORM VARYING AE-SUB FROM 1 BY 1
                   UNTIL AE-SUB > AE-COUNT
                   IF AE-DATE(AE-SUB) = MS-DATE
                       AND AE-SCORE(AE-SUB) = AU-WIN-SCORE
                       AND (AE-STATION(AE-SUB) = ZERO
                           OR AE-STATION(AE-SUB) = AU-MS-STATION)
                       AND (AE-PLAYER-ID(AE-SUB) = ZERO
                           OR AU-WIN-ID = ZERO
                           OR AE-PLAYER-ID(AE-SUB) = AU-WIN-ID) THEN
                       PERFORM CANDIDATE-ADD
                   END-IF
               END-PERFORM
           END-IF
           MOVE MS-DATE TO LE-DATE(LE-SUB)
           MOVE MS-TIME TO LE-TIME(LE-SUB).
      *----------------------------------------------------------------*
       CANDIDATE-ADD                                            SECTION.
           IF CD-COUNT >= MAX-CANDIDATES THEN
               ADD 1 TO AU-CAND-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO CD-COUNT
           ADD 1 TO SRC-CANDS(SRC-SUB)
           MOVE AE-SUB TO CD-AUDIT(CD-COUNT)
           MOVE SRC-SUB TO CD-SOURCE(CD-COUNT)
           MOVE MS-DATE TO CD-DATE(CD-COUNT)
           MOVE MS-TIME TO CD-TIME(CD-COUNT)
           MOVE AU-MS-STATION TO CD-STATION(CD-COUNT)
           IF LE-DATE(LE-SUB) = MS-DATE THEN
               MOVE LE-TIME(LE-SUB) TO CD-FROM-TIME(CD-COUNT)
           ELSE
               MOVE ZERO TO CD-FROM-TIME(CD-COUNT)
           END-IF
           MOVE MS-SCORE-P1 TO CD-P1(CD-COUNT)
           MOVE MS-SCORE-P2 TO CD-P2(CD-COUNT)
           MOVE ZERO TO CD-EV-P1(CD-COUNT)
           MOVE ZERO TO CD-EV-P2(CD-COUNT)
           MOVE ZERO TO CD-HITS(CD-COUNT)
           MOVE ZERO TO CD-EVENTS(CD-COUNT)
           MOVE ZERO TO CD-FIRST-TIME(CD-COUNT)
           MOVE "N" TO CD-X-ROUND(CD-COUNT)
           MOVE "N" TO CD-X-EVENTS(CD-COUNT)
           MOVE "N" TO CD-X-HITS(CD-COUNT).
      *----------------------------------------------------------------*
       SOURCE-EVENT-SCAN                                        SECTION.
           OPEN INPUT EVENT-SOURCE-FILE
           IF WS-EL-STATUS = "05" THEN
      *    no events on file - every candidate here will show none
               CLOSE EVENT-SOURCE-FILE
               EXIT SECTION
           END-IF
           IF WS-EL-STATUS NOT = "00" THEN
               DISPLAY "EVENT FILE ERROR " WS-EL-STATUS
                   " " AU-EL-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EL-STATUS NOT = "00"
               READ EVENT-SOURCE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-EL-STATUS
                   NOT AT END
                       ADD 1 TO AU-EL-READ
                       PERFORM EVENT-CANDIDATE-ONE
               END-READ
           END-PERFORM
           IF WS-EL-STATUS NOT = "10" THEN
               DISPLAY "EVENT FILE READ ERROR " WS-EL-STATUS
                   " " AU-EL-FILENAME
               MOVE "Y" TO AU-FILE-ERROR
           END-IF
           CLOSE EVENT-SOURCE-FILE.
      *----------------------------------------------------------------*
      *    EVENT-CANDIDATE-ONE: books the event to every candidate of
      *    this source whose window it falls in. A session header
      *    inside the window means the cabinet was restarted - what
      *    came before belongs to no finished match, so the window's
      *    tallies start again from there.
      *----------------------------------------------------------------*
       EVENT-CANDIDATE-ONE                                      SECTION.
           IF EL-DATE NOT NUMERIC OR EL-TIME NOT NUMERIC THEN
               EXIT SECTION
           END-IF
           IF EL-EVENT-TYPE = "SESSN-TRL" THEN
               EXIT SECTION
           END-IF
           IF EL-EVENT-TYPE = "SESSN-HDR" THEN
               IF EL-T-STATION-ID NUMERIC THEN
                   MOVE EL-T-STATION-ID TO AU-EL-STATION
               ELSE
                   MOVE ZERO TO AU-EL-STATION
               END-IF
           ELSE
               IF EL-STATION-ID NUMERIC THEN
                   MOVE EL-STATION-ID TO AU-EL-STATION
               ELSE
                   MOVE ZERO TO AU-EL-STATION
               END-IF
           END-IF
           PERFORM VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-COUNT
               IF CD-SOURCE(CD-SUB) = SRC-SUB
                   AND CD-DATE(CD-SUB) = EL-DATE
                   AND CD-STATION(CD-SUB) = AU-EL-STATION
                   AND EL-TIME > CD-FROM-TIME(CD-SUB)
                   AND EL-TIME <= CD-TIME(CD-SUB) THEN
                   IF EL-EVENT-TYPE = "SESSN-HDR" THEN
                       MOVE ZERO TO CD-EV-P1(CD-SUB)
                       MOVE ZERO TO CD-EV-P2(CD-SUB)
                       MOVE ZERO TO CD-HITS(CD-SUB)
                       MOVE ZERO TO CD-EVENTS(CD-SUB)
                       MOVE ZERO TO CD-FIRST-TIME(CD-SUB)
                   ELSE
                       IF CD-EVENTS(CD-SUB) = ZERO THEN
                           MOVE EL-TIME TO CD-FIRST-TIME(CD-SUB)
                       END-IF
                       ADD 1 TO CD-EVENTS(CD-SUB)
                       EVALUATE EL-EVENT-TYPE
                           WHEN "SCORE-P1"
                               ADD 1 TO CD-EV-P1(CD-SUB)
                           WHEN "SCORE-P2"
                               ADD 1 TO CD-EV-P2(CD-SUB)
                           WHEN "PADDLEHIT1"
                           WHEN "PADDLEHIT2"
                               ADD 1 TO CD-HITS(CD-SUB)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    CANDIDATE-EVALUATE: what the evidence says about one
      *    backing match. Points can't come faster than one per
      *    MIN-TICKS-PER-POINT from the window's first event to the
      *    match end; the times are whole seconds, so two seconds'
      *    grace plus the point that opened the window are allowed.
      *----------------------------------------------------------------*
       CANDIDATE-EVALUATE                                       SECTION.
           COMPUTE AU-POINTS = CD-P1(CD-SUB) + CD-P2(CD-SUB)
           MOVE CD-AUDIT(CD-SUB) TO AE-SUB
           IF AE-SCORE(AE-SUB) > WIN-SCORE THEN
               MOVE "Y" TO CD-X-ROUND(CD-SUB)
           END-IF
           IF CD-EVENTS(CD-SUB) > ZERO THEN
               MOVE CD-FIRST-TIME(CD-SUB) TO AU-HMS-NUM
               COMPUTE AU-SECS-FROM = AU-HH * 3600 + AU-MM * 60 + AU-SS
               MOVE CD-TIME(CD-SUB) TO AU-HMS-NUM
               COMPUTE AU-SECS-TO = AU-HH * 3600 + AU-MM * 60 + AU-SS
               COMPUTE AU-ELAPSED = AU-SECS-TO - AU-SECS-FROM
               IF AU-ELAPSED < ZERO THEN
                   MOVE ZERO TO AU-ELAPSED
               END-IF
               COMPUTE AU-ALLOWED =
                   ((AU-ELAPSED + 2) * TICKS-PER-SECOND)
                   / MIN-TICKS-PER-POINT + 1
               IF AU-POINTS > AU-ALLOWED THEN
                   MOVE "Y" TO CD-X-ROUND(CD-SUB)
               END-IF
           END-IF
           IF CD-EV-P1(CD-SUB) < CD-P1(CD-SUB)
               OR CD-EV-P2(CD-SUB) < CD-P2(CD-SUB) THEN
               MOVE "Y" TO CD-X-EVENTS(CD-SUB)
           END-IF
           IF CD-HITS(CD-SUB) = ZERO THEN
               MOVE "Y" TO CD-X-HITS(CD-SUB)
           END-IF.
      *----------------------------------------------------------------*
      *    ENTRY-EVALUATE: an entry stands on the first candidate the
      *    evidence fully supports; failing that, the first candidate
      *    found is the one reported, with what is wrong with it.
      *----------------------------------------------------------------*
       ENTRY-EVALUATE                                           SECTION.
           IF AE-DATE(AE-SUB) > WS-TODAY THEN
               MOVE "Y" TO AE-X-DATE(AE-SUB)
           END-IF
           IF AE-SCORE(AE-SUB) > WIN-SCORE THEN
               MOVE "Y" TO AE-X-ROUND(AE-SUB)
           END-IF
           PERFORM VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-COUNT
               IF CD-AUDIT(CD-SUB) = AE-SUB THEN
                   IF AE-CHOSEN(AE-SUB) = ZERO THEN
                       MOVE CD-SUB TO AE-CHOSEN(AE-SUB)
                   END-IF
                   IF CD-X-ROUND(CD-SUB) = "N"
                       AND CD-X-EVENTS(CD-SUB) = "N"
                       AND CD-X-HITS(CD-SUB) = "N" THEN
                       MOVE CD-SUB TO AE-CHOSEN(AE-SUB)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF AE-CHOSEN(AE-SUB) = ZERO THEN
               MOVE "Y" TO AE-X-NOMATCH(AE-SUB)
           ELSE
               MOVE AE-CHOSEN(AE-SUB) TO CD-SUB
               IF CD-X-ROUND(CD-SUB) = "Y" THEN
                   MOVE "Y" TO AE-X-ROUND(AE-SUB)
               END-IF
               MOVE CD-X-EVENTS(CD-SUB) TO AE-X-EVENTS(AE-SUB)
               MOVE CD-X-HITS(CD-SUB) TO AE-X-HITS(AE-SUB)
           END-IF
           IF AE-X-NOMATCH(AE-SUB) = "Y" OR AE-X-ROUND(AE-SUB) = "Y"
               OR AE-X-EVENTS(AE-SUB) = "Y"
               OR AE-X-HITS(AE-SUB) = "Y"
               OR AE-X-DATE(AE-SUB) = "Y" THEN
               ADD 1 TO AU-ENTRIES-BAD
           END-IF.
      *----------------------------------------------------------------*
       AUDIT-PRINT                                              SECTION.
           DISPLAY "---- CABINET BOARD ----"
           IF AE-CABINET-COUNT = ZERO THEN
               DISPLAY "(NONE)"
           END-IF
           PERFORM VARYING AE-SUB FROM 1 BY 1 UNTIL AE-SUB > AE-COUNT
               IF AE-SUB = AE-CABINET-COUNT + 1 THEN
                   DISPLAY "---- FLEET BOARD ----"
               END-IF
               PERFORM ENTRY-PRINT
           END-PERFORM
           IF AE-COUNT = AE-CABINET-COUNT THEN
               DISPLAY "---- FLEET BOARD ----"
               DISPLAY "(NONE)"
           END-IF
           DISPLAY "---- TOTALS ----"
           DISPLAY "ENTRIES AUDITED...: " AE-COUNT
           DISPLAY "ENTRIES EXCEPTED..: " AU-ENTRIES-BAD
           DISPLAY "MATCH RECORDS READ: " AU-MS-READ
           DISPLAY "EVENT RECORDS READ: " AU-EL-READ
           IF AU-CAND-DROPPED > ZERO THEN
      *    more look-alike matches than the table holds - entries may
      *    be reported unbacked that a bigger table would have cleared
               DISPLAY "** " AU-CAND-DROPPED " CANDIDATE MATCHES NOT"
                   " CHECKED - TABLE FULL **"
               MOVE "Y" TO AU-FILE-ERROR
           END-IF
           IF AU-FILE-ERROR = "Y" THEN
               DISPLAY "** AUDIT INCOMPLETE - FLEET BOARD HELD **"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF AU-ENTRIES-BAD > ZERO THEN
                   DISPLAY "** EXCEPTIONS - FLEET BOARD HELD UNTIL"
                       " SIGNED OFF ON PONG0014 **"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "ALL ENTRIES BACKED BY EVIDENCE"
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       ENTRY-PRINT                                              SECTION.
           IF AE-X-NOMATCH(AE-SUB) = "Y" OR AE-X-ROUND(AE-SUB) = "Y"
               OR AE-X-EVENTS(AE-SUB) = "Y"
               OR AE-X-HITS(AE-SUB) = "Y"
               OR AE-X-DATE(AE-SUB) = "Y" THEN
               MOVE "EXCEPT" TO AU-RESULT
           ELSE
               MOVE "OK" TO AU-RESULT
           END-IF
           DISPLAY AE-RANK(AE-SUB) SPACE AE-INITIALS(AE-SUB) SPACE
               AE-SCORE(AE-SUB) SPACE AE-DATE(AE-SUB)
               " ID " AE-PLAYER-ID(AE-SUB)
               " STN " AE-STATION(AE-SUB) SPACE AU-RESULT
           IF AE-CHOSEN(AE-SUB) > ZERO THEN
               MOVE AE-CHOSEN(AE-SUB) TO CD-SUB
               MOVE CD-SOURCE(CD-SUB) TO SRC-SUB
               DISPLAY "   MATCH " CD-DATE(CD-SUB) SPACE
                   CD-TIME(CD-SUB) SPACE CD-P1(CD-SUB) "-"
                   CD-P2(CD-SUB) " IN " SRC-MS-NAME(SRC-SUB)
               DISPLAY "   EVENTS P1/P2 " CD-EV-P1(CD-SUB) "/"
                   CD-EV-P2(CD-SUB) " PADDLE HITS " CD-HITS(CD-SUB)
           END-IF
           IF AE-X-NOMATCH(AE-SUB) = "Y" THEN
               DISPLAY "   ** NO BACKING MATCH"
           END-IF
           IF AE-X-ROUND(AE-SUB) = "Y" THEN
               DISPLAY "   ** MORE POINTS THAN THE ROUND ALLOWS"
           END-IF
           IF AE-X-EVENTS(AE-SUB) = "Y" THEN
               DISPLAY "   ** SCORE EVENTS MISSING"
           END-IF
           IF AE-X-HITS(AE-SUB) = "Y" THEN
               DISPLAY "   ** NO PADDLE HITS"
           END-IF
           IF AE-X-DATE(AE-SUB) = "Y" THEN
               DISPLAY "   ** DATED AFTER THE RUN DATE"
           END-IF.
      *----------------------------------------------------------------*
      *    RUNCTL-BEGIN: books the day's LBAUDIT entry as started
      *    before anything is read - an entry left at "S" holds the
      *    fleet board just as a bad return code does. A rerun books
      *    over the entry, clearing any earlier sign-off.
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
           MOVE "LBAUDIT" TO RN-JOB-NAME
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
      *    return code PONG0006 will see, the entries audited (in)
      *    and the entries excepted (out).
      *----------------------------------------------------------------*
       RUNCTL-END                                               SECTION.
           IF WS-RN-BOOKED = "Y" THEN
               OPEN I-O RUN-CONTROL-FILE
               IF WS-RN-STATUS = "00" THEN
                   MOVE "LBAUDIT" TO RN-JOB-NAME
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
                           MOVE AE-COUNT TO RN-RECORDS-IN
                           MOVE AU-ENTRIES-BAD TO RN-RECORDS-OUT
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
      *    with no entry on the register PONG0006 has nothing to hold
      *    the board on - say so rather than let it pass quietly
           IF WS-RN-BOOKED = "N" THEN
               DISPLAY "** AUDIT NOT BOOKED TO THE REGISTER - FLEET"
                   " BOARD WILL PUBLISH UNAUDITED **"
               IF RETURN-CODE = ZERO THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
