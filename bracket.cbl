      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        bracket.cbl
      *    Knockout tournament bracket manager. Tournament mode in
      *    PONG0001 only ever played one best-of-N between whoever
      *    walked up, so tournament nights ran the draw on paper.
      *    Under operator key this program draws a single-elimination
      *    bracket (bracket.dat) - seeded off the standings ladder
      *    rating (ladder.dat, written by PONG0007) or in the order
      *    the entrants are typed - with byes for the top seeds when
      *    the field is short of a full draw. The cabinet then shows
      *    the next pairing, pre-fills both seats and advances the
      *    winner itself when the series is decided; this program
      *    records forfeits, posts any decided series off seriesc.dat
      *    the cabinet could not book to the bracket, cancels a draw,
      *    and prints the bracket with its final placings.
       PROGRAM-ID.         PONG0019.

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
           SELECT BRACKET-FILE ASSIGN TO "bracket.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BK-STATUS.

           SELECT OPTIONAL LADDER-FILE ASSIGN TO "ladder.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.

           SELECT OPTIONAL SERIES-FILE ASSIGN TO "seriesc.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "playmast.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT OPTIONAL PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    BRACKET-FILE: the draws, one header and one record per
      *    pairing, shared with game.cbl via copybook.
      *----------------------------------------------------------------*
       FD  BRACKET-FILE.
           COPY BRACKET.
      *----------------------------------------------------------------*
      *    LADDER-FILE: PONG0007's ranked ladder, for seeding.
      *----------------------------------------------------------------*
       FD  LADDER-FILE.
           COPY LADDER.
      *----------------------------------------------------------------*
      *    SERIES-FILE: decided series, each stamped with the bracket
      *    pairing it settled (zero for a walk-up series).
      *----------------------------------------------------------------*
       FD  SERIES-FILE.
           COPY SERIESSC.
      *----------------------------------------------------------------*
      *    PLAYER-MASTER-FILE / PLAYER-XREF-FILE: every entrant must
      *    be a registered, active player - the cabinet pre-fills the
      *    seats by player ID. A merged ID enters as its survivor.
      *----------------------------------------------------------------*
       FD  PLAYER-MASTER-FILE.
           COPY PLAYMAST.

       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    BRACKET-VARIABLES
      *----------------------------------------------------------------*
      *    BR: work fields for the console dialogue, validated in the
      *    PONG0005 style. Blank at the action prompt ends the run.
      *    A draw holds up to 64 entrants (six rounds).
       78 OPERATOR-KEY                     VALUE "PSY87".
       78 MAX-KEY-TRIES                    VALUE 3.
       78 MAX-ENTRANTS                     VALUE 64.
       78 UNRANKED                         VALUE 999.
       01 WS-BK-STATUS          PIC XX.
       01 WS-LD-STATUS          PIC XX.
       01 WS-SR-STATUS          PIC XX.
       01 WS-PM-STATUS          PIC XX.
       01 WS-PX-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).
       01 WS-NOW-TIME           PIC 9(6).

       01 BR-KEY-INPUT          PIC X(8).
       01 BR-KEY-TRIES          PIC 9      VALUE ZERO.
       01 BR-KEY-OK             PIC X      VALUE "N".
       01 BR-INPUT              PIC X(30).
       01 BR-FIELD-OK           PIC X.
       01 BR-NUM-WORK           PIC 9(7).
       01 BR-DONE               PIC X      VALUE "N".
       01 BR-OPERATOR           PIC X(3).
       01 BR-FILE-ERROR         PIC X      VALUE "N".
       01 BR-DRAWS              PIC 9(3)   VALUE ZERO.
       01 BR-FORFEITS           PIC 9(3)   VALUE ZERO.
       01 BR-POSTED             PIC 9(5)   VALUE ZERO.
       01 BR-ALREADY            PIC 9(5)   VALUE ZERO.
       01 BR-UNMATCHED          PIC 9(5)   VALUE ZERO.
       01 BR-SUB                PIC 9(3).
       01 BR-SUB2               PIC 9(3).
       01 BR-SUB3               PIC 9(3).
       01 BR-SORT-STOP          PIC X.
       01 BR-QUOTIENT           PIC 9(3).
       01 BR-REMAINDER          PIC 9.
      *----------------------------------------------------------------*
      *    OPEN-TOURN-FIND results: the open draw (0 = none) and the
      *    highest tournament number ever drawn.
      *----------------------------------------------------------------*
       01 BR-OPEN-ID            PIC 9(4)   VALUE ZERO.
       01 BR-LAST-ID            PIC 9(4)   VALUE ZERO.
      *----------------------------------------------------------------*
      *    The draw being worked on: its number, size, rounds, and the
      *    pairing in hand.
      *----------------------------------------------------------------*
       01 BR-TOURN-ID           PIC 9(4)   VALUE ZERO.
       01 BR-NAME               PIC X(18).
       01 BR-SEED-BY            PIC X.
       01 BR-DRAW-SIZE          PIC 9(2)   VALUE ZERO.
       01 BR-ROUNDS             PIC 9      VALUE ZERO.
       01 BR-BYES               PIC 9(2)   VALUE ZERO.
       01 BR-ROUND              PIC 9.
       01 BR-MATCH              PIC 9(2).
       01 BR-ROUND-MATCHES      PIC 9(2).
       01 BR-NEXT-ROUND         PIC 9.
       01 BR-NEXT-MATCH         PIC 9(2).
       01 BR-WIN-ID             PIC 9(4).
       01 BR-WIN-INITIALS       PIC X(3).
       01 BR-WIN-SEED           PIC 9(2).
      *----------------------------------------------------------------*
      *    ENTRANT-TABLE: the field in seed order once drawn. BE-RANK
      *    is the ladder place (UNRANKED when the player is not on the
      *    ladder); BR-ENT-SWAP is the insertion-sort hold area.
      *----------------------------------------------------------------*
       01 ENTRANT-TABLE.
           05 BR-ENTRANT OCCURS 64 TIMES.
               10 BE-ID         PIC 9(4).
               10 BE-INITIALS   PIC X(3).
               10 BE-RANK       PIC 9(3).
       01 BR-ENT-SWAP.
           05 BS-ID             PIC 9(4).
           05 BS-INITIALS       PIC X(3).
           05 BS-RANK           PIC 9(3).
       01 BR-ENT-COUNT          PIC 9(2)   VALUE ZERO.
       01 BR-TAKE-COUNT         PIC 9(2)   VALUE ZERO.
      *----------------------------------------------------------------*
      *    SEED-POSITIONS: the standard draw order, built by doubling
      *    - each seed s of a draw of n sits beside seed 2n+1-s in the
      *    draw of 2n - so seeds 1 and 2 can only meet in the final
      *    and the byes fall to the top seeds.
      *----------------------------------------------------------------*
       01 BR-POS-TABLE.
           05 BR-POS            PIC 9(2)   OCCURS 64 TIMES.
       01 BR-POS-WORK-TABLE.
           05 BR-POS-WORK       PIC 9(2)   OCCURS 64 TIMES.
       01 BR-POS-LEN            PIC 9(2).
       01 BR-POS-NEW-LEN        PIC 9(2).
       01 BR-SEED-A             PIC 9(2).
       01 BR-SEED-B             PIC 9(2).
      *----------------------------------------------------------------*
      *    ENTRANT-RESOLVE results for one typed entrant.
      *----------------------------------------------------------------*
       01 BR-LOOK-ID            PIC 9(4).
       01 BR-LOOK-INITIALS      PIC X(3).
       01 BR-LOOK-FOUND         PIC X.
       01 BR-LOOK-STATE         PIC X.
       01 BR-LOOK-SURVIVOR      PIC 9(4).
      *----------------------------------------------------------------*
      *    PRINT work fields: the draw held in memory (up to 63
      *    pairings) so the placings can be worked out after the
      *    rounds are printed.
      *----------------------------------------------------------------*
       01 PRINT-TABLE.
           05 BP-ENTRY OCCURS 63 TIMES.
               10 BP-ROUND      PIC 9.
               10 BP-STATUS     PIC X.
               10 BP-P1-ID      PIC 9(4).
               10 BP-P1-INITIALS PIC X(3).
               10 BP-P2-ID      PIC 9(4).
               10 BP-P2-INITIALS PIC X(3).
               10 BP-WINNER     PIC X(2).
       01 BP-COUNT              PIC 9(2)   VALUE ZERO.
       01 BP-LAST-ROUND         PIC 9      VALUE ZERO.
       01 BP-PLACE              PIC 9(2).
       01 BP-PLACE-ROUND        PIC 9.
       01 BP-PLACE-STEP         PIC 9.
       01 BP-LOSER-ID           PIC 9(4).
       01 BP-LOSER-INITIALS     PIC X(3).
       01 BP-SIDE-1             PIC X(15).
       01 BP-SIDE-2             PIC X(15).
       01 BP-RESULT             PIC X(34).
       01 BP-HEADER-STATUS      PIC X(9).
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM OPERATOR-KEY-CHECK.
       IF BR-KEY-OK NOT = "Y" THEN
           DISPLAY "ACCESS DENIED"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       MOVE WS-CURRENT-DATE(9:6) TO WS-NOW-TIME.
       DISPLAY "==== PONG0019 KNOCKOUT BRACKET ====".
       PERFORM BRACKET-CYCLE UNTIL BR-DONE = "Y".
       DISPLAY "DRAWS MADE........: " BR-DRAWS.
       DISPLAY "FORFEITS RECORDED.: " BR-FORFEITS.
       DISPLAY "SERIES POSTED.....: " BR-POSTED.
       GOBACK.
      *----------------------------------------------------------------*
       OPERATOR-KEY-CHECK                                       SECTION.
           PERFORM UNTIL BR-KEY-OK = "Y"
               OR BR-KEY-TRIES >= MAX-KEY-TRIES
               DISPLAY "OPERATOR KEY: " WITH NO ADVANCING
               ACCEPT BR-KEY-INPUT
               IF BR-KEY-INPUT = OPERATOR-KEY THEN
                   MOVE "Y" TO BR-KEY-OK
               ELSE
                   ADD 1 TO BR-KEY-TRIES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    BRACKET-CYCLE: one action per pass until a blank action
      *    ends the run.
      *----------------------------------------------------------------*
       BRACKET-CYCLE                                            SECTION.
           DISPLAY "N=NEW DRAW P=PRINT F=FORFEIT R=POST RESULTS"
               " X=CANCEL DRAW (BLANK=DONE): " WITH NO ADVANCING
           ACCEPT BR-INPUT
           IF BR-INPUT = SPACES THEN
               MOVE "Y" TO BR-DONE
               EXIT SECTION
           END-IF
           EVALUATE BR-INPUT
               WHEN "N"
                   PERFORM DRAW-NEW
               WHEN "P"
                   PERFORM BRACKET-PRINT
               WHEN "F"
                   PERFORM FORFEIT-RECORD
               WHEN "R"
                   PERFORM RESULTS-POST
               WHEN "X"
                   PERFORM DRAW-CANCEL
               WHEN OTHER
                   DISPLAY "ACTION MUST BE N, P, F, R OR X"
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    DRAW-NEW: builds the field, seeds it, shows the draw and on
      *    a confirmed answer writes it. One open draw at a time - the
      *    cabinet plays whichever draw is open.
      *----------------------------------------------------------------*
       DRAW-NEW                                                 SECTION.
           PERFORM OPEN-TOURN-FIND
           IF BR-OPEN-ID > ZERO THEN
               DISPLAY "DRAW " BR-OPEN-ID " IS STILL OPEN - FINISH OR"
                   " CANCEL IT FIRST"
               EXIT SECTION
           END-IF
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "DRAW NAME.........: " WITH NO ADVANCING
               ACCEPT BR-INPUT
               IF BR-INPUT NOT = SPACES
                   AND BR-INPUT(19:12) = SPACES THEN
                   MOVE BR-INPUT(1:18) TO BR-NAME
                   MOVE "Y" TO BR-FIELD-OK
               ELSE
                   DISPLAY "NAME IS REQUIRED (UP TO 18)"
               END-IF
           END-PERFORM
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "SEED BY L=LADDER RATING T=TYPED ORDER: "
                   WITH NO ADVANCING
               ACCEPT BR-INPUT
               IF BR-INPUT = "L" OR BR-INPUT = "T" THEN
                   MOVE BR-INPUT(1:1) TO BR-SEED-BY
                   MOVE "Y" TO BR-FIELD-OK
               ELSE
                   DISPLAY "SEED BY MUST BE L OR T"
               END-IF
           END-PERFORM

           MOVE ZERO TO BR-ENT-COUNT
           MOVE ZERO TO BR-TAKE-COUNT
           IF BR-SEED-BY = "L" THEN
               MOVE "N" TO BR-FIELD-OK
               PERFORM UNTIL BR-FIELD-OK = "Y"
                   DISPLAY "TAKE THE LADDER TOP 2-64 (BLANK=TYPE THE"
                       " ENTRANTS): " WITH NO ADVANCING
                   ACCEPT BR-INPUT
                   PERFORM NUMERIC-FIELD-CHECK
                   IF BR-FIELD-OK = "V" THEN
                       IF BR-NUM-WORK >= 2
                           AND BR-NUM-WORK <= MAX-ENTRANTS THEN
                           MOVE BR-NUM-WORK TO BR-TAKE-COUNT
                           MOVE "Y" TO BR-FIELD-OK
                       ELSE
                           DISPLAY "TAKE 2-64 OR LEAVE BLANK"
                           MOVE "N" TO BR-FIELD-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF BR-TAKE-COUNT > ZERO THEN
               PERFORM LADDER-TAKE
           ELSE
               PERFORM ENTRANTS-TYPE
               IF BR-SEED-BY = "L" THEN
                   PERFORM LADDER-ORDER
               END-IF
           END-IF
           IF BR-ENT-COUNT < 2 THEN
               DISPLAY "A DRAW NEEDS AT LEAST 2 ENTRANTS - NOTHING"
                   " WRITTEN"
               EXIT SECTION
           END-IF

           MOVE 2 TO BR-DRAW-SIZE
           MOVE 1 TO BR-ROUNDS
           PERFORM UNTIL BR-DRAW-SIZE >= BR-ENT-COUNT
               COMPUTE BR-DRAW-SIZE = BR-DRAW-SIZE * 2
               ADD 1 TO BR-ROUNDS
           END-PERFORM
           COMPUTE BR-BYES = BR-DRAW-SIZE - BR-ENT-COUNT
           PERFORM SEED-POSITIONS-BUILD

           DISPLAY "---- SEEDED FIELD ----"
           PERFORM VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BR-ENT-COUNT
               IF BE-RANK(BR-SUB) = UNRANKED THEN
                   DISPLAY "SEED " BR-SUB(2:2) SPACE BE-INITIALS(BR-SUB)
                       " (ID " BE-ID(BR-SUB) ") NOT ON LADDER"
               ELSE
                   DISPLAY "SEED " BR-SUB(2:2) SPACE BE-INITIALS(BR-SUB)
                       " (ID " BE-ID(BR-SUB) ") LADDER "
                       BE-RANK(BR-SUB)
               END-IF
           END-PERFORM
           DISPLAY "DRAW SIZE.........: " BR-DRAW-SIZE
               " (" BR-BYES " BYES)"
           DISPLAY "ROUNDS............: " BR-ROUNDS
           DISPLAY "WRITE THIS DRAW (Y/N): " WITH NO ADVANCING
           ACCEPT BR-INPUT
           IF BR-INPUT NOT = "Y" THEN
               DISPLAY "DRAW NOT WRITTEN"
               EXIT SECTION
           END-IF
           PERFORM OPERATOR-ASK
           PERFORM DRAW-WRITE.
      *----------------------------------------------------------------*
      *    ENTRANTS-TYPE: the field keyed one entrant at a time, by
      *    player ID or by initials, until a blank line or a full
      *    draw. A typed entrant is only taken once.
      *----------------------------------------------------------------*
       ENTRANTS-TYPE                                            SECTION.
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               OR BR-ENT-COUNT >= MAX-ENTRANTS
               COMPUTE BR-SUB = BR-ENT-COUNT + 1
               DISPLAY "ENTRANT " BR-SUB(2:2)
                   " ID OR INITIALS (BLANK=END): " WITH NO ADVANCING
               ACCEPT BR-INPUT
               IF BR-INPUT = SPACES THEN
                   MOVE "Y" TO BR-FIELD-OK
               ELSE
                   PERFORM ENTRANT-RESOLVE
                   IF BR-LOOK-FOUND = "Y" THEN
                       PERFORM ENTRANT-ADD
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    ENTRANT-RESOLVE: turns one typed entry into an active
      *    player - digits are a player ID, anything else the
      *    initials as the cabinet signs them in. A merged ID enters
      *    as its survivor; a deactivated one is refused.
      *----------------------------------------------------------------*
       ENTRANT-RESOLVE                                          SECTION.
           MOVE "N" TO BR-LOOK-FOUND
           MOVE ZERO TO BR-LOOK-ID
           IF BR-INPUT(1:1) NUMERIC THEN
               PERFORM NUMERIC-FIELD-CHECK
               IF BR-FIELD-OK NOT = "V" THEN
                   MOVE "N" TO BR-FIELD-OK
                   EXIT SECTION
               END-IF
               MOVE "N" TO BR-FIELD-OK
               IF BR-NUM-WORK < 1 OR BR-NUM-WORK > 9999 THEN
                   DISPLAY "PLAYER ID MUST BE 1-9999"
                   EXIT SECTION
               END-IF
               MOVE BR-NUM-WORK TO BR-LOOK-ID
               PERFORM PLAYER-ID-READ
           ELSE
               IF BR-INPUT(4:27) NOT = SPACES THEN
                   DISPLAY "ENTER A PLAYER ID OR UP TO 3 INITIALS"
                   EXIT SECTION
               END-IF
               MOVE BR-INPUT(1:3) TO BR-LOOK-INITIALS
               PERFORM PLAYER-INITIALS-FIND
           END-IF
           IF BR-LOOK-FOUND = "Y" AND BR-LOOK-STATE = "M" THEN
               DISPLAY "ID " BR-LOOK-ID " WAS MERGED INTO "
                   BR-LOOK-SURVIVOR " - ENTERED AS THE SURVIVOR"
               MOVE BR-LOOK-SURVIVOR TO BR-LOOK-ID
               PERFORM PLAYER-ID-READ
           END-IF
           IF BR-LOOK-FOUND = "Y" AND BR-LOOK-STATE = "D" THEN
               DISPLAY "PLAYER " BR-LOOK-ID " IS DEACTIVATED - NOT"
                   " ENTERED"
               MOVE "N" TO BR-LOOK-FOUND
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-ID-READ: BR-LOOK-ID off the master, with its
      *    cross-reference state.
      *----------------------------------------------------------------*
       PLAYER-ID-READ                                           SECTION.
           MOVE "N" TO BR-LOOK-FOUND
           MOVE SPACE TO BR-LOOK-STATE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                   " playmast.dat"
               EXIT SECTION
           END-IF
           MOVE BR-LOOK-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO PLAYER " BR-LOOK-ID " ON THE MASTER"
               NOT INVALID KEY
                   MOVE "Y" TO BR-LOOK-FOUND
                   MOVE PM-INITIALS TO BR-LOOK-INITIALS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           IF BR-LOOK-FOUND = "Y" THEN
               PERFORM PLAYER-STATE-READ
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-INITIALS-FIND: the first master record carrying the
      *    initials that is not deactivated, the same rule the
      *    cabinet's sign-in applies.
      *----------------------------------------------------------------*
       PLAYER-INITIALS-FIND                                     SECTION.
           MOVE "N" TO BR-LOOK-FOUND
           MOVE SPACE TO BR-LOOK-STATE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                   " playmast.dat"
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-PM-STATUS NOT = "00"
               OR BR-LOOK-FOUND = "Y"
               READ PLAYER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PM-STATUS
                   NOT AT END
                       IF PM-INITIALS = BR-LOOK-INITIALS THEN
                           MOVE PM-PLAYER-ID TO BR-LOOK-ID
                           PERFORM PLAYER-STATE-READ
                           IF BR-LOOK-STATE NOT = "D" THEN
                               MOVE "Y" TO BR-LOOK-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           IF BR-LOOK-FOUND NOT = "Y" THEN
               MOVE SPACE TO BR-LOOK-STATE
               DISPLAY "NO ACTIVE PLAYER " BR-LOOK-INITIALS
                   " ON THE MASTER - SIGN IN ONCE AT THE CABINET FIRST"
           END-IF.
      *----------------------------------------------------------------*
       PLAYER-STATE-READ                                        SECTION.
           MOVE SPACE TO BR-LOOK-STATE
           MOVE ZERO TO BR-LOOK-SURVIVOR
           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE BR-LOOK-ID TO PX-PLAYER-ID
               READ PLAYER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PX-STATUS TO BR-LOOK-STATE
                       MOVE PX-SURVIVOR-ID TO BR-LOOK-SURVIVOR
               END-READ
               CLOSE PLAYER-XREF-FILE
           ELSE
               IF WS-PX-STATUS = "05" THEN
                   CLOSE PLAYER-XREF-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       ENTRANT-ADD                                              SECTION.
           PERFORM VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BR-ENT-COUNT
               IF BE-ID(BR-SUB) = BR-LOOK-ID THEN
                   DISPLAY BR-LOOK-INITIALS " (ID " BR-LOOK-ID
                       ") IS ALREADY IN THE DRAW"
                   EXIT SECTION
               END-IF
           END-PERFORM
           ADD 1 TO BR-ENT-COUNT
           MOVE BR-LOOK-ID TO BE-ID(BR-ENT-COUNT)
           MOVE BR-LOOK-INITIALS TO BE-INITIALS(BR-ENT-COUNT)
           MOVE UNRANKED TO BE-RANK(BR-ENT-COUNT)
           DISPLAY "ENTERED...........: " BR-LOOK-INITIALS
               " (ID " BR-LOOK-ID ")".
      *----------------------------------------------------------------*
      *    LADDER-TAKE: the field straight off the top of the ladder,
      *    in ladder order. A deactivated player is passed over and
      *    the next place taken instead.
      *----------------------------------------------------------------*
       LADDER-TAKE                                              SECTION.
           OPEN INPUT LADDER-FILE
           IF WS-LD-STATUS NOT = "00" THEN
               IF WS-LD-STATUS = "05" THEN
                   CLOSE LADDER-FILE
               END-IF
               DISPLAY "NO LADDER ON FILE - RUN PONG0007 FIRST"
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-LD-STATUS NOT = "00"
               OR BR-ENT-COUNT >= BR-TAKE-COUNT
               READ LADDER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LD-STATUS
                   NOT AT END
                       IF LD-PLAYER-ID NUMERIC
                           AND LD-PLAYER-ID > ZERO THEN
                           MOVE LD-PLAYER-ID TO BR-LOOK-ID
                           MOVE LD-INITIALS TO BR-LOOK-INITIALS
                           PERFORM PLAYER-STATE-READ
                           IF BR-LOOK-STATE = "D" THEN
                               DISPLAY "LADDER " LD-RANK SPACE
                                   LD-INITIALS " IS DEACTIVATED -"
                                   " PASSED OVER"
                           ELSE
                               MOVE BR-ENT-COUNT TO BR-SUB3
                               PERFORM ENTRANT-ADD
                               IF BR-ENT-COUNT > BR-SUB3 THEN
                                   MOVE LD-RANK
                                       TO BE-RANK(BR-ENT-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LADDER-FILE
           IF BR-ENT-COUNT < BR-TAKE-COUNT THEN
               DISPLAY "LADDER HOLDS ONLY " BR-ENT-COUNT
                   " ELIGIBLE PLAYERS"
           END-IF.
      *----------------------------------------------------------------*
      *    LADDER-ORDER: a typed field seeded by ladder place; anyone
      *    not on the ladder seeds below everyone who is, in the order
      *    typed (the sort is an insertion sort, so it is stable).
      *----------------------------------------------------------------*
       LADDER-ORDER                                             SECTION.
           OPEN INPUT LADDER-FILE
           IF WS-LD-STATUS NOT = "00" THEN
               IF WS-LD-STATUS = "05" THEN
                   CLOSE LADDER-FILE
               END-IF
               DISPLAY "NO LADDER ON FILE - SEEDED IN TYPED ORDER"
               MOVE "T" TO BR-SEED-BY
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-LD-STATUS NOT = "00"
               READ LADDER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LD-STATUS
                   NOT AT END
                       PERFORM VARYING BR-SUB FROM 1 BY 1
                           UNTIL BR-SUB > BR-ENT-COUNT
                           IF LD-PLAYER-ID NUMERIC
                               AND BE-ID(BR-SUB) = LD-PLAYER-ID THEN
                               MOVE LD-RANK TO BE-RANK(BR-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE LADDER-FILE

           PERFORM VARYING BR-SUB FROM 2 BY 1
               UNTIL BR-SUB > BR-ENT-COUNT
               MOVE BR-ENTRANT(BR-SUB) TO BR-ENT-SWAP
               MOVE BR-SUB TO BR-SUB2
               MOVE "N" TO BR-SORT-STOP
               PERFORM UNTIL BR-SORT-STOP = "Y"
                   IF BR-SUB2 < 2 THEN
                       MOVE "Y" TO BR-SORT-STOP
                   ELSE
                       COMPUTE BR-SUB3 = BR-SUB2 - 1
                       IF BE-RANK(BR-SUB3) <= BS-RANK THEN
                           MOVE "Y" TO BR-SORT-STOP
                       ELSE
                           MOVE BR-ENTRANT(BR-SUB3)
                               TO BR-ENTRANT(BR-SUB2)
                           MOVE BR-SUB3 TO BR-SUB2
                       END-IF
                   END-IF
               END-PERFORM
               MOVE BR-ENT-SWAP TO BR-ENTRANT(BR-SUB2)
           END-PERFORM.
      *----------------------------------------------------------------*
       SEED-POSITIONS-BUILD                                     SECTION.
           MOVE ZEROS TO BR-POS-TABLE
           MOVE 1 TO BR-POS(1)
           MOVE 1 TO BR-POS-LEN
           PERFORM UNTIL BR-POS-LEN >= BR-DRAW-SIZE
               COMPUTE BR-POS-NEW-LEN = BR-POS-LEN * 2
               PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > BR-POS-LEN
                   COMPUTE BR-SUB2 = BR-SUB * 2 - 1
                   MOVE BR-POS(BR-SUB) TO BR-POS-WORK(BR-SUB2)
                   ADD 1 TO BR-SUB2
                   COMPUTE BR-POS-WORK(BR-SUB2) =
                       BR-POS-NEW-LEN + 1 - BR-POS(BR-SUB)
               END-PERFORM
               MOVE BR-POS-NEW-LEN TO BR-POS-LEN
               MOVE BR-POS-WORK-TABLE TO BR-POS-TABLE
           END-PERFORM.
      *----------------------------------------------------------------*
      *    DRAW-WRITE: the header, round one as seeded (a seed past
      *    the field is a bye), the later rounds waiting, then every
      *    bye carried straight through to round two.
      *----------------------------------------------------------------*
       DRAW-WRITE                                               SECTION.
           PERFORM OPEN-TOURN-FIND
           COMPUTE BR-TOURN-ID = BR-LAST-ID + 1
           PERFORM BRACKET-OPEN-IO
           IF BR-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF

           MOVE SPACES TO BRACKET-RECORD
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE ZERO TO BK-ROUND
           MOVE ZERO TO BK-MATCH
           MOVE "O" TO BK-STATUS
           MOVE BR-NAME TO BK-H-NAME
           MOVE BR-DRAW-SIZE TO BK-H-DRAW-SIZE
           MOVE BR-ENT-COUNT TO BK-H-ENTRANTS
           MOVE BR-ROUNDS TO BK-H-ROUNDS
           MOVE BR-SEED-BY TO BK-H-SEED-BY
           MOVE WS-TODAY TO BK-H-CREATED-DATE
           MOVE BR-OPERATOR TO BK-H-OPERATOR
           MOVE SPACES TO BK-H-CANCELLED-BY
           PERFORM BRACKET-WRITE

           COMPUTE BR-ROUND-MATCHES = BR-DRAW-SIZE / 2
           PERFORM VARYING BR-MATCH FROM 1 BY 1
               UNTIL BR-MATCH > BR-ROUND-MATCHES
               OR BR-FILE-ERROR = "Y"
               COMPUTE BR-SUB = BR-MATCH * 2 - 1
               MOVE BR-POS(BR-SUB) TO BR-SEED-A
               ADD 1 TO BR-SUB
               MOVE BR-POS(BR-SUB) TO BR-SEED-B
               PERFORM PAIRING-CLEAR
               MOVE 1 TO BK-ROUND
               MOVE BR-MATCH TO BK-MATCH
               MOVE BE-ID(BR-SEED-A) TO BK-P1-ID
               MOVE BE-INITIALS(BR-SEED-A) TO BK-P1-INITIALS
               MOVE BR-SEED-A TO BK-P1-SEED
               IF BR-SEED-B <= BR-ENT-COUNT THEN
                   MOVE BE-ID(BR-SEED-B) TO BK-P2-ID
                   MOVE BE-INITIALS(BR-SEED-B) TO BK-P2-INITIALS
                   MOVE BR-SEED-B TO BK-P2-SEED
                   MOVE "P" TO BK-STATUS
               ELSE
                   MOVE "B" TO BK-STATUS
                   MOVE "P1" TO BK-WINNER
                   MOVE WS-TODAY TO BK-DECIDED-DATE
                   MOVE WS-NOW-TIME TO BK-DECIDED-TIME
                   MOVE BR-OPERATOR TO BK-OPERATOR
               END-IF
               PERFORM BRACKET-WRITE
           END-PERFORM

           PERFORM VARYING BR-ROUND FROM 2 BY 1
               UNTIL BR-ROUND > BR-ROUNDS
               OR BR-FILE-ERROR = "Y"
               COMPUTE BR-ROUND-MATCHES = BR-ROUND-MATCHES / 2
               PERFORM VARYING BR-MATCH FROM 1 BY 1
                   UNTIL BR-MATCH > BR-ROUND-MATCHES
                   OR BR-FILE-ERROR = "Y"
                   PERFORM PAIRING-CLEAR
                   MOVE BR-ROUND TO BK-ROUND
                   MOVE BR-MATCH TO BK-MATCH
                   MOVE "W" TO BK-STATUS
                   PERFORM BRACKET-WRITE
               END-PERFORM
           END-PERFORM

      *    byes are only ever drawn in round one, one side each
           COMPUTE BR-ROUND-MATCHES = BR-DRAW-SIZE / 2
           PERFORM VARYING BR-MATCH FROM 1 BY 1
               UNTIL BR-MATCH > BR-ROUND-MATCHES
               OR BR-FILE-ERROR = "Y"
               COMPUTE BR-SUB = BR-MATCH * 2
               IF BR-POS(BR-SUB) > BR-ENT-COUNT THEN
                   COMPUTE BR-SUB = BR-MATCH * 2 - 1
                   MOVE BR-POS(BR-SUB) TO BR-SEED-A
                   MOVE 1 TO BR-ROUND
                   MOVE BE-ID(BR-SEED-A) TO BR-WIN-ID
                   MOVE BE-INITIALS(BR-SEED-A) TO BR-WIN-INITIALS
                   MOVE BR-SEED-A TO BR-WIN-SEED
                   PERFORM WINNER-ADVANCE
               END-IF
           END-PERFORM
           CLOSE BRACKET-FILE
           IF BR-FILE-ERROR = "Y" THEN
               DISPLAY "** DRAW " BR-TOURN-ID " INCOMPLETE - CANCEL IT"
                   " AND DRAW AGAIN **"
               EXIT SECTION
           END-IF
           ADD 1 TO BR-DRAWS
           DISPLAY "DRAW " BR-TOURN-ID " WRITTEN - THE CABINET PLAYS"
               " IT IN 2P SERIES MODE".
      *----------------------------------------------------------------*
       PAIRING-CLEAR                                            SECTION.
           MOVE SPACES TO BRACKET-RECORD
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE ZERO TO BK-P1-ID
           MOVE ZERO TO BK-P1-SEED
           MOVE ZERO TO BK-P2-ID
           MOVE ZERO TO BK-P2-SEED
           MOVE ZERO TO BK-GAMES-P1
           MOVE ZERO TO BK-GAMES-P2
           MOVE ZERO TO BK-DECIDED-DATE
           MOVE ZERO TO BK-DECIDED-TIME.
      *----------------------------------------------------------------*
      *    WINNER-ADVANCE: carries BR-WIN-* out of pairing BR-MATCH of
      *    round BR-ROUND (already booked decided) into its slot in
      *    the next round, making that pairing ready once both sides
      *    are in. Out of the final, the draw is finished. The
      *    bracket must be open I-O.
      *----------------------------------------------------------------*
       WINNER-ADVANCE                                           SECTION.
           IF BR-ROUND >= BR-ROUNDS THEN
               MOVE BR-TOURN-ID TO BK-TOURN-ID
               MOVE ZERO TO BK-ROUND
               MOVE ZERO TO BK-MATCH
               READ BRACKET-FILE
                   INVALID KEY
                       DISPLAY "BRACKET HEADER MISSING FOR DRAW "
                           BR-TOURN-ID
                       MOVE "Y" TO BR-FILE-ERROR
                       MOVE 8 TO RETURN-CODE
                       EXIT SECTION
               END-READ
               MOVE "F" TO BK-STATUS
               PERFORM BRACKET-REWRITE
               IF BR-FILE-ERROR = "N" THEN
                   DISPLAY "DRAW " BR-TOURN-ID " FINISHED - CHAMPION "
                       BR-WIN-INITIALS " (ID " BR-WIN-ID ")"
               END-IF
               EXIT SECTION
           END-IF
           COMPUTE BR-NEXT-ROUND = BR-ROUND + 1
           DIVIDE BR-MATCH BY 2 GIVING BR-QUOTIENT
               REMAINDER BR-REMAINDER
           COMPUTE BR-NEXT-MATCH = BR-QUOTIENT + BR-REMAINDER
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE BR-NEXT-ROUND TO BK-ROUND
           MOVE BR-NEXT-MATCH TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "BRACKET PAIRING MISSING: DRAW " BR-TOURN-ID
                       " ROUND " BR-NEXT-ROUND " MATCH " BR-NEXT-MATCH
                   MOVE "Y" TO BR-FILE-ERROR
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
           END-READ
           IF BR-REMAINDER = 1 THEN
               MOVE BR-WIN-ID TO BK-P1-ID
               MOVE BR-WIN-INITIALS TO BK-P1-INITIALS
               MOVE BR-WIN-SEED TO BK-P1-SEED
           ELSE
               MOVE BR-WIN-ID TO BK-P2-ID
               MOVE BR-WIN-INITIALS TO BK-P2-INITIALS
               MOVE BR-WIN-SEED TO BK-P2-SEED
           END-IF
           IF BK-STATUS = "W" AND BK-P1-SEED > ZERO
               AND BK-P2-SEED > ZERO THEN
               MOVE "P" TO BK-STATUS
           END-IF
           PERFORM BRACKET-REWRITE.
      *----------------------------------------------------------------*
      *    FORFEIT-RECORD: a ready pairing where one side did not turn
      *    up or withdrew - the other side goes through on a walkover
      *    booked to the operator.
      *----------------------------------------------------------------*
       FORFEIT-RECORD                                           SECTION.
           PERFORM OPEN-TOURN-FIND
           IF BR-OPEN-ID = ZERO THEN
               DISPLAY "NO OPEN DRAW"
               EXIT SECTION
           END-IF
           MOVE BR-OPEN-ID TO BR-TOURN-ID
           PERFORM PAIRING-ASK
           PERFORM BRACKET-OPEN-IO
           IF BR-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE BR-ROUND TO BK-ROUND
           MOVE BR-MATCH TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "NO ROUND " BR-ROUND " MATCH " BR-MATCH
                       " IN DRAW " BR-TOURN-ID
                   CLOSE BRACKET-FILE
                   EXIT SECTION
           END-READ
           IF BK-STATUS NOT = "P" THEN
               DISPLAY "ONLY A PAIRING READY TO PLAY CAN BE FORFEITED"
               CLOSE BRACKET-FILE
               EXIT SECTION
           END-IF
           DISPLAY "PAIRING...........: 1 " BK-P1-INITIALS " (ID "
               BK-P1-ID ") V 2 " BK-P2-INITIALS " (ID " BK-P2-ID ")"
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "SIDE THAT FORFEITS (1/2, BLANK=NONE): "
                   WITH NO ADVANCING
               ACCEPT BR-INPUT
               IF BR-INPUT = SPACES OR BR-INPUT = "1"
                   OR BR-INPUT = "2" THEN
                   MOVE "Y" TO BR-FIELD-OK
               ELSE
                   DISPLAY "SIDE MUST BE 1 OR 2"
               END-IF
           END-PERFORM
           IF BR-INPUT = SPACES THEN
               DISPLAY "PAIRING LEFT AS IS"
               CLOSE BRACKET-FILE
               EXIT SECTION
           END-IF
           IF BR-INPUT = "1" THEN
               MOVE "P2" TO BK-WINNER
               MOVE BK-P2-ID TO BR-WIN-ID
               MOVE BK-P2-INITIALS TO BR-WIN-INITIALS
               MOVE BK-P2-SEED TO BR-WIN-SEED
           ELSE
               MOVE "P1" TO BK-WINNER
               MOVE BK-P1-ID TO BR-WIN-ID
               MOVE BK-P1-INITIALS TO BR-WIN-INITIALS
               MOVE BK-P1-SEED TO BR-WIN-SEED
           END-IF
           PERFORM OPERATOR-ASK
           MOVE "F" TO BK-STATUS
           MOVE ZERO TO BK-GAMES-P1
           MOVE ZERO TO BK-GAMES-P2
           MOVE WS-TODAY TO BK-DECIDED-DATE
           MOVE WS-NOW-TIME TO BK-DECIDED-TIME
           MOVE BR-OPERATOR TO BK-OPERATOR
           PERFORM BRACKET-REWRITE
           IF BR-FILE-ERROR = "N" THEN
               ADD 1 TO BR-FORFEITS
               DISPLAY BR-WIN-INITIALS " GOES THROUGH ON A WALKOVER"
               PERFORM WINNER-ADVANCE
           END-IF
           CLOSE BRACKET-FILE.
      *----------------------------------------------------------------*
       PAIRING-ASK                                              SECTION.
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "ROUND 1-" BR-ROUNDS ": " WITH NO ADVANCING
               ACCEPT BR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF BR-FIELD-OK = "V" THEN
                   IF BR-NUM-WORK >= 1 AND BR-NUM-WORK <= BR-ROUNDS
                       THEN
                       MOVE BR-NUM-WORK TO BR-ROUND
                       MOVE "Y" TO BR-FIELD-OK
                   ELSE
                       DISPLAY "NO SUCH ROUND IN THIS DRAW"
                       MOVE "N" TO BR-FIELD-OK
                   END-IF
               ELSE
                   MOVE "N" TO BR-FIELD-OK
               END-IF
           END-PERFORM
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "MATCH.............: " WITH NO ADVANCING
               ACCEPT BR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF BR-FIELD-OK = "V" THEN
                   IF BR-NUM-WORK >= 1 AND BR-NUM-WORK <= 32 THEN
                       MOVE BR-NUM-WORK TO BR-MATCH
                       MOVE "Y" TO BR-FIELD-OK
                   ELSE
                       DISPLAY "MATCH MUST BE 1-32"
                       MOVE "N" TO BR-FIELD-OK
                   END-IF
               ELSE
                   MOVE "N" TO BR-FIELD-OK
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    RESULTS-POST: catches the bracket up with seriesc.dat. The
      *    cabinet advances the winner itself when a series ends;
      *    this posts any decided series stamped for the open draw
      *    whose pairing is still waiting to be played - the cabinet
      *    could not reach the bracket file at the time. A pairing
      *    already settled (played, or forfeited since) is left
      *    alone.
      *----------------------------------------------------------------*
       RESULTS-POST                                             SECTION.
           PERFORM OPEN-TOURN-FIND
           IF BR-OPEN-ID = ZERO THEN
               DISPLAY "NO OPEN DRAW"
               EXIT SECTION
           END-IF
           MOVE BR-OPEN-ID TO BR-TOURN-ID
           MOVE ZERO TO BR-ALREADY
           MOVE ZERO TO BR-UNMATCHED
           OPEN INPUT SERIES-FILE
           IF WS-SR-STATUS NOT = "00" THEN
               IF WS-SR-STATUS = "05" THEN
                   CLOSE SERIES-FILE
               END-IF
               DISPLAY "NO SERIES ON FILE"
               EXIT SECTION
           END-IF
           PERFORM BRACKET-OPEN-IO
           IF BR-FILE-ERROR = "Y" THEN
               CLOSE SERIES-FILE
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-SR-STATUS NOT = "00"
               OR BR-FILE-ERROR = "Y"
               READ SERIES-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SR-STATUS
                   NOT AT END
                       IF SR-TOURN-ID NUMERIC
                           AND SR-TOURN-ID = BR-TOURN-ID
                           AND SR-ROUND NUMERIC
                           AND SR-MATCH NUMERIC THEN
                           PERFORM SERIES-POST-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           CLOSE SERIES-FILE
           DISPLAY "ALREADY ON BRACKET: " BR-ALREADY
           DISPLAY "NO SUCH PAIRING...: " BR-UNMATCHED.
      *----------------------------------------------------------------*
       SERIES-POST-ONE                                          SECTION.
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE SR-ROUND TO BK-ROUND
           MOVE SR-MATCH TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   ADD 1 TO BR-UNMATCHED
                   EXIT SECTION
           END-READ
           IF BK-STATUS NOT = "P" THEN
               ADD 1 TO BR-ALREADY
               EXIT SECTION
           END-IF
           MOVE SR-ROUND TO BR-ROUND
           MOVE SR-MATCH TO BR-MATCH
           MOVE "D" TO BK-STATUS
           MOVE SR-WINNER TO BK-WINNER
           MOVE SR-GAMES-P1 TO BK-GAMES-P1
           MOVE SR-GAMES-P2 TO BK-GAMES-P2
           MOVE SR-DATE TO BK-DECIDED-DATE
           MOVE SR-TIME TO BK-DECIDED-TIME
           MOVE SPACES TO BK-OPERATOR
           IF SR-WINNER = "P2" THEN
               MOVE BK-P2-ID TO BR-WIN-ID
               MOVE BK-P2-INITIALS TO BR-WIN-INITIALS
               MOVE BK-P2-SEED TO BR-WIN-SEED
           ELSE
               MOVE BK-P1-ID TO BR-WIN-ID
               MOVE BK-P1-INITIALS TO BR-WIN-INITIALS
               MOVE BK-P1-SEED TO BR-WIN-SEED
           END-IF
           PERFORM BRACKET-REWRITE
           IF BR-FILE-ERROR = "N" THEN
               ADD 1 TO BR-POSTED
               DISPLAY "POSTED ROUND " BR-ROUND " MATCH " BR-MATCH
                   " - " BR-WIN-INITIALS " THROUGH"
               PERFORM WINNER-ADVANCE
           END-IF.
      *----------------------------------------------------------------*
      *    DRAW-CANCEL: closes the open draw without a champion so a
      *    new one can be made. The pairings stay on file as played.
      *----------------------------------------------------------------*
       DRAW-CANCEL                                              SECTION.
           PERFORM OPEN-TOURN-FIND
           IF BR-OPEN-ID = ZERO THEN
               DISPLAY "NO OPEN DRAW"
               EXIT SECTION
           END-IF
           DISPLAY "CANCEL DRAW " BR-OPEN-ID " (Y/N): "
               WITH NO ADVANCING
           ACCEPT BR-INPUT
           IF BR-INPUT NOT = "Y" THEN
               DISPLAY "DRAW LEFT OPEN"
               EXIT SECTION
           END-IF
           PERFORM OPERATOR-ASK
           PERFORM BRACKET-OPEN-IO
           IF BR-FILE-ERROR = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE BR-OPEN-ID TO BK-TOURN-ID
           MOVE ZERO TO BK-ROUND
           MOVE ZERO TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "BRACKET HEADER MISSING FOR DRAW "
                       BR-OPEN-ID
                   CLOSE BRACKET-FILE
                   EXIT SECTION
           END-READ
           MOVE "X" TO BK-STATUS
           MOVE BR-OPERATOR TO BK-H-CANCELLED-BY
           PERFORM BRACKET-REWRITE
           IF BR-FILE-ERROR = "N" THEN
               DISPLAY "DRAW " BR-OPEN-ID " CANCELLED"
           END-IF
           CLOSE BRACKET-FILE.
      *----------------------------------------------------------------*
      *    BRACKET-PRINT: one draw round by round - seeds, byes,
      *    forfeits and series scores - then its placings: the
      *    champion, the runner-up, and every other player by the
      *    round they went out in (equal places, as knockouts go).
      *----------------------------------------------------------------*
       BRACKET-PRINT                                            SECTION.
           PERFORM OPEN-TOURN-FIND
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "DRAW NUMBER (BLANK=OPEN OR LATEST): "
                   WITH NO ADVANCING
               ACCEPT BR-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF BR-FIELD-OK = "Y" THEN
                   IF BR-OPEN-ID > ZERO THEN
                       MOVE BR-OPEN-ID TO BR-TOURN-ID
                   ELSE
                       MOVE BR-LAST-ID TO BR-TOURN-ID
                   END-IF
               END-IF
               IF BR-FIELD-OK = "V" THEN
                   MOVE BR-NUM-WORK TO BR-TOURN-ID
                   MOVE "Y" TO BR-FIELD-OK
               END-IF
           END-PERFORM
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = "00" THEN
               DISPLAY "NO DRAWS ON FILE"
               EXIT SECTION
           END-IF
           MOVE BR-TOURN-ID TO BK-TOURN-ID
           MOVE ZERO TO BK-ROUND
           MOVE ZERO TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "NO DRAW " BR-TOURN-ID " ON FILE"
                   CLOSE BRACKET-FILE
                   EXIT SECTION
           END-READ
           MOVE BK-H-ROUNDS TO BR-ROUNDS
           EVALUATE BK-STATUS
               WHEN "O" MOVE "OPEN" TO BP-HEADER-STATUS
               WHEN "F" MOVE "FINISHED" TO BP-HEADER-STATUS
               WHEN "X" MOVE "CANCELLED" TO BP-HEADER-STATUS
               WHEN OTHER MOVE BK-STATUS TO BP-HEADER-STATUS
           END-EVALUATE
           DISPLAY "---- DRAW " BK-TOURN-ID SPACE BK-H-NAME " ----"
           DISPLAY "STATUS............: " BP-HEADER-STATUS
           DISPLAY "DRAWN.............: " BK-H-CREATED-DATE " BY "
               BK-H-OPERATOR
           IF BK-STATUS = "X" THEN
               DISPLAY "CANCELLED BY......: " BK-H-CANCELLED-BY
           END-IF
           IF BK-H-SEED-BY = "L" THEN
               DISPLAY "SEEDED BY.........: LADDER RATING"
           ELSE
               DISPLAY "SEEDED BY.........: TYPED ORDER"
           END-IF
           DISPLAY "ENTRANTS / DRAW...: " BK-H-ENTRANTS " / "
               BK-H-DRAW-SIZE

           MOVE ZERO TO BP-COUNT
           MOVE ZERO TO BP-LAST-ROUND
           PERFORM UNTIL WS-BK-STATUS NOT = "00"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-BK-STATUS
                   NOT AT END
                       IF BK-TOURN-ID NOT = BR-TOURN-ID THEN
                           MOVE "10" TO WS-BK-STATUS
                       ELSE
                           PERFORM PAIRING-PRINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           PERFORM PLACINGS-PRINT.
      *----------------------------------------------------------------*
       PAIRING-PRINT                                            SECTION.
           IF BK-ROUND NOT = BP-LAST-ROUND THEN
               MOVE BK-ROUND TO BP-LAST-ROUND
               EVALUATE TRUE
                   WHEN BK-ROUND = BR-ROUNDS
                       DISPLAY "---- FINAL ----"
                   WHEN BK-ROUND + 1 = BR-ROUNDS
                       DISPLAY "---- SEMI-FINALS ----"
                   WHEN BK-ROUND + 2 = BR-ROUNDS
                       DISPLAY "---- QUARTER-FINALS ----"
                   WHEN OTHER
                       DISPLAY "---- ROUND " BK-ROUND " ----"
               END-EVALUATE
           END-IF
           IF BP-COUNT < 63 THEN
               ADD 1 TO BP-COUNT
               MOVE BK-ROUND TO BP-ROUND(BP-COUNT)
               MOVE BK-STATUS TO BP-STATUS(BP-COUNT)
               MOVE BK-P1-ID TO BP-P1-ID(BP-COUNT)
               MOVE BK-P1-INITIALS TO BP-P1-INITIALS(BP-COUNT)
               MOVE BK-P2-ID TO BP-P2-ID(BP-COUNT)
               MOVE BK-P2-INITIALS TO BP-P2-INITIALS(BP-COUNT)
               MOVE BK-WINNER TO BP-WINNER(BP-COUNT)
           END-IF

           MOVE SPACES TO BP-SIDE-1
           IF BK-P1-SEED > ZERO THEN
               STRING "(" BK-P1-SEED ") " BK-P1-INITIALS " " BK-P1-ID
                   DELIMITED BY SIZE INTO BP-SIDE-1
               END-STRING
           ELSE
               MOVE "---" TO BP-SIDE-1
           END-IF
           MOVE SPACES TO BP-SIDE-2
           EVALUATE TRUE
               WHEN BK-P2-SEED > ZERO
                   STRING "(" BK-P2-SEED ") " BK-P2-INITIALS " "
                       BK-P2-ID DELIMITED BY SIZE INTO BP-SIDE-2
                   END-STRING
               WHEN BK-STATUS = "B"
                   MOVE "BYE" TO BP-SIDE-2
               WHEN OTHER
                   MOVE "---" TO BP-SIDE-2
           END-EVALUATE
           MOVE SPACES TO BP-RESULT
           MOVE BK-P1-INITIALS TO BR-WIN-INITIALS
           IF BK-WINNER = "P2" THEN
               MOVE BK-P2-INITIALS TO BR-WIN-INITIALS
           END-IF
           EVALUATE BK-STATUS
               WHEN "W"
                   MOVE "WAITING" TO BP-RESULT
               WHEN "P"
                   MOVE "READY TO PLAY" TO BP-RESULT
               WHEN "D"
                   STRING BR-WIN-INITIALS " WON " BK-GAMES-P1 "-"
                       BK-GAMES-P2 " ON " BK-DECIDED-DATE
                       DELIMITED BY SIZE INTO BP-RESULT
                   END-STRING
               WHEN "B"
                   STRING BR-WIN-INITIALS " THROUGH ON A BYE"
                       DELIMITED BY SIZE INTO BP-RESULT
                   END-STRING
               WHEN "F"
                   STRING BR-WIN-INITIALS " WALKOVER - FORFEIT ("
                       BK-OPERATOR ")"
                       DELIMITED BY SIZE INTO BP-RESULT
                   END-STRING
               WHEN OTHER
                   MOVE BK-STATUS TO BP-RESULT
           END-EVALUATE
           DISPLAY "M" BK-MATCH SPACE BP-SIDE-1 " V " BP-SIDE-2 SPACE
               BP-RESULT.
      *----------------------------------------------------------------*
      *    PLACINGS-PRINT: the loser of a round-r pairing shares place
      *    2**(rounds-r) + 1 - 2nd out of the final, 3rd= out of the
      *    semi-finals, 5th= out of the quarter-finals and so on. A
      *    bye has no loser; a forfeit is marked so.
      *----------------------------------------------------------------*
       PLACINGS-PRINT                                           SECTION.
           DISPLAY "---- PLACINGS ----"
           MOVE "N" TO BR-FIELD-OK
           PERFORM VARYING BR-SUB FROM 1 BY 1
               UNTIL BR-SUB > BP-COUNT
               IF BP-ROUND(BR-SUB) = BR-ROUNDS
                   AND (BP-STATUS(BR-SUB) = "D"
                       OR BP-STATUS(BR-SUB) = "F") THEN
                   MOVE "Y" TO BR-FIELD-OK
                   IF BP-WINNER(BR-SUB) = "P2" THEN
                       DISPLAY "PLACE 01  " BP-P2-INITIALS(BR-SUB)
                           " (ID " BP-P2-ID(BR-SUB) ") CHAMPION"
                   ELSE
                       DISPLAY "PLACE 01  " BP-P1-INITIALS(BR-SUB)
                           " (ID " BP-P1-ID(BR-SUB) ") CHAMPION"
                   END-IF
               END-IF
           END-PERFORM
           IF BR-FIELD-OK = "N" THEN
               DISPLAY "(CHAMPION NOT YET DECIDED)"
           END-IF
           PERFORM VARYING BP-PLACE-ROUND FROM BR-ROUNDS BY -1
               UNTIL BP-PLACE-ROUND < 1
               MOVE 1 TO BP-PLACE
               PERFORM VARYING BP-PLACE-STEP FROM BP-PLACE-ROUND BY 1
                   UNTIL BP-PLACE-STEP >= BR-ROUNDS
                   COMPUTE BP-PLACE = BP-PLACE * 2
               END-PERFORM
               ADD 1 TO BP-PLACE
               PERFORM VARYING BR-SUB FROM 1 BY 1
                   UNTIL BR-SUB > BP-COUNT
                   IF BP-ROUND(BR-SUB) = BP-PLACE-ROUND
                       AND (BP-STATUS(BR-SUB) = "D"
                           OR BP-STATUS(BR-SUB) = "F") THEN
                       PERFORM PLACING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
      *----------------------------------------------------------------*
       PLACING-LINE                                             SECTION.
           IF BP-WINNER(BR-SUB) = "P2" THEN
               MOVE BP-P1-ID(BR-SUB) TO BP-LOSER-ID
               MOVE BP-P1-INITIALS(BR-SUB) TO BP-LOSER-INITIALS
           ELSE
               MOVE BP-P2-ID(BR-SUB) TO BP-LOSER-ID
               MOVE BP-P2-INITIALS(BR-SUB) TO BP-LOSER-INITIALS
           END-IF
           IF BP-PLACE-ROUND = BR-ROUNDS THEN
               DISPLAY "PLACE " BP-PLACE "  " BP-LOSER-INITIALS
                   " (ID " BP-LOSER-ID ") RUNNER-UP"
                   WITH NO ADVANCING
           ELSE
               DISPLAY "PLACE " BP-PLACE "= " BP-LOSER-INITIALS
                   " (ID " BP-LOSER-ID ")" WITH NO ADVANCING
           END-IF
           IF BP-STATUS(BR-SUB) = "F" THEN
               DISPLAY " FORFEITED"
           ELSE
               DISPLAY SPACE
           END-IF.
      *----------------------------------------------------------------*
      *    OPEN-TOURN-FIND: one pass over the headers - the draw still
      *    open (BR-OPEN-ID, zero when none) and the highest number
      *    used (BR-LAST-ID). No file means no draws yet.
      *----------------------------------------------------------------*
       OPEN-TOURN-FIND                                          SECTION.
           MOVE ZERO TO BR-OPEN-ID
           MOVE ZERO TO BR-LAST-ID
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-BK-STATUS NOT = "00"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-BK-STATUS
                   NOT AT END
                       IF BK-ROUND = ZERO AND BK-MATCH = ZERO THEN
                           MOVE BK-TOURN-ID TO BR-LAST-ID
                           IF BK-STATUS = "O" THEN
                               MOVE BK-TOURN-ID TO BR-OPEN-ID
                               MOVE BK-H-ROUNDS TO BR-ROUNDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE.
      *----------------------------------------------------------------*
      *    BRACKET-OPEN-IO: opens the bracket for update, creating it
      *    on its first ever use.
      *----------------------------------------------------------------*
       BRACKET-OPEN-IO                                          SECTION.
           MOVE "N" TO BR-FILE-ERROR
           OPEN I-O BRACKET-FILE
           IF WS-BK-STATUS = "35" THEN
               OPEN OUTPUT BRACKET-FILE
               IF WS-BK-STATUS = "00" THEN
                   CLOSE BRACKET-FILE
                   OPEN I-O BRACKET-FILE
               END-IF
           END-IF
           IF WS-BK-STATUS NOT = "00" THEN
               DISPLAY "BRACKET FILE ERROR " WS-BK-STATUS
                   " bracket.dat - NOTHING CHANGED"
               MOVE "Y" TO BR-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       BRACKET-WRITE                                            SECTION.
           WRITE BRACKET-RECORD
           IF WS-BK-STATUS NOT = "00" THEN
               DISPLAY "BRACKET WRITE ERROR " WS-BK-STATUS
                   " ROUND " BK-ROUND " MATCH " BK-MATCH
               MOVE "Y" TO BR-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       BRACKET-REWRITE                                          SECTION.
           REWRITE BRACKET-RECORD
           IF WS-BK-STATUS NOT = "00" THEN
               DISPLAY "BRACKET REWRITE ERROR " WS-BK-STATUS
                   " ROUND " BK-ROUND " MATCH " BK-MATCH
               MOVE "Y" TO BR-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
      *----------------------------------------------------------------*
       OPERATOR-ASK                                             SECTION.
           MOVE "N" TO BR-FIELD-OK
           PERFORM UNTIL BR-FIELD-OK = "Y"
               DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
               ACCEPT BR-INPUT
               IF BR-INPUT(1:3) NOT = SPACES
                   AND BR-INPUT(4:27) = SPACES THEN
                   MOVE BR-INPUT(1:3) TO BR-OPERATOR
                   MOVE "Y" TO BR-FIELD-OK
               ELSE
                   DISPLAY "INITIALS ARE REQUIRED (UP TO 3)"
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies. Sets
      *    BR-FIELD-OK to "Y" for blank, "V" for a valid number left
      *    in BR-NUM-WORK, "N" when the entry is not a number.
      *----------------------------------------------------------------*
       NUMERIC-FIELD-CHECK                                      SECTION.
           IF BR-INPUT = SPACES THEN
               MOVE "Y" TO BR-FIELD-OK
               EXIT SECTION
           END-IF
           IF (BR-INPUT(1:4) NUMERIC AND BR-INPUT(5:26) = SPACES)
               OR
               (BR-INPUT(1:3) NUMERIC AND BR-INPUT(4:27) = SPACES)
               OR
               (BR-INPUT(1:2) NUMERIC AND BR-INPUT(3:28) = SPACES)
               OR
               (BR-INPUT(1:1) NUMERIC AND BR-INPUT(2:29) = SPACES)
               THEN
               MOVE NUMVAL(BR-INPUT) TO BR-NUM-WORK
               MOVE "V" TO BR-FIELD-OK
           ELSE
               DISPLAY "VALUE MUST BE NUMERIC"
               MOVE "N" TO BR-FIELD-OK
           END-IF.
