               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT OPTIONAL PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "loyalty.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-PLAYER-ID
               FILE STATUS IS WS-LY-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "bracket.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BK-STATUS.

           SELECT GAME-EVENT-LOG-FILE ASSIGN TO "eventlog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EL-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.

           SELECT UTIL-LOG-FILE ASSIGN TO "utillog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UL-STATUS.

           SELECT CREDIT-LOG-FILE ASSIGN TO "credlog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CR-STATUS.
       FD  PLAYER-MASTER-FILE.
           COPY PLAYMAST.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-FILE: deactivated and merged player IDs,
      *    maintained by PONG0016 - read only, so a merged regular
      *    signs in as the survivor and a dead ID never comes back.
      *----------------------------------------------------------------*
       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *----------------------------------------------------------------*
      *    LOYALTY-FILE: regulars' paid-play counts and comp credit
      *    balances, keyed on player ID - created on first use.
      *----------------------------------------------------------------*
       FD  LOYALTY-FILE.
           COPY LOYALTY.
      *----------------------------------------------------------------*
      *    BRACKET-FILE: the knockout draw kept by PONG0019 - read for
      *    the next pairing, updated when a pairing's series is
      *    decided. No file means no draw to play.
      *----------------------------------------------------------------*
       FD  BRACKET-FILE.
           COPY BRACKET.
      *----------------------------------------------------------------*
      *    GAME-EVENT-LOG-FILE: one record per collision/point, for
      *    rally-length / speed-up analytics.
      *----------------------------------------------------------------*
      *    REPLAY-FILE: tick-by-tick dump of a disputed rally, one
      *    record per buffered tick, appended when the operator calls
      *    up a replay so the point can be reviewed after the session.
      *    Shared via copybook with the dispute register, which ties a
      *    case to the dump.
      *----------------------------------------------------------------*
       FD  REPLAY-FILE.
           COPY REPLAY.
      *----------------------------------------------------------------*
      *    OPS-LOG-FILE: one record appended per failed file
      *    operation, so a full disk or a locked file never loses
       FD  OPS-LOG-FILE.
           COPY OPSLOG.
      *----------------------------------------------------------------*
      *    UTIL-LOG-FILE: one record appended per change of cabinet
      *    state, so the utilisation report can say how the hours
      *    were spent and when the cabinet was off.
      *----------------------------------------------------------------*
       FD  UTIL-LOG-FILE.
           COPY UTILLOG.
      *----------------------------------------------------------------*
      *    CREDIT-LOG-FILE: the coin and credit ledger - one record
      *    per coin drop and per credit consumed, so the physical
      *    coin box reconciles against the daybook.
       01 ATTRACT-SECS          PIC 9(3)   VALUE 60.
       01 FREE-PLAY             PIC X      VALUE "Y".
       01 PRICE-CENTS           PIC 9(3)   VALUE 25.
       01 COMP-PLAYS            PIC 9(3)   VALUE ZERO.
       01 WS-SI-STATUS          PIC XX.
       01 OWN-STATION-ID        PIC 9(2)   VALUE ZERO.
      *----------------------------------------------------------------*
       01 WS-CREDIT-TEXT        PIC X(14).
       78 INSERT-COIN-TEXT                 VALUE "INSERT COIN".
      *----------------------------------------------------------------*
      *    LOYALTY-VARIABLES: with COMP-PLAYS above zero every paid
      *    play by a signed-in player counts toward a comp credit.
      *    A seat holding one is offered it at sign-in; taking it
      *    parks the player in COMP-PENDING-ID and the credit gate
      *    spends it (a COMP ledger record) instead of a coin credit.
      *    CREDIT-PLAYER-ID is the player a PLAY or COMP is booked to.
      *----------------------------------------------------------------*
       01 WS-LY-STATUS          PIC XX.
       01 CREDIT-PLAYER-ID      PIC 9(4)   VALUE ZERO.
       01 COMP-PENDING-ID       PIC 9(4)   VALUE ZERO.
       01 COMP-OFFER-ID         PIC 9(4)   VALUE ZERO.
       01 COMP-OFFER-BALANCE    PIC 9(3)   VALUE ZERO.
       01 COMP-REDEEMED         PIC X      VALUE "N".
       01 COMP-RECORD-FOUND     PIC X      VALUE "N".
       01 COMP-OFFER-DONE       PIC X      VALUE "N".
       01 COMP-OFFER-TAKEN      PIC X      VALUE "N".
       01 COMP-OFFER-TICKS      PIC 9(5)   VALUE ZERO.
       01 WS-COMP-TITLE         PIC X(30).
       78 COMP-OFFER-YES-TEXT         VALUE "Y = PLAY THIS GAME FREE".
       78 COMP-OFFER-NO-TEXT          VALUE "N = SAVE IT FOR LATER".
      *----------------------------------------------------------------*
      *    SERIES-VARIABLES (tournament mode: best-of-3/5/7 across
      *    consecutive matches; 0 = single-match play as before)
      *----------------------------------------------------------------*
       01 SERIES-SHOW-SUB       PIC 9(3).
       01 WS-SERIES-RESULT-TEXT PIC X(24).
      *----------------------------------------------------------------*
      *    BRACKET-VARIABLES: in 2P tournament mode the next ready
      *    pairing of the open knockout draw is put up before sign-in.
      *    Taken, both seats are pre-filled from the bracket and
      *    BRACKET-ACTIVE marks the series as that pairing, so the
      *    decided series carries the bracket key to seriesc.dat and
      *    advances its winner. BRACKET-NEXT-DUE brings the following
      *    pairing up once the match has closed out.
      *----------------------------------------------------------------*
       01 WS-BK-STATUS          PIC XX.
       01 BRACKET-ACTIVE        PIC X      VALUE "N".
       01 BRACKET-FOUND         PIC X      VALUE "N".
       01 BRACKET-NEXT-DUE      PIC X      VALUE "N".
       01 BRACKET-TOURN-ID      PIC 9(4)   VALUE ZERO.
       01 BRACKET-ROUNDS        PIC 9      VALUE ZERO.
       01 BRACKET-ROUND         PIC 9      VALUE ZERO.
       01 BRACKET-MATCH         PIC 9(2)   VALUE ZERO.
       01 BRACKET-P1-ID         PIC 9(4)   VALUE ZERO.
       01 BRACKET-P1-INITIALS   PIC X(3).
       01 BRACKET-P2-ID         PIC 9(4)   VALUE ZERO.
       01 BRACKET-P2-INITIALS   PIC X(3).
       01 BRACKET-WIN-ID        PIC 9(4)   VALUE ZERO.
       01 BRACKET-WIN-INITIALS  PIC X(3).
       01 BRACKET-WIN-SEED      PIC 9(2)   VALUE ZERO.
       01 BRACKET-NEXT-ROUND    PIC 9      VALUE ZERO.
       01 BRACKET-NEXT-MATCH    PIC 9(2)   VALUE ZERO.
       01 BRACKET-QUOTIENT      PIC 9(2)   VALUE ZERO.
       01 BRACKET-REMAINDER     PIC 9      VALUE ZERO.
       01 BRACKET-SHOW-DONE     PIC X      VALUE "N".
       01 BRACKET-SHOW-TICKS    PIC 9(5)   VALUE ZERO.
       01 WS-BRACKET-TITLE      PIC X(30).
       01 WS-BRACKET-PAIR-TEXT  PIC X(20).
       78 BRACKET-YES-TEXT            VALUE "ENTER = PLAY THIS PAIRING".
       78 BRACKET-NO-TEXT             VALUE "N = WALK-UP SERIES".
      *----------------------------------------------------------------*
      *    TIMER-VARIABLES (optional timed-round mode)
      *----------------------------------------------------------------*
       78 TICKS-PER-SECOND                 VALUE 30.
       01 WS-PM-STATUS          PIC XX.
       01 PM-NEXT-ID            PIC 9(4)   VALUE ZERO.
       01 PM-FOUND-FLAG         PIC X      VALUE "N".
       01 WS-PX-STATUS          PIC XX.
       01 PX-XREF-STATE         PIC X      VALUE SPACE.
       01 PX-XREF-SURVIVOR      PIC 9(4)   VALUE ZERO.
       01 PM-SURVIVOR-FLAG      PIC X      VALUE "N".
       01 LB-INITIALS           PIC X(3).
       01 LB-PX-OPEN            PIC X      VALUE "N".
       01 LB-PM-OPEN            PIC X      VALUE "N".
       01 ENTRY-ALPHABET        PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ENTRY-INITIALS        PIC X(3).
       01 OPS-WARN-TICKS        PIC 9(5)   VALUE ZERO.
       78 OPS-WARN-TEXT                    VALUE "FILE ERR".
      *----------------------------------------------------------------*
      *    UTIL-LOG-VARIABLES: the caller names the change in
      *    UTIL-EVENT and PERFORMs UTIL-LOG-WRITE, which works out the
      *    state the cabinet is now in. UTIL-HELD-WAS is the credit
      *    gate as last logged, so only a hold or a release is booked,
      *    not every tick the gate runs.
      *----------------------------------------------------------------*
       01 WS-UL-STATUS          PIC XX.
       01 UTIL-EVENT            PIC X(10).
       01 UTIL-STATE            PIC X(8).
       01 UTIL-HELD-WAS         PIC X      VALUE "N".
       01 UTIL-WARN-RAISED      PIC X      VALUE "N".
      *----------------------------------------------------------------*
      *    PAUSE / CHECKPOINT-VARIABLES
      *----------------------------------------------------------------*
       01 PAUSE-FLAG            PIC X      VALUE "N".
      *    tells the reconciliation this session can't be proven.
      *----------------------------------------------------------------*
       SESSION-FILES-OPEN                                       SECTION.
           MOVE "SESSN-OPEN" TO UTIL-EVENT
           PERFORM UTIL-LOG-WRITE
           OPEN EXTEND GAME-EVENT-LOG-FILE
           IF WS-EL-STATUS = "00" THEN
               MOVE "Y" TO EVENT-SESSION-OPEN
           IF MATCH-SESSION-OPEN = "Y" THEN
               CLOSE MATCH-SCORE-FILE
               MOVE "N" TO MATCH-SESSION-OPEN
           END-IF
           MOVE "SESSN-CLOS" TO UTIL-EVENT
           PERFORM UTIL-LOG-WRITE.
      *----------------------------------------------------------------*
      *    PLAYER-SIGNIN: pre-match sign-in for both seats, run once
      *    per play session before the first serve. The AI seat never
      *    signs in - the machine has no master record. In 2P
      *    tournament mode an open knockout draw's next pairing comes
      *    first; taken, it signs both seats in and the screens are
      *    skipped.
      *----------------------------------------------------------------*
       PLAYER-SIGNIN                                            SECTION.
           MOVE "N" TO BRACKET-ACTIVE
           IF GAME-MODE = "2P  " AND SERIES-LEN > 0 THEN
               PERFORM BRACKET-NEXT-LOAD
               IF BRACKET-FOUND = "Y" THEN
                   PERFORM BRACKET-PAIRING-SHOW
               END-IF
               IF BRACKET-ACTIVE = "Y" THEN
                   PERFORM BRACKET-SEATS-FILL
                   EXIT SECTION
               END-IF
           END-IF
           MOVE "P1" TO SIGNIN-SEAT
           PERFORM SEAT-SIGNIN
           IF GAME-MODE = "2P  " AND K-ESC NOT = 1 THEN
               MOVE "N" TO WS-LOOKUP-ADD-WIN
               PERFORM PLAYER-MASTER-RESOLVE
               IF SIGNIN-SEAT = "P1" THEN
                   MOVE WS-LOOKUP-INITIALS TO P1-SIGNIN-INITIALS
                   MOVE WS-LOOKUP-ID TO P1-SIGNIN-ID
               ELSE
                   MOVE WS-LOOKUP-INITIALS TO P2-SIGNIN-INITIALS
                   MOVE WS-LOOKUP-ID TO P2-SIGNIN-ID
               END-IF
      *    one comp covers the match, so once a seat has taken one
      *    the other seat's balance is left alone
               IF WS-LOOKUP-ID > ZERO AND FREE-PLAY = "N"
                   AND COMP-PLAYS > ZERO
                   AND COMP-PENDING-ID = ZERO
                   AND MATCH-PAID = "N" THEN
                   MOVE WS-LOOKUP-ID TO COMP-OFFER-ID
                   PERFORM COMP-OFFER
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    COMP-OFFER: looks up the signed-in player's loyalty balance
      *    and, when a comp credit is on it, asks whether to spend it
      *    on this match. Nothing is deducted here - the credit gate
      *    spends the comp when the serve is released, so a seat that
      *    walks away before the serve keeps its balance. No file or
      *    no record simply means no comp to offer.
      *----------------------------------------------------------------*
       COMP-OFFER                                               SECTION.
           MOVE ZERO TO COMP-OFFER-BALANCE
           OPEN INPUT LOYALTY-FILE
           IF WS-LY-STATUS = "00" THEN
               MOVE COMP-OFFER-ID TO LY-PLAYER-ID
               READ LOYALTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LY-COMP-BALANCE NUMERIC THEN
                           MOVE LY-COMP-BALANCE TO COMP-OFFER-BALANCE
                       END-IF
               END-READ
               CLOSE LOYALTY-FILE
           END-IF
           IF COMP-OFFER-BALANCE = ZERO THEN
               EXIT SECTION
           END-IF
           STRING
               SIGNIN-SEAT        DELIMITED BY SIZE
               " COMP CREDITS "   DELIMITED BY SIZE
               COMP-OFFER-BALANCE DELIMITED BY SIZE
               X"00"              DELIMITED BY SIZE
               INTO WS-COMP-TITLE
           END-STRING
           MOVE ZERO TO COMP-OFFER-TICKS
           MOVE "N" TO COMP-OFFER-DONE
           MOVE "N" TO COMP-OFFER-TAKEN
           PERFORM UNTIL COMP-OFFER-DONE = "Y" OR K-ESC = 1
               CALL "WindowShouldClose"
                   RETURNING K-ESC
               END-CALL
               CALL "GetCharPressed"
                   RETURNING R-CHAR-CODE
               END-CALL
               IF R-CHAR-CODE = 89 OR R-CHAR-CODE = 121 THEN
                   MOVE "Y" TO COMP-OFFER-TAKEN
                   MOVE "Y" TO COMP-OFFER-DONE
               END-IF
               IF R-CHAR-CODE = 78 OR R-CHAR-CODE = 110 THEN
                   MOVE "Y" TO COMP-OFFER-DONE
               END-IF
      *    an unanswered offer is a "no" - the comp stays banked
               ADD 1 TO COMP-OFFER-TICKS
               IF COMP-OFFER-TICKS >= ENTRY-TIMEOUT-TICKS THEN
                   MOVE "Y" TO COMP-OFFER-DONE
               END-IF
               PERFORM COMP-OFFER-DRAW
           END-PERFORM
           IF COMP-OFFER-TAKEN = "Y" THEN
               MOVE COMP-OFFER-ID TO COMP-PENDING-ID
           END-IF.
      *----------------------------------------------------------------*
       COMP-OFFER-DRAW                                          SECTION.
           CALL STATIC "BeginDrawing"
               RETURNING OMITTED
           END-CALL

           CALL "ClearBackground" USING BY VALUE C-BLACK
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE WS-COMP-TITLE
               BY VALUE 230 150 25
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE COMP-OFFER-YES-TEXT
               BY VALUE 260 220 20
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE COMP-OFFER-NO-TEXT
               BY VALUE 260 250 20
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "EndDrawing"
               RETURNING OMITTED
           END-CALL.
      *----------------------------------------------------------------*
      *    BRACKET-NEXT-LOAD: finds the open draw in bracket.dat and
      *    its first pairing ready to play - lowest round, then lowest
      *    match, the order the key runs in. No file, no open draw or
      *    nothing ready simply means a walk-up series.
      *----------------------------------------------------------------*
       BRACKET-NEXT-LOAD                                        SECTION.
           MOVE "N" TO BRACKET-FOUND
           MOVE ZERO TO BRACKET-TOURN-ID
           OPEN INPUT BRACKET-FILE
           IF WS-BK-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-BK-STATUS NOT = "00"
               OR BRACKET-FOUND = "Y"
               READ BRACKET-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-BK-STATUS
                   NOT AT END
                       IF BK-ROUND = ZERO AND BK-MATCH = ZERO THEN
                           IF BK-STATUS = "O" THEN
                               MOVE BK-TOURN-ID TO BRACKET-TOURN-ID
                               MOVE BK-H-ROUNDS TO BRACKET-ROUNDS
                           END-IF
                       ELSE
                           IF BK-TOURN-ID = BRACKET-TOURN-ID
                               AND BK-STATUS = "P" THEN
                               MOVE "Y" TO BRACKET-FOUND
                               MOVE BK-ROUND TO BRACKET-ROUND
                               MOVE BK-MATCH TO BRACKET-MATCH
                               MOVE BK-P1-ID TO BRACKET-P1-ID
                               MOVE BK-P1-INITIALS
                                   TO BRACKET-P1-INITIALS
                               MOVE BK-P2-ID TO BRACKET-P2-ID
                               MOVE BK-P2-INITIALS
                                   TO BRACKET-P2-INITIALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE.
      *----------------------------------------------------------------*
      *    BRACKET-PAIRING-SHOW: puts the pairing up for the seats.
      *    ENTER plays it; N plays a walk-up series instead and the
      *    pairing waits for the next sign-in. Left unanswered the
      *    pairing is played - on a tournament night the draw is the
      *    point of the cabinet.
      *----------------------------------------------------------------*
       BRACKET-PAIRING-SHOW                                     SECTION.
           STRING
               "ROUND "           DELIMITED BY SIZE
               BRACKET-ROUND      DELIMITED BY SIZE
               " MATCH "          DELIMITED BY SIZE
               BRACKET-MATCH      DELIMITED BY SIZE
               X"00"              DELIMITED BY SIZE
               INTO WS-BRACKET-TITLE
           END-STRING
           IF BRACKET-ROUND = BRACKET-ROUNDS THEN
               STRING
                   "FINAL"        DELIMITED BY SIZE
                   X"00"          DELIMITED BY SIZE
                   INTO WS-BRACKET-TITLE
               END-STRING
           END-IF
           STRING
               BRACKET-P1-INITIALS DELIMITED BY SIZE
               "  V  "             DELIMITED BY SIZE
               BRACKET-P2-INITIALS DELIMITED BY SIZE
               X"00"               DELIMITED BY SIZE
               INTO WS-BRACKET-PAIR-TEXT
           END-STRING
           MOVE ZERO TO BRACKET-SHOW-TICKS
           MOVE "N" TO BRACKET-SHOW-DONE
           MOVE "Y" TO BRACKET-ACTIVE
           PERFORM UNTIL BRACKET-SHOW-DONE = "Y" OR K-ESC = 1
               CALL "WindowShouldClose"
                   RETURNING K-ESC
               END-CALL
               CALL "GetCharPressed"
                   RETURNING R-CHAR-CODE
               END-CALL
               CALL "IsKeyPressed" USING
                   BY VALUE K-ENTER
                   RETURNING R-KEY-ENTER
               END-CALL
               IF R-KEY-ENTER = K-PRESSED THEN
                   MOVE "Y" TO BRACKET-SHOW-DONE
               END-IF
               IF R-CHAR-CODE = 78 OR R-CHAR-CODE = 110 THEN
                   MOVE "N" TO BRACKET-ACTIVE
                   MOVE "Y" TO BRACKET-SHOW-DONE
               END-IF
               ADD 1 TO BRACKET-SHOW-TICKS
               IF BRACKET-SHOW-TICKS >= ENTRY-TIMEOUT-TICKS THEN
                   MOVE "Y" TO BRACKET-SHOW-DONE
               END-IF
               PERFORM BRACKET-PAIRING-DRAW
           END-PERFORM
           IF K-ESC = 1 THEN
               MOVE "N" TO BRACKET-ACTIVE
           END-IF.
      *----------------------------------------------------------------*
       BRACKET-PAIRING-DRAW                                     SECTION.
           CALL STATIC "BeginDrawing"
               RETURNING OMITTED
           END-CALL

           CALL "ClearBackground" USING BY VALUE C-BLACK
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE WS-BRACKET-TITLE
               BY VALUE 270 120 25
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE WS-BRACKET-PAIR-TEXT
               BY VALUE 280 170 30
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE BRACKET-YES-TEXT
               BY VALUE 240 240 20
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "DrawText" USING
               BY REFERENCE BRACKET-NO-TEXT
               BY VALUE 240 270 20
               BY CONTENT C-WHITE
               RETURNING OMITTED
           END-CALL

           CALL STATIC "EndDrawing"
               RETURNING OMITTED
           END-CALL.
      *----------------------------------------------------------------*
      *    BRACKET-SEATS-FILL: signs both seats in as the pairing's
      *    players (the bracket only ever holds registered IDs) and
      *    offers each seat its comp, exactly as a typed sign-in would.
      *----------------------------------------------------------------*
       BRACKET-SEATS-FILL                                       SECTION.
           MOVE BRACKET-P1-ID TO P1-SIGNIN-ID
           MOVE BRACKET-P1-INITIALS TO P1-SIGNIN-INITIALS
           MOVE BRACKET-P1-INITIALS TO SERIES-P1-INITIALS
           MOVE BRACKET-P2-ID TO P2-SIGNIN-ID
           MOVE BRACKET-P2-INITIALS TO P2-SIGNIN-INITIALS
           MOVE BRACKET-P2-INITIALS TO SERIES-P2-INITIALS
           IF FREE-PLAY = "N" AND COMP-PLAYS > ZERO
               AND COMP-PENDING-ID = ZERO
               AND MATCH-PAID = "N" THEN
               MOVE "P1" TO SIGNIN-SEAT
               MOVE BRACKET-P1-ID TO COMP-OFFER-ID
               PERFORM COMP-OFFER
           END-IF
           IF FREE-PLAY = "N" AND COMP-PLAYS > ZERO
               AND COMP-PENDING-ID = ZERO
               AND MATCH-PAID = "N" AND K-ESC NOT = 1 THEN
               MOVE "P2" TO SIGNIN-SEAT
               MOVE BRACKET-P2-ID TO COMP-OFFER-ID
               PERFORM COMP-OFFER
           END-IF.
      *----------------------------------------------------------------*
      *    SOUND-LOAD: paddle-hit, wall-bounce and scoring effects,
           END-IF
           IF CFG-PRICE-CENTS NUMERIC THEN
               MOVE CFG-PRICE-CENTS TO PRICE-CENTS
           END-IF
           IF CFG-COMP-PLAYS NUMERIC THEN
               MOVE CFG-COMP-PLAYS TO COMP-PLAYS
           END-IF.
      *----------------------------------------------------------------*
      *    CHECKPOINT-LOAD: resume a previous paddle/ball/score state
                   AND ATTRACT-FLAG = "N" THEN
                   IF PAUSE-FLAG = "Y" THEN
                       MOVE "N" TO PAUSE-FLAG
                       MOVE "RESUME" TO UTIL-EVENT
                   ELSE
                       MOVE "Y" TO PAUSE-FLAG
                       MOVE "PAUSE" TO UTIL-EVENT
                   END-IF
                   PERFORM UTIL-LOG-WRITE
               END-IF

               IF REPLAY-AVAIL = "Y"
               ELSE
                   IF PAUSE-FLAG = "N" THEN
                       PERFORM CREDIT-GATE
                       IF PLAY-HELD NOT = UTIL-HELD-WAS THEN
                           PERFORM UTIL-GATE-LOG
                       END-IF
                       IF PLAY-HELD = "N" THEN
                           MOVE "N" TO WS-MATCH-ENDED
                           PERFORM PLAYER-MOVE
               MOVE ZERO TO P2-SIGNIN-ID
               MOVE "P1 " TO P1-SIGNIN-INITIALS
               MOVE "P2 " TO P2-SIGNIN-INITIALS
               MOVE ZERO TO COMP-PENDING-ID
               MOVE "Y" TO SIGNIN-CLEARED
           END-IF
           MOVE SCORE-P1 TO ATR-SAVE-SCORE-P1
           PERFORM HISCORE-LOAD
           MOVE 1 TO ATTRACT-MARQUEE-IDX
           MOVE ZERO TO ATTRACT-MARQUEE-WAIT
           PERFORM BALL-SERVE
           MOVE "ATTR-ENTER" TO UTIL-EVENT
           PERFORM UTIL-LOG-WRITE.
      *----------------------------------------------------------------*
      *    ATTRACT-EXIT: restores the parked match exactly as it was
      *    the moment the cabinet went idle.
           MOVE ATR-SAVE-ROUND-TICKS TO ROUND-TICKS-LEFT
           MOVE ZERO TO RB-HEAD
           MOVE ZERO TO RB-COUNT
           MOVE "ATTR-EXIT" TO UTIL-EVENT
           PERFORM UTIL-LOG-WRITE
      *    seats retired at attract entry belong to whoever just
      *    touched the cabinet - run the sign-in screens fresh
           IF SIGNIN-CLEARED = "Y" THEN
      *    CREDIT-GATE: holds the serve until a credit is on the
      *    meter. The first unpaid tick of a match consumes one
      *    credit and books a PLAY record; free play stands the whole
      *    gate down. A comp taken at sign-in is spent first and
      *    booked as a COMP record - the coin credits stay on the
      *    meter. A paid play counts toward the signed-in player's
      *    next comp (P1's seat when both sides are signed in - one
      *    credit buys one match, so it earns once).
      *----------------------------------------------------------------*
       CREDIT-GATE                                              SECTION.
           IF FREE-PLAY = "Y" THEN
               MOVE "N" TO PLAY-HELD
               EXIT SECTION
           END-IF
           IF COMP-PENDING-ID > ZERO THEN
               PERFORM LOYALTY-REDEEM
               MOVE ZERO TO COMP-PENDING-ID
               IF COMP-REDEEMED = "Y" THEN
                   MOVE "Y" TO MATCH-PAID
                   MOVE "N" TO PLAY-HELD
                   MOVE "COMP" TO CREDIT-EVENT
                   MOVE ZERO TO CREDIT-AMOUNT
                   PERFORM CREDLOG-WRITE
                   EXIT SECTION
               END-IF
           END-IF
           IF CREDITS-COUNT > ZERO THEN
               SUBTRACT 1 FROM CREDITS-COUNT
               MOVE "Y" TO MATCH-PAID
               MOVE "N" TO PLAY-HELD
               IF P1-SIGNIN-ID > ZERO THEN
                   MOVE P1-SIGNIN-ID TO CREDIT-PLAYER-ID
               ELSE
                   MOVE P2-SIGNIN-ID TO CREDIT-PLAYER-ID
               END-IF
               MOVE "PLAY" TO CREDIT-EVENT
               MOVE ZERO TO CREDIT-AMOUNT
               PERFORM CREDLOG-WRITE
               IF CREDIT-PLAYER-ID > ZERO AND COMP-PLAYS > ZERO THEN
                   PERFORM LOYALTY-ACCRUE
               END-IF
           ELSE
               MOVE "Y" TO PLAY-HELD
           END-IF.
      *----------------------------------------------------------------*
      *    LOYALTY-REDEEM: spends one comp credit off the pending
      *    player's balance. COMP-REDEEMED stays "N" when the balance
      *    is gone or the file can't be updated - the gate then falls
      *    back to the coin meter, so a failed redemption never hands
      *    out an unbooked free game.
      *----------------------------------------------------------------*
       LOYALTY-REDEEM                                           SECTION.
           MOVE "N" TO COMP-REDEEMED
           MOVE COMP-PENDING-ID TO CREDIT-PLAYER-ID
           OPEN I-O LOYALTY-FILE
           IF WS-LY-STATUS NOT = "00" THEN
               MOVE "loyalty.dat" TO OPS-FILE-NAME
               MOVE "OPEN-IO" TO OPS-OPERATION
               MOVE WS-LY-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
               EXIT SECTION
           END-IF
           MOVE COMP-PENDING-ID TO LY-PLAYER-ID
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LY-COMP-BALANCE NUMERIC
                       AND LY-COMP-BALANCE > ZERO THEN
                       SUBTRACT 1 FROM LY-COMP-BALANCE
                       IF LY-COMPS-USED NUMERIC
                           AND LY-COMPS-USED < 99999 THEN
                           ADD 1 TO LY-COMPS-USED
                       END-IF
                       MOVE CURRENT-DATE TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE(1:8) TO LY-LAST-DATE
                       REWRITE LOYALTY-RECORD
                       IF WS-LY-STATUS = "00" THEN
                           MOVE "Y" TO COMP-REDEEMED
                       ELSE
                           MOVE "loyalty.dat" TO OPS-FILE-NAME
                           MOVE "REWRITE" TO OPS-OPERATION
                           MOVE WS-LY-STATUS TO OPS-STATUS-CODE
                           PERFORM OPSLOG-WRITE
                       END-IF
                   END-IF
           END-READ
           CLOSE LOYALTY-FILE.
      *----------------------------------------------------------------*
      *    LOYALTY-ACCRUE: counts one paid play toward the player's
      *    next comp; reaching COMP-PLAYS banks a comp credit and
      *    starts the count again. The file and the player's record
      *    are created on first use. The balance saturates rather
      *    than wraps.
      *----------------------------------------------------------------*
       LOYALTY-ACCRUE                                           SECTION.
           OPEN I-O LOYALTY-FILE
           IF WS-LY-STATUS = "35" THEN
               OPEN OUTPUT LOYALTY-FILE
               IF WS-LY-STATUS = "00" THEN
                   CLOSE LOYALTY-FILE
                   OPEN I-O LOYALTY-FILE
               END-IF
           END-IF
           IF WS-LY-STATUS NOT = "00" THEN
               MOVE "loyalty.dat" TO OPS-FILE-NAME
               MOVE "OPEN-IO" TO OPS-OPERATION
               MOVE WS-LY-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
               EXIT SECTION
           END-IF
           MOVE CREDIT-PLAYER-ID TO LY-PLAYER-ID
           MOVE "Y" TO COMP-RECORD-FOUND
           READ LOYALTY-FILE
               INVALID KEY
                   MOVE "N" TO COMP-RECORD-FOUND
                   MOVE CREDIT-PLAYER-ID TO LY-PLAYER-ID
                   MOVE ZERO TO LY-PLAY-COUNT
                   MOVE ZERO TO LY-COMP-BALANCE
                   MOVE ZERO TO LY-PAID-PLAYS
                   MOVE ZERO TO LY-COMPS-EARNED
                   MOVE ZERO TO LY-COMPS-USED
           END-READ
           IF LY-PLAY-COUNT NOT NUMERIC THEN
               MOVE ZERO TO LY-PLAY-COUNT
           END-IF
           IF LY-COMP-BALANCE NOT NUMERIC THEN
               MOVE ZERO TO LY-COMP-BALANCE
           END-IF
           IF LY-PAID-PLAYS NUMERIC AND LY-PAID-PLAYS < 9999999 THEN
               ADD 1 TO LY-PAID-PLAYS
           END-IF
           ADD 1 TO LY-PLAY-COUNT
           IF LY-PLAY-COUNT >= COMP-PLAYS THEN
               MOVE ZERO TO LY-PLAY-COUNT
               IF LY-COMP-BALANCE < 999 THEN
                   ADD 1 TO LY-COMP-BALANCE
               END-IF
               IF LY-COMPS-EARNED NUMERIC
                   AND LY-COMPS-EARNED < 99999 THEN
                   ADD 1 TO LY-COMPS-EARNED
               END-IF
           END-IF
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO LY-LAST-DATE
           IF COMP-RECORD-FOUND = "Y" THEN
               REWRITE LOYALTY-RECORD
               MOVE "REWRITE" TO OPS-OPERATION
           ELSE
               WRITE LOYALTY-RECORD
               MOVE "WRITE" TO OPS-OPERATION
           END-IF
           IF WS-LY-STATUS NOT = "00" THEN
               MOVE "loyalty.dat" TO OPS-FILE-NAME
               MOVE WS-LY-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
           END-IF
           CLOSE LOYALTY-FILE.
      *----------------------------------------------------------------*
      *    CREDLOG-WRITE: books one ledger record to credlog.dat.
      *    A failed write goes to the ops log like every other file -
      *    money the daybook can't prove is money gone.
           MOVE CREDIT-EVENT TO CR-EVENT
           MOVE CREDIT-AMOUNT TO CR-AMOUNT-CENTS
           MOVE CREDITS-COUNT TO CR-CREDITS-AFTER
      *    only a PLAY or COMP is booked to a player - a coin belongs
      *    to the cabinet until it buys a game
           IF CREDIT-EVENT = "COIN" THEN
               MOVE ZERO TO CR-PLAYER-ID
           ELSE
               MOVE CREDIT-PLAYER-ID TO CR-PLAYER-ID
           END-IF

           OPEN EXTEND CREDIT-LOG-FILE
           IF WS-CR-STATUS = "00" THEN
           MOVE STATION-ID TO MS-STATION-ID
           MOVE P1-SIGNIN-ID TO MS-P1-ID
           MOVE P2-SIGNIN-ID TO MS-P2-ID
      *    the mode and, against the machine, the difficulty it was
      *    played at - the balance report tunes the settings off them
           MOVE ZERO TO MS-AI-DELAY
           MOVE ZERO TO MS-AI-SPEEDPCT
           IF GAME-MODE = "AI  " THEN
               MOVE "AI" TO MS-MODE
               MOVE AI-DELAY-TICKS TO MS-AI-DELAY
               MOVE AI-SPEED-PCT TO MS-AI-SPEEDPCT
           ELSE
               IF SERIES-LEN > 0 THEN
                   MOVE "TN" TO MS-MODE
               ELSE
                   MOVE "2P" TO MS-MODE
               END-IF
           END-IF
      *    a winner who skipped the pre-serve sign-in but entered
      *    initials at the prompt still gets their seat ID stamped -
      *    both IDs on every match record means the ladder books the

      *    the next match is a fresh sale - the gate collects again
           MOVE "N" TO MATCH-PAID
      *    a bracket pairing just finished: its players give up the
      *    seats and the draw's next pairing is put up
           IF BRACKET-NEXT-DUE = "Y" THEN
               MOVE "N" TO BRACKET-NEXT-DUE
               MOVE ZERO TO P1-SIGNIN-ID
               MOVE ZERO TO P2-SIGNIN-ID
               MOVE "P1 " TO P1-SIGNIN-INITIALS
               MOVE "P2 " TO P2-SIGNIN-INITIALS
               MOVE ZERO TO COMP-PENDING-ID
               PERFORM PLAYER-SIGNIN
           END-IF
      *    an overtime win rearms the round clock for the next match
           IF OVERTIME-FLAG = "Y" THEN
               MOVE "N" TO OVERTIME-FLAG
           END-IF.
      *----------------------------------------------------------------*
      *    SERIES-END: appends the decided series to seriesc.dat and
      *    resets the tally so the next series starts clean. A bracket
      *    pairing's series is booked under the bracket's own names
      *    and key, and its winner is advanced in the draw.
      *----------------------------------------------------------------*
       SERIES-END                                               SECTION.
           MOVE MS-DATE TO SR-DATE
           END-IF
           MOVE WS-WINNER-ID TO SR-WINNER-ID
           MOVE SERIES-GAME-SCORES TO SR-GAME-TABLE
           IF BRACKET-ACTIVE = "Y" THEN
               MOVE P1-SIGNIN-INITIALS TO SR-P1-INITIALS
               MOVE P2-SIGNIN-INITIALS TO SR-P2-INITIALS
               MOVE BRACKET-TOURN-ID TO SR-TOURN-ID
               MOVE BRACKET-ROUND TO SR-ROUND
               MOVE BRACKET-MATCH TO SR-MATCH
           ELSE
               MOVE ZERO TO SR-TOURN-ID
               MOVE ZERO TO SR-ROUND
               MOVE ZERO TO SR-MATCH
           END-IF

           PERFORM SERIES-RESULT-SHOW

               PERFORM OPSLOG-WRITE
           END-IF

      *    the pairing is over either way - the next one is put up
      *    once GAME-END has closed the match out
           IF BRACKET-ACTIVE = "Y" THEN
               PERFORM BRACKET-ADVANCE
               MOVE "N" TO BRACKET-ACTIVE
               MOVE "Y" TO BRACKET-NEXT-DUE
           END-IF

           MOVE ZERO TO SERIES-WINS-P1
           MOVE ZERO TO SERIES-WINS-P2
           MOVE ZERO TO SERIES-GAME-NUM
               END-CALL
           END-PERFORM.
      *----------------------------------------------------------------*
      *    BRACKET-ADVANCE: books the decided series to its pairing
      *    and carries the winner into the next round - side P1 out of
      *    an odd match, P2 out of an even one - making that pairing
      *    ready once both sides are in; out of the final it finishes
      *    the draw. A pairing no longer ready (forfeited at the desk
      *    meanwhile) is left as it is. A failure goes to the ops log
      *    and PONG0019 posts the series off seriesc.dat later.
      *----------------------------------------------------------------*
       BRACKET-ADVANCE                                          SECTION.
           OPEN I-O BRACKET-FILE
           IF WS-BK-STATUS NOT = "00" THEN
               MOVE "bracket.dat" TO OPS-FILE-NAME
               MOVE "OPEN-IO" TO OPS-OPERATION
               MOVE WS-BK-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
               EXIT SECTION
           END-IF
           MOVE BRACKET-TOURN-ID TO BK-TOURN-ID
           MOVE BRACKET-ROUND TO BK-ROUND
           MOVE BRACKET-MATCH TO BK-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   MOVE SPACE TO BK-STATUS
           END-READ
           IF BK-STATUS NOT = "P" THEN
               CLOSE BRACKET-FILE
               EXIT SECTION
           END-IF
           MOVE "D" TO BK-STATUS
           MOVE SR-WINNER TO BK-WINNER
           MOVE SR-GAMES-P1 TO BK-GAMES-P1
           MOVE SR-GAMES-P2 TO BK-GAMES-P2
           MOVE SR-DATE TO BK-DECIDED-DATE
           MOVE SR-TIME TO BK-DECIDED-TIME
           MOVE SPACES TO BK-OPERATOR
           IF SR-WINNER = "P2" THEN
               MOVE BK-P2-ID TO BRACKET-WIN-ID
               MOVE BK-P2-INITIALS TO BRACKET-WIN-INITIALS
               MOVE BK-P2-SEED TO BRACKET-WIN-SEED
           ELSE
               MOVE BK-P1-ID TO BRACKET-WIN-ID
               MOVE BK-P1-INITIALS TO BRACKET-WIN-INITIALS
               MOVE BK-P1-SEED TO BRACKET-WIN-SEED
           END-IF
           REWRITE BRACKET-RECORD
           IF WS-BK-STATUS NOT = "00" THEN
               MOVE "bracket.dat" TO OPS-FILE-NAME
               MOVE "REWRITE" TO OPS-OPERATION
               MOVE WS-BK-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
               CLOSE BRACKET-FILE
               EXIT SECTION
           END-IF

           IF BRACKET-ROUND >= BRACKET-ROUNDS THEN
               MOVE ZERO TO BK-ROUND
               MOVE ZERO TO BK-MATCH
           ELSE
               COMPUTE BRACKET-NEXT-ROUND = BRACKET-ROUND + 1
               DIVIDE BRACKET-MATCH BY 2 GIVING BRACKET-QUOTIENT
                   REMAINDER BRACKET-REMAINDER
               COMPUTE BRACKET-NEXT-MATCH =
                   BRACKET-QUOTIENT + BRACKET-REMAINDER
               MOVE BRACKET-NEXT-ROUND TO BK-ROUND
               MOVE BRACKET-NEXT-MATCH TO BK-MATCH
           END-IF
           MOVE BRACKET-TOURN-ID TO BK-TOURN-ID
           READ BRACKET-FILE
               INVALID KEY
                   MOVE "bracket.dat" TO OPS-FILE-NAME
                   MOVE "READ" TO OPS-OPERATION
                   MOVE WS-BK-STATUS TO OPS-STATUS-CODE
                   PERFORM OPSLOG-WRITE
                   CLOSE BRACKET-FILE
                   EXIT SECTION
           END-READ
           IF BK-ROUND = ZERO THEN
               MOVE "F" TO BK-STATUS
           ELSE
               IF BRACKET-REMAINDER = 1 THEN
                   MOVE BRACKET-WIN-ID TO BK-P1-ID
                   MOVE BRACKET-WIN-INITIALS TO BK-P1-INITIALS
                   MOVE BRACKET-WIN-SEED TO BK-P1-SEED
               ELSE
                   MOVE BRACKET-WIN-ID TO BK-P2-ID
                   MOVE BRACKET-WIN-INITIALS TO BK-P2-INITIALS
                   MOVE BRACKET-WIN-SEED TO BK-P2-SEED
               END-IF
               IF BK-STATUS = "W" AND BK-P1-SEED > ZERO
                   AND BK-P2-SEED > ZERO THEN
                   MOVE "P" TO BK-STATUS
               END-IF
           END-IF
           REWRITE BRACKET-RECORD
           IF WS-BK-STATUS NOT = "00" THEN
               MOVE "bracket.dat" TO OPS-FILE-NAME
               MOVE "REWRITE" TO OPS-OPERATION
               MOVE WS-BK-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
           END-IF
           CLOSE BRACKET-FILE.
      *----------------------------------------------------------------*
      *    WINNER-IDENTIFY: names the winning seat. A seat that signed
      *    in before the serve is already known - its win goes
      *    straight to the player master with no prompt; an unsigned
               MOVE ENTRY-INITIALS TO WS-LOOKUP-INITIALS
               MOVE "Y" TO WS-LOOKUP-ADD-WIN
               PERFORM PLAYER-MASTER-RESOLVE
               MOVE WS-LOOKUP-INITIALS TO WS-WINNER-INITIALS
               MOVE WS-LOOKUP-ID TO WS-WINNER-ID
           END-IF.
      *----------------------------------------------------------------*
      *    only when WS-LOOKUP-ADD-WIN says a win is being booked -
      *    sign-in resolves without one), registers a new player
      *    under the next free ID when no match exists, and creates
      *    the master on its first ever use. Initials held by a
      *    deactivated ID are passed over; initials held by a merged
      *    ID resolve to its survivor, whose win count is bumped and
      *    whose initials come back in WS-LOOKUP-INITIALS.
      *----------------------------------------------------------------*
       PLAYER-MASTER-RESOLVE                                    SECTION.
           MOVE ZERO TO WS-LOOKUP-ID
           MOVE ZERO TO PM-NEXT-ID
           MOVE "N" TO PM-FOUND-FLAG
           MOVE "N" TO PM-SURVIVOR-FLAG
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-STATUS = "35" THEN
               OPEN OUTPUT PLAYER-MASTER-FILE
                           END-IF
                           IF PM-INITIALS = WS-LOOKUP-INITIALS
                               AND PM-FOUND-FLAG = "N" THEN
                               PERFORM PLAYER-XREF-CHECK
                               IF PX-XREF-STATE = "M" THEN
                                   MOVE PX-XREF-SURVIVOR
                                       TO WS-LOOKUP-ID
                                   MOVE "Y" TO PM-FOUND-FLAG
                                   MOVE "Y" TO PM-SURVIVOR-FLAG
                               END-IF
                               IF PX-XREF-STATE = SPACE THEN
                                   MOVE PM-PLAYER-ID TO WS-LOOKUP-ID
                                   MOVE "Y" TO PM-FOUND-FLAG
                                   IF WS-LOOKUP-ADD-WIN = "Y" THEN
                                       ADD 1 TO PM-GAMES-WON
                                       REWRITE PLAYER-MASTER-RECORD
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                       PERFORM OPSLOG-WRITE
                   END-IF
               END-IF
               IF PM-SURVIVOR-FLAG = "Y" THEN
                   PERFORM PLAYER-SURVIVOR-BOOK
               END-IF
               CLOSE PLAYER-MASTER-FILE
           ELSE
               MOVE "playmast.dat" TO OPS-FILE-NAME
               MOVE WS-PM-STATUS TO OPS-STATUS-CODE
               PERFORM OPSLOG-WRITE
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-CHECK: the cross-reference state of the master
      *    record just read - space active, "D" deactivated, "M"
      *    merged into PX-XREF-SURVIVOR. No file means no retired IDs.
      *----------------------------------------------------------------*
       PLAYER-XREF-CHECK                                        SECTION.
           MOVE SPACE TO PX-XREF-STATE
           MOVE ZERO TO PX-XREF-SURVIVOR
           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE PM-PLAYER-ID TO PX-PLAYER-ID
               READ PLAYER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PX-STATUS TO PX-XREF-STATE
                       MOVE PX-SURVIVOR-ID TO PX-XREF-SURVIVOR
               END-READ
               CLOSE PLAYER-XREF-FILE
           ELSE
               IF WS-PX-STATUS = "05" THEN
                   CLOSE PLAYER-XREF-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-SURVIVOR-BOOK: random-reads the survivor of a merged
      *    ID once the master scan is done, books the win there and
      *    hands back the survivor's initials. A survivor missing
      *    from the master leaves the seat unregistered.
      *----------------------------------------------------------------*
       PLAYER-SURVIVOR-BOOK                                     SECTION.
           MOVE WS-LOOKUP-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LOOKUP-ID
               NOT INVALID KEY
                   MOVE PM-INITIALS TO WS-LOOKUP-INITIALS
                   IF WS-LOOKUP-ADD-WIN = "Y" THEN
                       ADD 1 TO PM-GAMES-WON
                       REWRITE PLAYER-MASTER-RECORD
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       HISCORE-LOAD                                             SECTION.
           MOVE ZERO TO HS-COUNT
           MOVE WS-WINNER-DATE TO HT-DATE(HS-INSERT-POS)
           MOVE WS-WINNER-ID TO HT-PLAYER-ID(HS-INSERT-POS)
           MOVE STATION-ID TO HT-STATION-ID(HS-INSERT-POS).
      *----------------------------------------------------------------*
      *    LEADERBOARD-PRINT: an entry won under an ID since merged
      *    prints under the survivor's initials - hiscore.dat itself
      *    keeps the name as it was keyed on the night.
      *----------------------------------------------------------------*
       LEADERBOARD-PRINT                                        SECTION.
           PERFORM HISCORE-LOAD
           MOVE "N" TO LB-PX-OPEN
           MOVE "N" TO LB-PM-OPEN
           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE "Y" TO LB-PX-OPEN
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PM-STATUS = "00" THEN
                   MOVE "Y" TO LB-PM-OPEN
               END-IF
           ELSE
               IF WS-PX-STATUS = "05" THEN
                   CLOSE PLAYER-XREF-FILE
               END-IF
           END-IF
           DISPLAY "==== PONG0001 LEADERBOARD ===="
           PERFORM VARYING HS-IDX FROM 1 BY 1 UNTIL HS-IDX > HS-COUNT
               MOVE HT-INITIALS(HS-IDX) TO LB-INITIALS
               IF LB-PM-OPEN = "Y" AND HT-PLAYER-ID(HS-IDX) NUMERIC
                   AND HT-PLAYER-ID(HS-IDX) > ZERO THEN
                   MOVE HT-PLAYER-ID(HS-IDX) TO PX-PLAYER-ID
                   READ PLAYER-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PX-STATUS = "M" THEN
                               MOVE PX-SURVIVOR-ID TO PM-PLAYER-ID
                               READ PLAYER-MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE PM-INITIALS
                                           TO LB-INITIALS
                               END-READ
                           END-IF
                   END-READ
               END-IF
               DISPLAY HS-IDX SPACE LB-INITIALS SPACE
                   HT-SCORE(HS-IDX) SPACE HT-DATE(HS-IDX)
           END-PERFORM
           IF LB-PM-OPEN = "Y" THEN
               CLOSE PLAYER-MASTER-FILE
           END-IF
           IF LB-PX-OPEN = "Y" THEN
               CLOSE PLAYER-XREF-FILE
           END-IF.
      *----------------------------------------------------------------*
       PLAYER-MOVE                                              SECTION.
           IF R-KEY-DOWN = K-PRESSED
      *    keep the warning up.
      *----------------------------------------------------------------*
       OPSLOG-WRITE                                             SECTION.
           IF OPS-WARN-TICKS = ZERO THEN
               MOVE "Y" TO UTIL-WARN-RAISED
           ELSE
               MOVE "N" TO UTIL-WARN-RAISED
           END-IF
           MOVE OPS-WARN-HOLD-TICKS TO OPS-WARN-TICKS
           PERFORM OPSLOG-BOOK
      *    a warning going up is a change of state
           IF UTIL-WARN-RAISED = "Y" THEN
               MOVE "OPS-WARN" TO UTIL-EVENT
               PERFORM UTIL-LOG-WRITE
           END-IF.
      *----------------------------------------------------------------*
      *    OPSLOG-BOOK: appends the failed operation to opslog.dat.
      *    Shared by OPSLOG-WRITE and by UTIL-LOG-WRITE, which runs
      *    inside OPSLOG-WRITE and so books its own failures here
      *    rather than going back through it.
      *----------------------------------------------------------------*
       OPSLOG-BOOK                                              SECTION.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO OL-DATE
           MOVE WS-CURRENT-DATE(9:6) TO OL-TIME
               WRITE OPS-LOG-RECORD
               CLOSE OPS-LOG-FILE
           END-IF.
      *----------------------------------------------------------------*
      *    UTIL-LOG-WRITE: books UTIL-EVENT and the state it leaves
      *    the cabinet in to utillog.dat. An ops warning on screen
      *    outranks everything but a closed session - the cabinet is
      *    down until it clears.
      *----------------------------------------------------------------*
       UTIL-LOG-WRITE                                           SECTION.
           EVALUATE TRUE
               WHEN UTIL-EVENT = "SESSN-CLOS"
                   MOVE "OFF" TO UTIL-STATE
               WHEN OPS-WARN-TICKS > ZERO
                   MOVE "DOWN" TO UTIL-STATE
               WHEN ATTRACT-FLAG = "Y"
                   MOVE "ATTRACT" TO UTIL-STATE
               WHEN PAUSE-FLAG = "Y"
                   MOVE "PAUSED" TO UTIL-STATE
               WHEN PLAY-HELD = "Y"
                   MOVE "HOLD" TO UTIL-STATE
               WHEN OTHER
                   MOVE "PLAY" TO UTIL-STATE
           END-EVALUATE
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO UL-DATE
           MOVE WS-CURRENT-DATE(9:6) TO UL-TIME
           MOVE STATION-ID TO UL-STATION-ID
           MOVE UTIL-EVENT TO UL-EVENT
           MOVE UTIL-STATE TO UL-STATE
           OPEN EXTEND UTIL-LOG-FILE
           IF WS-UL-STATUS = "00" THEN
               WRITE UTIL-LOG-RECORD
               IF WS-UL-STATUS NOT = "00" THEN
                   MOVE "utillog.dat" TO OPS-FILE-NAME
                   MOVE "WRITE" TO OPS-OPERATION
                   MOVE WS-UL-STATUS TO OPS-STATUS-CODE
                   MOVE OPS-WARN-HOLD-TICKS TO OPS-WARN-TICKS
                   PERFORM OPSLOG-BOOK
               END-IF
               CLOSE UTIL-LOG-FILE
           ELSE
               MOVE "utillog.dat" TO OPS-FILE-NAME
               MOVE "OPEN-EXT" TO OPS-OPERATION
               MOVE WS-UL-STATUS TO OPS-STATUS-CODE
               MOVE OPS-WARN-HOLD-TICKS TO OPS-WARN-TICKS
               PERFORM OPSLOG-BOOK
           END-IF.
      *----------------------------------------------------------------*
      *    UTIL-GATE-LOG: the credit gate has just held play at INSERT
      *    COIN or released it.
      *----------------------------------------------------------------*
       UTIL-GATE-LOG                                            SECTION.
           MOVE PLAY-HELD TO UTIL-HELD-WAS
           IF PLAY-HELD = "Y" THEN
               MOVE "GATE-HOLD" TO UTIL-EVENT
           ELSE
               MOVE "GATE-RELSE" TO UTIL-EVENT
           END-IF
           PERFORM UTIL-LOG-WRITE.
      *----------------------------------------------------------------*
       OPS-WARN-DRAW                                            SECTION.
           SUBTRACT 1 FROM OPS-WARN-TICKS
           IF OPS-WARN-TICKS = ZERO THEN
               MOVE "OPS-CLEAR" TO UTIL-EVENT
               PERFORM UTIL-LOG-WRITE
           END-IF
           CALL STATIC "DrawText" USING
               BY REFERENCE OPS-WARN-TEXT
               BY VALUE 680 10 20
      *----------------------------------------------------------------*
      *    REPLAY-DUMP: appends the frozen rally tick-by-tick to
      *    replay.dat whenever a replay is called up, so a disputed
      *    point can still be reviewed after the session ends. Each
      *    tick carries the station, so the dispute register can only
      *    tie a case to a dump from the cabinet the case names.
      *----------------------------------------------------------------*
       REPLAY-DUMP                                              SECTION.
           OPEN EXTEND REPLAY-FILE
               MOVE CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO RP-DATE
               MOVE WS-CURRENT-DATE(9:6) TO RP-TIME
               MOVE STATION-ID TO RP-STATION-ID
               PERFORM VARYING REPLAY-SUB FROM 1 BY 1
                   UNTIL REPLAY-SUB > RS-COUNT
                   COMPUTE REPLAY-SLOT = MOD(RS-HEAD - RS-COUNT
