      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks plyrmnt.cbl
      *    Player master maintenance. PLAYER-MASTER-RESOLVE in
      *    PONG0001 registers a new PM-PLAYER-ID whenever a regular
      *    keys their initials a little differently, and until now
      *    nothing could fix a master record. Under operator key this
      *    program corrects PM-INITIALS, deactivates (or reactivates)
      *    an ID, and merges a duplicate ID into a survivor. Every
      *    change is written to the audit trail (playaud.dat) before
      *    the master is touched. A merge never rewrites the history
      *    files: the retired ID is booked to the cross-reference
      *    (playxref.dat) and the daybook, the standings ladder, the
      *    operator inquiry and the cabinet leaderboard credit its
      *    matches, hiscores, practice and series to the survivor.
      *    The retired ID's loyalty balance (loyalty.dat) moves to
      *    the survivor with its games won, so no comp is stranded.
       PROGRAM-ID.         PONG0016.

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
           SELECT PLAYER-MASTER-FILE ASSIGN TO "playmast.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-STATUS.

           SELECT PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "loyalty.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-PLAYER-ID
               FILE STATUS IS WS-LY-STATUS.

           SELECT OPTIONAL PLAYER-AUDIT-FILE ASSIGN TO "playaud.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    PLAYER-MASTER-FILE: same layout game.cbl writes, shared via
      *    copybook so the programs can't drift.
      *----------------------------------------------------------------*
       FD  PLAYER-MASTER-FILE.
           COPY PLAYMAST.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-FILE: deactivated and merged IDs - the only
      *    file a merge changes besides the two master records.
      *----------------------------------------------------------------*
       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *----------------------------------------------------------------*
      *    LOYALTY-FILE: paid-play counts and comp balances, keyed on
      *    player ID - a merge folds the retired ID's into the
      *    survivor's.
      *----------------------------------------------------------------*
       FD  LOYALTY-FILE.
           COPY LOYALTY.
      *----------------------------------------------------------------*
      *    PLAYER-AUDIT-FILE: one record per change, appended.
      *----------------------------------------------------------------*
       FD  PLAYER-AUDIT-FILE.
           COPY PLAYAUD.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    MAINTENANCE-VARIABLES
      *----------------------------------------------------------------*
      *    MNT: work fields for the maintenance dialogue, validated in
      *    the PONG0005 style. Blank at the action prompt ends the
      *    run; blank at a player ID prompt abandons that action.
       78 OPERATOR-KEY                     VALUE "PSY87".
       78 MAX-KEY-TRIES                    VALUE 3.
       01 WS-PM-STATUS          PIC XX.
       01 WS-PX-STATUS          PIC XX.
       01 WS-PA-STATUS          PIC XX.
       01 WS-LY-STATUS          PIC XX.
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-TODAY              PIC 9(8).

       01 MNT-KEY-INPUT         PIC X(8).
       01 MNT-KEY-TRIES         PIC 9      VALUE ZERO.
       01 MNT-KEY-OK            PIC X      VALUE "N".
       01 MNT-INPUT             PIC X(30).
       01 MNT-FIELD-OK          PIC X.
       01 MNT-NUM-WORK          PIC 9(7).
       01 MNT-DONE              PIC X      VALUE "N".
       01 MNT-CHANGES           PIC 9(3)   VALUE ZERO.
       01 MNT-PROMPT            PIC X(30).
       01 MNT-ID-ENTERED        PIC 9(4)   VALUE ZERO.
       01 MNT-REASON            PIC X(30).
       01 MNT-OPERATOR          PIC X(3).
       01 MNT-NEW-INITIALS      PIC X(3).
       01 MNT-REPOINTED         PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------------*
      *    PLAYER-READ results: the master record and cross-reference
      *    state of the ID last looked up. MNT-STATE is space for an
      *    active player, "D" deactivated, "M" merged.
      *----------------------------------------------------------------*
       01 MNT-FOUND             PIC X.
       01 MNT-STATE             PIC X.
       01 MNT-STATE-SURVIVOR    PIC 9(4).
       01 MNT-READ-ID           PIC 9(4).
       01 MNT-READ-INITIALS     PIC X(3).
       01 MNT-READ-WINS         PIC 9(5).

      *----------------------------------------------------------------*
      *    MERGE fields: the retired ID and the survivor as read.
      *----------------------------------------------------------------*
       01 MNT-RETIRED-ID        PIC 9(4).
       01 MNT-RETIRED-INITIALS  PIC X(3).
       01 MNT-RETIRED-WINS      PIC 9(5).
       01 MNT-RETIRED-STATE     PIC X.
       01 MNT-SURVIVOR-ID       PIC 9(4).
       01 MNT-SURVIVOR-INITIALS PIC X(3).
       01 MNT-SURVIVOR-WINS     PIC 9(5).
       01 MNT-AUDIT-OK          PIC X.
       01 MNT-XREF-OK           PIC X.
       01 MNT-MASTER-OK         PIC X.
       01 MNT-LOYALTY-OK        PIC X.
       01 MNT-LOYALTY-FOUND     PIC X.
       01 MNT-RETIRED-LOYALTY.
           05 MNT-RL-PLAY-COUNT PIC 9(3).
           05 MNT-RL-BALANCE    PIC 9(3).
           05 MNT-RL-PAID-PLAYS PIC 9(7).
           05 MNT-RL-EARNED     PIC 9(5).
           05 MNT-RL-USED       PIC 9(5).
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM OPERATOR-KEY-CHECK.
       IF MNT-KEY-OK NOT = "Y" THEN
           DISPLAY "ACCESS DENIED"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       DISPLAY "==== PONG0016 PLAYER MASTER MAINTENANCE ====".
       PERFORM MAINTENANCE-CYCLE UNTIL MNT-DONE = "Y".
       DISPLAY "CHANGES BOOKED....: " MNT-CHANGES.
       GOBACK.
      *----------------------------------------------------------------*
       OPERATOR-KEY-CHECK                                       SECTION.
           PERFORM UNTIL MNT-KEY-OK = "Y"
               OR MNT-KEY-TRIES >= MAX-KEY-TRIES
               DISPLAY "OPERATOR KEY: " WITH NO ADVANCING
               ACCEPT MNT-KEY-INPUT
               IF MNT-KEY-INPUT = OPERATOR-KEY THEN
                   MOVE "Y" TO MNT-KEY-OK
               ELSE
                   ADD 1 TO MNT-KEY-TRIES
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    MAINTENANCE-CYCLE: one change per pass until a blank action
      *    ends the run.
      *----------------------------------------------------------------*
       MAINTENANCE-CYCLE                                        SECTION.
           DISPLAY "C=CORRECT INITIALS D=DEACTIVATE A=REACTIVATE"
               " M=MERGE (BLANK=DONE): " WITH NO ADVANCING
           ACCEPT MNT-INPUT
           IF MNT-INPUT = SPACES THEN
               MOVE "Y" TO MNT-DONE
               EXIT SECTION
           END-IF
           EVALUATE MNT-INPUT
               WHEN "C"
                   PERFORM INITIALS-CORRECT
               WHEN "D"
                   PERFORM PLAYER-DEACTIVATE
               WHEN "A"
                   PERFORM PLAYER-REACTIVATE
               WHEN "M"
                   PERFORM PLAYER-MERGE
               WHEN OTHER
                   DISPLAY "ACTION MUST BE C, D, A OR M"
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    INITIALS-CORRECT: puts right a mistyped PM-INITIALS. A
      *    merged ID is left alone - its survivor is the record the
      *    floor sees.
      *----------------------------------------------------------------*
       INITIALS-CORRECT                                         SECTION.
           MOVE "PLAYER ID (BLANK=CANCEL): " TO MNT-PROMPT
           PERFORM PLAYER-ID-ASK
           IF MNT-ID-ENTERED = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MNT-ID-ENTERED TO MNT-READ-ID
           PERFORM PLAYER-READ
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF MNT-STATE = "M" THEN
               DISPLAY "ID " MNT-READ-ID " IS MERGED INTO "
                   MNT-STATE-SURVIVOR " - CORRECT THE SURVIVOR"
               EXIT SECTION
           END-IF
           PERFORM PLAYER-SHOW

           MOVE "N" TO MNT-FIELD-OK
           PERFORM UNTIL MNT-FIELD-OK = "Y"
               DISPLAY "NEW INITIALS......: " WITH NO ADVANCING
               ACCEPT MNT-INPUT
               IF MNT-INPUT(1:1) ALPHABETIC-UPPER
                   AND MNT-INPUT(1:1) NOT = SPACE
                   AND MNT-INPUT(1:3) ALPHABETIC-UPPER
                   AND MNT-INPUT(4:27) = SPACES THEN
                   MOVE MNT-INPUT(1:3) TO MNT-NEW-INITIALS
                   MOVE "Y" TO MNT-FIELD-OK
               ELSE
      *    the cabinet can only ever key A-Z, so nothing else could
      *    sign in against the corrected record
                   DISPLAY "INITIALS MUST BE 1-3 LETTERS A-Z"
               END-IF
           END-PERFORM
           IF MNT-NEW-INITIALS = MNT-READ-INITIALS THEN
               DISPLAY "INITIALS UNCHANGED - NOTHING TO DO"
               EXIT SECTION
           END-IF
           PERFORM INITIALS-IN-USE-CHECK

           PERFORM REASON-ASK
           PERFORM OPERATOR-ASK
           DISPLAY "CORRECT " MNT-READ-INITIALS " TO "
               MNT-NEW-INITIALS " (Y/N): " WITH NO ADVANCING
           ACCEPT MNT-INPUT
           IF MNT-INPUT NOT = "Y" THEN
               DISPLAY "PLAYER LEFT AS IS"
               EXIT SECTION
           END-IF

           INITIALIZE PLAYER-AUDIT-RECORD
           MOVE "INITIALS" TO PA-ACTION
           MOVE MNT-READ-ID TO PA-PLAYER-ID
           MOVE MNT-READ-INITIALS TO PA-OLD-INITIALS
           MOVE MNT-NEW-INITIALS TO PA-NEW-INITIALS
           MOVE MNT-READ-WINS TO PA-OLD-WINS
           MOVE MNT-READ-WINS TO PA-NEW-WINS
           PERFORM AUDIT-WRITE
           IF MNT-AUDIT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF

           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                   " playmast.dat - INITIALS NOT CORRECTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " MNT-READ-ID " GONE FROM THE"
                       " MASTER - INITIALS NOT CORRECTED"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MNT-NEW-INITIALS TO PM-INITIALS
                   REWRITE PLAYER-MASTER-RECORD
                   IF WS-PM-STATUS = "00" THEN
                       ADD 1 TO MNT-CHANGES
                       DISPLAY "INITIALS CORRECTED"
                   ELSE
                       DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                           " - INITIALS NOT CORRECTED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE PLAYER-MASTER-FILE.
      *----------------------------------------------------------------*
      *    INITIALS-IN-USE-CHECK: warns when another active player
      *    already holds the new initials - sign-in takes the first
      *    match on the master, so that is how duplicates start.
      *----------------------------------------------------------------*
       INITIALS-IN-USE-CHECK                                    SECTION.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-PM-STATUS NOT = "00"
               READ PLAYER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PM-STATUS
                   NOT AT END
                       IF PM-INITIALS = MNT-NEW-INITIALS
                           AND PM-PLAYER-ID NOT = MNT-READ-ID THEN
                           DISPLAY "** " MNT-NEW-INITIALS
                               " IS ALSO HELD BY ID " PM-PLAYER-ID
                               " - MERGE IF SAME PLAYER **"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE.
      *----------------------------------------------------------------*
      *    PLAYER-DEACTIVATE: takes a dead ID out of use - sign-in no
      *    longer matches its initials. Its history stays its own.
      *----------------------------------------------------------------*
       PLAYER-DEACTIVATE                                        SECTION.
           MOVE "PLAYER ID (BLANK=CANCEL): " TO MNT-PROMPT
           PERFORM PLAYER-ID-ASK
           IF MNT-ID-ENTERED = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MNT-ID-ENTERED TO MNT-READ-ID
           PERFORM PLAYER-READ
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF MNT-STATE NOT = SPACE THEN
               PERFORM PLAYER-SHOW
               DISPLAY "PLAYER IS NOT ACTIVE - NOTHING TO DO"
               EXIT SECTION
           END-IF
           PERFORM PLAYER-SHOW
           PERFORM REASON-ASK
           PERFORM OPERATOR-ASK
           DISPLAY "DEACTIVATE ID " MNT-READ-ID " (Y/N): "
               WITH NO ADVANCING
           ACCEPT MNT-INPUT
           IF MNT-INPUT NOT = "Y" THEN
               DISPLAY "PLAYER LEFT AS IS"
               EXIT SECTION
           END-IF

           INITIALIZE PLAYER-AUDIT-RECORD
           MOVE "DEACTIV" TO PA-ACTION
           MOVE MNT-READ-ID TO PA-PLAYER-ID
           MOVE MNT-READ-INITIALS TO PA-OLD-INITIALS
           MOVE MNT-READ-INITIALS TO PA-NEW-INITIALS
           MOVE MNT-READ-WINS TO PA-OLD-WINS
           MOVE MNT-READ-WINS TO PA-NEW-WINS
           PERFORM AUDIT-WRITE
           IF MNT-AUDIT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF

           PERFORM XREF-OPEN
           IF WS-PX-STATUS NOT = "00" THEN
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " playxref.dat - PLAYER NOT DEACTIVATED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO PX-PLAYER-ID
           MOVE "D" TO PX-STATUS
           MOVE ZERO TO PX-SURVIVOR-ID
           MOVE WS-TODAY TO PX-DATE
           MOVE MNT-OPERATOR TO PX-OPERATOR
           WRITE PLAYER-XREF-RECORD
           IF WS-PX-STATUS = "00" THEN
               ADD 1 TO MNT-CHANGES
               DISPLAY "PLAYER DEACTIVATED"
           ELSE
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " - PLAYER NOT DEACTIVATED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PLAYER-XREF-FILE.
      *----------------------------------------------------------------*
      *    PLAYER-REACTIVATE: puts a deactivated ID back into use. A
      *    merge is never undone here - the survivor has its wins.
      *----------------------------------------------------------------*
       PLAYER-REACTIVATE                                        SECTION.
           MOVE "PLAYER ID (BLANK=CANCEL): " TO MNT-PROMPT
           PERFORM PLAYER-ID-ASK
           IF MNT-ID-ENTERED = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MNT-ID-ENTERED TO MNT-READ-ID
           PERFORM PLAYER-READ
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM PLAYER-SHOW
           IF MNT-STATE NOT = "D" THEN
               DISPLAY "PLAYER IS NOT DEACTIVATED - NOTHING TO DO"
               EXIT SECTION
           END-IF
           PERFORM REASON-ASK
           PERFORM OPERATOR-ASK
           DISPLAY "REACTIVATE ID " MNT-READ-ID " (Y/N): "
               WITH NO ADVANCING
           ACCEPT MNT-INPUT
           IF MNT-INPUT NOT = "Y" THEN
               DISPLAY "PLAYER LEFT AS IS"
               EXIT SECTION
           END-IF

           INITIALIZE PLAYER-AUDIT-RECORD
           MOVE "REACTIV" TO PA-ACTION
           MOVE MNT-READ-ID TO PA-PLAYER-ID
           MOVE MNT-READ-INITIALS TO PA-OLD-INITIALS
           MOVE MNT-READ-INITIALS TO PA-NEW-INITIALS
           MOVE MNT-READ-WINS TO PA-OLD-WINS
           MOVE MNT-READ-WINS TO PA-NEW-WINS
           PERFORM AUDIT-WRITE
           IF MNT-AUDIT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF

           PERFORM XREF-OPEN
           IF WS-PX-STATUS NOT = "00" THEN
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " playxref.dat - PLAYER NOT REACTIVATED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO PX-PLAYER-ID
           DELETE PLAYER-XREF-FILE RECORD
           IF WS-PX-STATUS = "00" THEN
               ADD 1 TO MNT-CHANGES
               DISPLAY "PLAYER REACTIVATED"
           ELSE
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " - PLAYER NOT REACTIVATED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PLAYER-XREF-FILE.
      *----------------------------------------------------------------*
      *    PLAYER-MERGE: retires a duplicate ID into a survivor. The
      *    retired ID goes to the cross-reference pointing at the
      *    survivor, any ID already merged into the retired one is
      *    repointed so a survivor is always one read away, and the
      *    retired record's games won move across on the master.
      *    The survivor must be active - merging into a retired ID
      *    would leave history pointing at nobody.
      *----------------------------------------------------------------*
       PLAYER-MERGE                                             SECTION.
           MOVE "RETIRED ID (BLANK=CANCEL): " TO MNT-PROMPT
           PERFORM PLAYER-ID-ASK
           IF MNT-ID-ENTERED = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MNT-ID-ENTERED TO MNT-READ-ID
           PERFORM PLAYER-READ
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF MNT-STATE = "M" THEN
               DISPLAY "ID " MNT-READ-ID " IS ALREADY MERGED INTO "
                   MNT-STATE-SURVIVOR
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO MNT-RETIRED-ID
           MOVE MNT-READ-INITIALS TO MNT-RETIRED-INITIALS
           MOVE MNT-READ-WINS TO MNT-RETIRED-WINS
           MOVE MNT-STATE TO MNT-RETIRED-STATE

           MOVE "SURVIVOR ID (BLANK=CANCEL): " TO MNT-PROMPT
           PERFORM PLAYER-ID-ASK
           IF MNT-ID-ENTERED = ZERO THEN
               EXIT SECTION
           END-IF
           IF MNT-ID-ENTERED = MNT-RETIRED-ID THEN
               DISPLAY "SURVIVOR MUST BE A DIFFERENT ID"
               EXIT SECTION
           END-IF
           MOVE MNT-ID-ENTERED TO MNT-READ-ID
           PERFORM PLAYER-READ
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF
           IF MNT-STATE NOT = SPACE THEN
               PERFORM PLAYER-SHOW
               DISPLAY "SURVIVOR MUST BE AN ACTIVE PLAYER"
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO MNT-SURVIVOR-ID
           MOVE MNT-READ-INITIALS TO MNT-SURVIVOR-INITIALS
           MOVE MNT-READ-WINS TO MNT-SURVIVOR-WINS

           DISPLAY "RETIRE............: " MNT-RETIRED-INITIALS
               " (ID " MNT-RETIRED-ID ") WON " MNT-RETIRED-WINS
           DISPLAY "INTO SURVIVOR.....: " MNT-SURVIVOR-INITIALS
               " (ID " MNT-SURVIVOR-ID ") WON " MNT-SURVIVOR-WINS
           PERFORM REASON-ASK
           PERFORM OPERATOR-ASK
           DISPLAY "MERGE ID " MNT-RETIRED-ID " INTO "
               MNT-SURVIVOR-ID " (Y/N): " WITH NO ADVANCING
           ACCEPT MNT-INPUT
           IF MNT-INPUT NOT = "Y" THEN
               DISPLAY "PLAYERS LEFT AS IS"
               EXIT SECTION
           END-IF

           INITIALIZE PLAYER-AUDIT-RECORD
           MOVE "MERGE" TO PA-ACTION
           MOVE MNT-RETIRED-ID TO PA-PLAYER-ID
           MOVE MNT-SURVIVOR-ID TO PA-SURVIVOR-ID
           MOVE MNT-RETIRED-INITIALS TO PA-OLD-INITIALS
           MOVE MNT-SURVIVOR-INITIALS TO PA-NEW-INITIALS
           MOVE MNT-RETIRED-WINS TO PA-OLD-WINS
           COMPUTE PA-NEW-WINS = MNT-SURVIVOR-WINS
               + MNT-RETIRED-WINS
           PERFORM AUDIT-WRITE
           IF MNT-AUDIT-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF

           PERFORM MERGE-XREF-BOOK
           IF MNT-XREF-OK NOT = "Y" THEN
               EXIT SECTION
           END-IF
           PERFORM MERGE-MASTER-MOVE
           PERFORM MERGE-LOYALTY-MOVE
           IF MNT-MASTER-OK = "Y" AND MNT-LOYALTY-OK = "Y" THEN
               ADD 1 TO MNT-CHANGES
               DISPLAY "PLAYERS MERGED - " MNT-REPOINTED
                   " EARLIER MERGE(S) REPOINTED"
           ELSE
               DISPLAY "MERGE INCOMPLETE - ID " MNT-RETIRED-ID
                   " BOOKED TO " MNT-SURVIVOR-ID
                   " BUT TOTALS NOT ALL MOVED - SEE ABOVE"
           END-IF.
      *----------------------------------------------------------------*
      *    MERGE-XREF-BOOK: books the retired ID against the survivor
      *    (over a deactivation, if it had one), then repoints every
      *    entry that named the retired ID as its survivor.
      *----------------------------------------------------------------*
       MERGE-XREF-BOOK                                          SECTION.
           MOVE "N" TO MNT-XREF-OK
           MOVE ZERO TO MNT-REPOINTED
           PERFORM XREF-OPEN
           IF WS-PX-STATUS NOT = "00" THEN
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " playxref.dat - PLAYERS NOT MERGED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE MNT-RETIRED-ID TO PX-PLAYER-ID
           MOVE "M" TO PX-STATUS
           MOVE MNT-SURVIVOR-ID TO PX-SURVIVOR-ID
           MOVE WS-TODAY TO PX-DATE
           MOVE MNT-OPERATOR TO PX-OPERATOR
           IF MNT-RETIRED-STATE = "D" THEN
               REWRITE PLAYER-XREF-RECORD
           ELSE
               WRITE PLAYER-XREF-RECORD
           END-IF
           IF WS-PX-STATUS NOT = "00" THEN
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " - PLAYERS NOT MERGED"
               MOVE 8 TO RETURN-CODE
               CLOSE PLAYER-XREF-FILE
               EXIT SECTION
           END-IF
           MOVE "Y" TO MNT-XREF-OK
           CLOSE PLAYER-XREF-FILE

           OPEN I-O PLAYER-XREF-FILE
           IF WS-PX-STATUS NOT = "00" THEN
               DISPLAY "XREF FILE ERROR " WS-PX-STATUS
                   " playxref.dat - EARLIER MERGES NOT REPOINTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-PX-STATUS NOT = "00"
               READ PLAYER-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PX-STATUS
                   NOT AT END
                       IF PX-STATUS = "M"
                           AND PX-SURVIVOR-ID = MNT-RETIRED-ID THEN
                           MOVE MNT-SURVIVOR-ID TO PX-SURVIVOR-ID
                           REWRITE PLAYER-XREF-RECORD
                           IF WS-PX-STATUS = "00" THEN
                               ADD 1 TO MNT-REPOINTED
                           ELSE
                               DISPLAY "XREF FILE ERROR "
                                   WS-PX-STATUS " - ID " PX-PLAYER-ID
                                   " NOT REPOINTED"
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-XREF-FILE.
      *----------------------------------------------------------------*
      *    MERGE-MASTER-MOVE: moves the retired record's games won to
      *    the survivor. The retired record itself stays on the
      *    master, so its ID still resolves for the audit trail. Its
      *    wins are zeroed first, so a failure can never leave them
      *    counted on both IDs, and put back if the survivor can't
      *    take them, so they are never lost from both either.
      *----------------------------------------------------------------*
       MERGE-MASTER-MOVE                                        SECTION.
           MOVE "N" TO MNT-MASTER-OK
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                   " playmast.dat - GAMES WON NOT MOVED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE MNT-RETIRED-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO MNT-RETIRED-WINS
               NOT INVALID KEY
                   MOVE PM-GAMES-WON TO MNT-RETIRED-WINS
                   MOVE ZERO TO PM-GAMES-WON
      *            survivor untouched unless the retired ID was zeroed,
      *            or the wins would count on both
                   REWRITE PLAYER-MASTER-RECORD
                   IF WS-PM-STATUS NOT = "00" THEN
                       DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                           " - GAMES WON NOT MOVED"
                       MOVE 8 TO RETURN-CODE
                       CLOSE PLAYER-MASTER-FILE
                       EXIT SECTION
                   END-IF
           END-READ
           MOVE MNT-SURVIVOR-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "PLAYER " MNT-SURVIVOR-ID " GONE FROM THE"
                       " MASTER - GAMES WON NOT MOVED"
                   MOVE 8 TO RETURN-CODE
                   PERFORM MERGE-MASTER-RESTORE
               NOT INVALID KEY
                   ADD MNT-RETIRED-WINS TO PM-GAMES-WON
                   REWRITE PLAYER-MASTER-RECORD
                   IF WS-PM-STATUS = "00" THEN
                       MOVE "Y" TO MNT-MASTER-OK
                   ELSE
                       DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                           " - GAMES WON NOT MOVED"
                       MOVE 8 TO RETURN-CODE
                       PERFORM MERGE-MASTER-RESTORE
                   END-IF
           END-READ
           CLOSE PLAYER-MASTER-FILE.
      *----------------------------------------------------------------*
      *    MERGE-MASTER-RESTORE: the survivor could not take the
      *    retired ID's games won - they go back where they were.
      *----------------------------------------------------------------*
       MERGE-MASTER-RESTORE                                     SECTION.
           IF MNT-RETIRED-WINS = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE MNT-RETIRED-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MNT-RETIRED-WINS TO PM-GAMES-WON
                   REWRITE PLAYER-MASTER-RECORD
           END-READ
           IF WS-PM-STATUS = "00" THEN
               DISPLAY "GAMES WON LEFT ON " MNT-RETIRED-ID
           ELSE
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS " - "
                   MNT-RETIRED-WINS " GAMES WON OF " MNT-RETIRED-ID
                   " TO BE RE-KEYED"
           END-IF.
      *----------------------------------------------------------------*
      *    MERGE-LOYALTY-MOVE: moves the retired ID's paid-play count,
      *    comp balance and lifetime totals onto the survivor's
      *    loyalty record (creating it if the survivor has none) and
      *    zeroes the retired record. No loyalty file, or no record
      *    for the retired ID, means there is nothing to move.
      *----------------------------------------------------------------*
       MERGE-LOYALTY-MOVE                                       SECTION.
           MOVE "N" TO MNT-LOYALTY-OK
           OPEN I-O LOYALTY-FILE
           IF WS-LY-STATUS = "35" THEN
               MOVE "Y" TO MNT-LOYALTY-OK
               EXIT SECTION
           END-IF
           IF WS-LY-STATUS NOT = "00" THEN
               DISPLAY "LOYALTY FILE ERROR " WS-LY-STATUS
                   " loyalty.dat - COMP BALANCE NOT MOVED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "N" TO MNT-LOYALTY-FOUND
           MOVE MNT-RETIRED-ID TO LY-PLAYER-ID
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MNT-LOYALTY-FOUND
                   INITIALIZE MNT-RETIRED-LOYALTY
                   IF LY-PLAY-COUNT NUMERIC THEN
                       MOVE LY-PLAY-COUNT TO MNT-RL-PLAY-COUNT
                   END-IF
                   IF LY-COMP-BALANCE NUMERIC THEN
                       MOVE LY-COMP-BALANCE TO MNT-RL-BALANCE
                   END-IF
                   IF LY-PAID-PLAYS NUMERIC THEN
                       MOVE LY-PAID-PLAYS TO MNT-RL-PAID-PLAYS
                   END-IF
                   IF LY-COMPS-EARNED NUMERIC THEN
                       MOVE LY-COMPS-EARNED TO MNT-RL-EARNED
                   END-IF
                   IF LY-COMPS-USED NUMERIC THEN
                       MOVE LY-COMPS-USED TO MNT-RL-USED
                   END-IF
                   MOVE ZERO TO LY-PLAY-COUNT
                   MOVE ZERO TO LY-COMP-BALANCE
                   MOVE ZERO TO LY-PAID-PLAYS
                   MOVE ZERO TO LY-COMPS-EARNED
                   MOVE ZERO TO LY-COMPS-USED
                   MOVE WS-TODAY TO LY-LAST-DATE
                   REWRITE LOYALTY-RECORD
           END-READ
           IF MNT-LOYALTY-FOUND = "N" THEN
               MOVE "Y" TO MNT-LOYALTY-OK
               CLOSE LOYALTY-FILE
               EXIT SECTION
           END-IF
           IF WS-LY-STATUS NOT = "00" THEN
               DISPLAY "LOYALTY FILE ERROR " WS-LY-STATUS
                   " - COMP BALANCE NOT MOVED"
               MOVE 8 TO RETURN-CODE
               CLOSE LOYALTY-FILE
               EXIT SECTION
           END-IF
           MOVE MNT-SURVIVOR-ID TO LY-PLAYER-ID
           READ LOYALTY-FILE
               INVALID KEY
                   MOVE "N" TO MNT-LOYALTY-FOUND
                   MOVE MNT-SURVIVOR-ID TO LY-PLAYER-ID
                   MOVE ZERO TO LY-PLAY-COUNT
                   MOVE ZERO TO LY-COMP-BALANCE
                   MOVE ZERO TO LY-PAID-PLAYS
                   MOVE ZERO TO LY-COMPS-EARNED
                   MOVE ZERO TO LY-COMPS-USED
           END-READ
      *    the counters saturate like the cabinet's do - a merge must
      *    never wrap a balance back to zero
           IF LY-PLAY-COUNT + MNT-RL-PLAY-COUNT > 999 THEN
               MOVE 999 TO LY-PLAY-COUNT
           ELSE
               ADD MNT-RL-PLAY-COUNT TO LY-PLAY-COUNT
           END-IF
           IF LY-COMP-BALANCE + MNT-RL-BALANCE > 999 THEN
               MOVE 999 TO LY-COMP-BALANCE
           ELSE
               ADD MNT-RL-BALANCE TO LY-COMP-BALANCE
           END-IF
           IF LY-PAID-PLAYS + MNT-RL-PAID-PLAYS > 9999999 THEN
               MOVE 9999999 TO LY-PAID-PLAYS
           ELSE
               ADD MNT-RL-PAID-PLAYS TO LY-PAID-PLAYS
           END-IF
           IF LY-COMPS-EARNED + MNT-RL-EARNED > 99999 THEN
               MOVE 99999 TO LY-COMPS-EARNED
           ELSE
               ADD MNT-RL-EARNED TO LY-COMPS-EARNED
           END-IF
           IF LY-COMPS-USED + MNT-RL-USED > 99999 THEN
               MOVE 99999 TO LY-COMPS-USED
           ELSE
               ADD MNT-RL-USED TO LY-COMPS-USED
           END-IF
           MOVE WS-TODAY TO LY-LAST-DATE
           IF MNT-LOYALTY-FOUND = "Y" THEN
               REWRITE LOYALTY-RECORD
           ELSE
               WRITE LOYALTY-RECORD
           END-IF
           IF WS-LY-STATUS NOT = "00" THEN
               DISPLAY "LOYALTY FILE ERROR " WS-LY-STATUS
                   " - COMP BALANCE OF " MNT-RL-BALANCE
                   " NOT CREDITED TO " MNT-SURVIVOR-ID
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO MNT-LOYALTY-OK
               DISPLAY "COMP BALANCE MOVED: " MNT-RL-BALANCE
           END-IF
           CLOSE LOYALTY-FILE.
      *----------------------------------------------------------------*
      *    PLAYER-ID-ASK: prompts with MNT-PROMPT until a player ID
      *    1-9999 or a blank (MNT-ID-ENTERED left zero) is keyed.
      *----------------------------------------------------------------*
       PLAYER-ID-ASK                                            SECTION.
           MOVE ZERO TO MNT-ID-ENTERED
           MOVE "N" TO MNT-FIELD-OK
           PERFORM UNTIL MNT-FIELD-OK = "Y"
               DISPLAY MNT-PROMPT WITH NO ADVANCING
               ACCEPT MNT-INPUT
               PERFORM NUMERIC-FIELD-CHECK
               IF MNT-FIELD-OK = "V" THEN
                   IF MNT-NUM-WORK >= 1 AND MNT-NUM-WORK <= 9999 THEN
                       MOVE MNT-NUM-WORK TO MNT-ID-ENTERED
                       MOVE "Y" TO MNT-FIELD-OK
                   ELSE
                       DISPLAY "PLAYER ID MUST BE 1-9999"
                       MOVE "N" TO MNT-FIELD-OK
                   END-IF
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    PLAYER-READ: reads MNT-READ-ID off the master and its state
      *    off the cross-reference. A missing cross-reference file
      *    just means nobody has been retired yet.
      *----------------------------------------------------------------*
       PLAYER-READ                                              SECTION.
           MOVE "N" TO MNT-FOUND
           MOVE SPACE TO MNT-STATE
           MOVE ZERO TO MNT-STATE-SURVIVOR
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-PM-STATUS
                   " playmast.dat"
               EXIT SECTION
           END-IF
           MOVE MNT-READ-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO PLAYER " MNT-READ-ID " ON THE MASTER"
               NOT INVALID KEY
                   MOVE "Y" TO MNT-FOUND
                   MOVE PM-INITIALS TO MNT-READ-INITIALS
                   MOVE PM-GAMES-WON TO MNT-READ-WINS
           END-READ
           CLOSE PLAYER-MASTER-FILE
           IF MNT-FOUND NOT = "Y" THEN
               EXIT SECTION
           END-IF

           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE MNT-READ-ID TO PX-PLAYER-ID
               READ PLAYER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PX-STATUS TO MNT-STATE
                       MOVE PX-SURVIVOR-ID TO MNT-STATE-SURVIVOR
               END-READ
               CLOSE PLAYER-XREF-FILE
           END-IF.
      *----------------------------------------------------------------*
       PLAYER-SHOW                                              SECTION.
           DISPLAY "PLAYER............: " MNT-READ-INITIALS
               " (ID " MNT-READ-ID ") WON " MNT-READ-WINS
           EVALUATE MNT-STATE
               WHEN "D"
                   DISPLAY "STATUS............: DEACTIVATED"
               WHEN "M"
                   DISPLAY "STATUS............: MERGED INTO "
                       MNT-STATE-SURVIVOR
               WHEN OTHER
                   DISPLAY "STATUS............: ACTIVE"
           END-EVALUATE.
      *----------------------------------------------------------------*
      *    XREF-OPEN: opens the cross-reference for update, creating
      *    it on its first ever use.
      *----------------------------------------------------------------*
       XREF-OPEN                                                SECTION.
           OPEN I-O PLAYER-XREF-FILE
           IF WS-PX-STATUS = "35" THEN
               OPEN OUTPUT PLAYER-XREF-FILE
               IF WS-PX-STATUS = "00" THEN
                   CLOSE PLAYER-XREF-FILE
                   OPEN I-O PLAYER-XREF-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       REASON-ASK                                               SECTION.
           MOVE "N" TO MNT-FIELD-OK
           PERFORM UNTIL MNT-FIELD-OK = "Y"
               DISPLAY "REASON............: " WITH NO ADVANCING
               ACCEPT MNT-INPUT
               IF MNT-INPUT NOT = SPACES THEN
                   MOVE MNT-INPUT TO MNT-REASON
                   MOVE "Y" TO MNT-FIELD-OK
               ELSE
                   DISPLAY "REASON IS REQUIRED"
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       OPERATOR-ASK                                             SECTION.
           MOVE "N" TO MNT-FIELD-OK
           PERFORM UNTIL MNT-FIELD-OK = "Y"
               DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING
               ACCEPT MNT-INPUT
               IF MNT-INPUT(1:3) NOT = SPACES
                   AND MNT-INPUT(4:27) = SPACES THEN
                   MOVE MNT-INPUT(1:3) TO MNT-OPERATOR
                   MOVE "Y" TO MNT-FIELD-OK
               ELSE
                   DISPLAY "INITIALS ARE REQUIRED (UP TO 3)"
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
      *    NUMERIC-FIELD-CHECK: shared edit for the numeric prompts,
      *    the same digits-then-spaces rule PONG0005 applies. Sets
      *    MNT-FIELD-OK to "Y" for blank, "V" for a valid number left
      *    in MNT-NUM-WORK, "N" to re-ask.
      *----------------------------------------------------------------*
       NUMERIC-FIELD-CHECK                                      SECTION.
           IF MNT-INPUT = SPACES THEN
               MOVE "Y" TO MNT-FIELD-OK
               EXIT SECTION
           END-IF
           IF (MNT-INPUT(1:4) NUMERIC AND MNT-INPUT(5:26) = SPACES)
               OR
               (MNT-INPUT(1:3) NUMERIC AND MNT-INPUT(4:27) = SPACES)
               OR
               (MNT-INPUT(1:2) NUMERIC AND MNT-INPUT(3:28) = SPACES)
               OR
               (MNT-INPUT(1:1) NUMERIC AND MNT-INPUT(2:29) = SPACES)
               THEN
               MOVE NUMVAL(MNT-INPUT) TO MNT-NUM-WORK
               MOVE "V" TO MNT-FIELD-OK
           ELSE
               DISPLAY "VALUE MUST BE NUMERIC"
               MOVE "N" TO MNT-FIELD-OK
           END-IF.
      *----------------------------------------------------------------*
      *    AUDIT-WRITE: stamps and appends the audit record the caller
      *    built. Nothing is changed unless the audit is booked.
      *----------------------------------------------------------------*
       AUDIT-WRITE                                              SECTION.
           MOVE "N" TO MNT-AUDIT-OK
           MOVE CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO PA-DATE
           MOVE WS-CURRENT-DATE(9:6) TO PA-TIME
           MOVE MNT-REASON TO PA-REASON
           MOVE MNT-OPERATOR TO PA-OPERATOR

           OPEN EXTEND PLAYER-AUDIT-FILE
           IF WS-PA-STATUS = "05" THEN
               MOVE "00" TO WS-PA-STATUS
           END-IF
           IF WS-PA-STATUS NOT = "00" THEN
               DISPLAY "AUDIT FILE ERROR " WS-PA-STATUS
                   " - NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           WRITE PLAYER-AUDIT-RECORD
           IF WS-PA-STATUS = "00" THEN
               MOVE "Y" TO MNT-AUDIT-OK
           ELSE
               DISPLAY "AUDIT FILE ERROR " WS-PA-STATUS
                   " - NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE PLAYER-AUDIT-FILE.
