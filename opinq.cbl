      *    player by initials or PM-PLAYER-ID across playmast.dat,
      *    hiscore.dat and matchscore.dat, shows today's running
      *    games/wins/ties, and lists the last matches with scores
      *    and times, newest first. An ID merged by PONG0016 is
      *    shown as its survivor, with the retired ID's matches and
      *    placings credited to it off playxref.dat.
       PROGRAM-ID.         PONG0013.

       AUTHOR.             RODRIGO DORNELLES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-RANK
               FILE STATUS IS WS-HS-STATUS.

           SELECT OPTIONAL PLAYER-XREF-FILE ASSIGN TO "playxref.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-PLAYER-ID
               FILE STATUS IS WS-PX-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*

       FD  HISCORE-FILE.
           COPY HISCORE.

       FD  PLAYER-XREF-FILE.
           COPY PLAYXREF.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
       01 INQ-PLAYER-ID         PIC 9(4)    VALUE ZERO.
       01 INQ-INITIALS          PIC X(3)    VALUE SPACES.
       01 INQ-FOUND             PIC X.
       01 INQ-STATE             PIC X       VALUE SPACE.

      *----------------------------------------------------------------*
      *    PLAYER-XREF fields: WS-MAP-ID goes in as the ID on file and
      *    comes back as the survivor when that ID has been merged;
      *    INQ-P1-ID / INQ-P2-ID / INQ-WIN-ID are one match's IDs
      *    after mapping.
      *----------------------------------------------------------------*
       01 WS-PX-STATUS          PIC XX.
       01 WS-PX-OPEN            PIC X       VALUE "N".
       01 WS-MAP-ID             PIC 9(4).
       01 INQ-P1-ID             PIC 9(4).
       01 INQ-P2-ID             PIC 9(4).
       01 INQ-WIN-ID            PIC 9(4).

      *----------------------------------------------------------------*
      *    Today's running cabinet totals off the live match file.
       MOVE CURRENT-DATE TO WS-CURRENT-DATE.
       MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
       DISPLAY "==== PONG0013 OPERATOR INQUIRY ====".
       PERFORM PLAYER-XREF-OPEN.
       PERFORM TODAY-SUMMARY.
       PERFORM PLAYER-INQUIRY-CYCLE UNTIL INQ-DONE = "Y".
       PERFORM PLAYER-XREF-CLOSE.
       GOBACK.
      *----------------------------------------------------------------*
      *    TODAY-SUMMARY: the cabinet's running day plus its last ten
               DISPLAY "NO SUCH PLAYER ON THE MASTER"
               EXIT SECTION
           END-IF
           PERFORM PLAYER-STATE-CHECK
           IF INQ-FOUND NOT = "Y" THEN
               DISPLAY "SURVIVOR NOT ON THE MASTER"
               EXIT SECTION
           END-IF
           PERFORM PLAYER-REPORT.
      *----------------------------------------------------------------*
      *    PLAYER-STATE-CHECK: a merged ID answers as its survivor -
      *    the counter is asked about the player, not the duplicate.
      *    A deactivated ID is still shown, flagged as such.
      *----------------------------------------------------------------*
       PLAYER-STATE-CHECK                                       SECTION.
           MOVE SPACE TO INQ-STATE
           IF WS-PX-OPEN NOT = "Y" THEN
               EXIT SECTION
           END-IF
           MOVE INQ-PLAYER-ID TO PX-PLAYER-ID
           READ PLAYER-XREF-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF PX-STATUS = "M" THEN
               DISPLAY "ID " INQ-PLAYER-ID " (" INQ-INITIALS
                   ") WAS MERGED INTO ID " PX-SURVIVOR-ID
               MOVE PX-SURVIVOR-ID TO INQ-PLAYER-ID
               PERFORM PLAYER-FIND-BY-ID
           ELSE
               MOVE PX-STATUS TO INQ-STATE
           END-IF.
      *----------------------------------------------------------------*
       PLAYER-FIND-BY-ID                                        SECTION.
           MOVE "N" TO INQ-FOUND
               ") ----"
           DISPLAY "REGISTERED........: " PM-CREATED-DATE
           DISPLAY "GAMES WON (MASTER): " PM-GAMES-WON
           IF INQ-STATE = "D" THEN
               DISPLAY "STATUS............: DEACTIVATED"
           END-IF
           PERFORM HISCORE-PLACINGS
           MOVE "Y" TO WS-SCAN-FILTER
           PERFORM MATCHSCORE-SCAN
                   AT END
                       MOVE "10" TO WS-HS-STATUS
                   NOT AT END
                       MOVE ZERO TO WS-MAP-ID
                       IF HS-PLAYER-ID NUMERIC THEN
                           MOVE HS-PLAYER-ID TO WS-MAP-ID
                           PERFORM PLAYER-ID-MAP
                       END-IF
                       IF (WS-MAP-ID = INQ-PLAYER-ID
                           AND WS-MAP-ID > ZERO)
                           OR HS-INITIALS = INQ-INITIALS THEN
                           DISPLAY "LEADERBOARD RANK " HS-RANK
                               ": " HS-SCORE " ON " HS-DATE
               EXIT SECTION
           END-IF
           IF WS-SCAN-FILTER = "Y" THEN
               PERFORM MATCH-IDS-MAP
               MOVE "N" TO WS-SEAT-HIT
               IF INQ-P1-ID = INQ-PLAYER-ID
                   OR INQ-P2-ID = INQ-PLAYER-ID
                   OR INQ-WIN-ID = INQ-PLAYER-ID THEN
                   MOVE "Y" TO WS-SEAT-HIT
               END-IF
               IF WS-SEAT-HIT = "N" THEN
               IF MS-WINNER = "TI" THEN
                   ADD 1 TO WS-PLR-TIES
               ELSE
                   IF (MS-WINNER = "P1"
                           AND INQ-P1-ID = INQ-PLAYER-ID)
                       OR (MS-WINNER = "P2"
                           AND INQ-P2-ID = INQ-PLAYER-ID)
                       OR INQ-WIN-ID = INQ-PLAYER-ID THEN
                       ADD 1 TO WS-PLR-WINS
                       MOVE "Y" TO WS-PLR-WON
                   ELSE
               END-IF
           END-IF
           PERFORM RECENT-BOOK.
      *----------------------------------------------------------------*
      *    MATCH-IDS-MAP: one match's seat and winner IDs, each
      *    credited to its survivor; a missing ID (pre-sign-in
      *    record) maps to zero and matches nobody.
      *----------------------------------------------------------------*
       MATCH-IDS-MAP                                            SECTION.
           MOVE ZERO TO INQ-P1-ID
           MOVE ZERO TO INQ-P2-ID
           MOVE ZERO TO INQ-WIN-ID
           IF MS-P1-ID NUMERIC THEN
               MOVE MS-P1-ID TO WS-MAP-ID
               PERFORM PLAYER-ID-MAP
               MOVE WS-MAP-ID TO INQ-P1-ID
           END-IF
           IF MS-P2-ID NUMERIC THEN
               MOVE MS-P2-ID TO WS-MAP-ID
               PERFORM PLAYER-ID-MAP
               MOVE WS-MAP-ID TO INQ-P2-ID
           END-IF
           IF MS-WINNER-ID NUMERIC THEN
               MOVE MS-WINNER-ID TO WS-MAP-ID
               PERFORM PLAYER-ID-MAP
               MOVE WS-MAP-ID TO INQ-WIN-ID
           END-IF.
      *----------------------------------------------------------------*
      *    PLAYER-XREF-OPEN / PLAYER-ID-MAP / PLAYER-XREF-CLOSE: the
      *    cross-reference is held open for the whole session and
      *    each ID random-read against it. No cross-reference means
      *    nobody has been merged.
      *----------------------------------------------------------------*
       PLAYER-XREF-OPEN                                         SECTION.
           OPEN INPUT PLAYER-XREF-FILE
           IF WS-PX-STATUS = "00" THEN
               MOVE "Y" TO WS-PX-OPEN
           ELSE
               IF WS-PX-STATUS = "05" THEN
                   CLOSE PLAYER-XREF-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       PLAYER-ID-MAP                                            SECTION.
           IF WS-PX-OPEN NOT = "Y" OR WS-MAP-ID = ZERO THEN
               EXIT SECTION
           END-IF
           MOVE WS-MAP-ID TO PX-PLAYER-ID
           READ PLAYER-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PX-STATUS = "M" THEN
                       MOVE PX-SURVIVOR-ID TO WS-MAP-ID
                   END-IF
           END-READ.
      *----------------------------------------------------------------*
       PLAYER-XREF-CLOSE                                        SECTION.
           IF WS-PX-OPEN = "Y" THEN
               CLOSE PLAYER-XREF-FILE
               MOVE "N" TO WS-PX-OPEN
           END-IF.
      *----------------------------------------------------------------*
       RECENT-BOOK                                              SECTION.
           MOVE MS-DATE TO RM-DATE(RM-NEXT)
