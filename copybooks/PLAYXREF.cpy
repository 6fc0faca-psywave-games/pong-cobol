      *================================================================*
      *    PLAYER-XREF-RECORD: shared layout for playxref.dat, the
      *    player status cross-reference (indexed, keyed on
      *    PX-PLAYER-ID). An ID with no entry is an active player.
      *    PX-STATUS "D" is a deactivated ID the cabinet no longer
      *    signs in; "M" is an ID merged into PX-SURVIVOR-ID, whose
      *    history every reader credits to the survivor - the match,
      *    hiscore, practice and series files are never rewritten.
      *    Survivors are kept final: merging into an ID repoints
      *    every entry that named the retired one, so one read always
      *    lands on an active player. Written only by the player
      *    master maintenance (PONG0016 / plyrmnt.cbl); read by
      *    PONG0001 (game.cbl) at sign-in and for the leaderboard,
      *    the daybook (PONG0002), the standings ladder (PONG0007)
      *    and the operator inquiry (PONG0013).
      *================================================================*
       01  PLAYER-XREF-RECORD.
           05 PX-PLAYER-ID     PIC 9(4).
           05 PX-STATUS        PIC X.
           05 PX-SURVIVOR-ID   PIC 9(4).
           05 PX-DATE          PIC 9(8).
           05 PX-OPERATOR      PIC X(3).
