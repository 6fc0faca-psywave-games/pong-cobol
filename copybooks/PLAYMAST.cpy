      *    PM-PLAYER-ID). Written by PONG0001 (game.cbl) when a match
      *    winner enters initials not yet on file, read back by the
      *    end-of-day batch report (PONG0002 / dayrept.cbl) to name
      *    the day's winners. Corrected, and merged duplicates'
      *    games won moved to the survivor, by the player master
      *    maintenance (PONG0016 / plyrmnt.cbl); deactivated and
      *    merged IDs are booked in playxref.dat (PLAYXREF).
      *================================================================*
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID     PIC 9(4).
