      *    top-10 leaderboard (indexed, keyed by rank, 1 = best).
      *    Written and read by PONG0001 (game.cbl), read by the fleet
      *    consolidation job (PONG0006 / fleetcon.cbl) to build the
      *    merged fleet leaderboard, and by the leaderboard audit
      *    (PONG0017 / lbaudit.cbl) that proves each entry against
      *    its match and event records.
      *================================================================*
       01  HISCORE-RECORD.
           05 HS-RANK          PIC 9(2).
