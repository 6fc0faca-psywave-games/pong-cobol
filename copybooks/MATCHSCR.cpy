      *    seat (0 = seat not signed in), appended after the original
      *    fields so records written before sign-in existed still
      *    read cleanly (the tail comes back as spaces).
      *    MS-MODE is how the match was played - "AI" one player
      *    against the machine, "2P" two players, "TN" a tournament
      *    series - and MS-AI-DELAY / MS-AI-SPEEDPCT the difficulty
      *    in force for an AI match (zero otherwise), read by the
      *    difficulty balance report (PONG0022 / balrpt.cbl). They
      *    were appended later still; readers test them NUMERIC.
      *================================================================*
       01  MATCH-SCORE-RECORD.
           05 MS-DATE          PIC 9(8).
           05 MS-STATION-ID    PIC 9(2).
           05 MS-P1-ID         PIC 9(4).
           05 MS-P2-ID         PIC 9(4).
           05 MS-MODE          PIC X(2).
           05 MS-AI-DELAY      PIC 9(3).
           05 MS-AI-SPEEDPCT   PIC 9(3).
