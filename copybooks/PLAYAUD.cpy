      *================================================================*
      *    PLAYER-AUDIT-RECORD: shared layout for playaud.dat, the
      *    player master audit trail. Written by the player master
      *    maintenance (PONG0016 / plyrmnt.cbl) under operator key,
      *    one record per change and always before the master or the
      *    cross-reference is touched: PA-ACTION is "INITIALS" (a
      *    corrected PM-INITIALS), "DEACTIV" / "REACTIV" (an ID taken
      *    out of or put back into use) or "MERGE" (PA-PLAYER-ID
      *    retired into PA-SURVIVOR-ID, PA-OLD-WINS the games won
      *    moved across and PA-NEW-WINS the survivor's total after).
      *    Append-only - the audit is the only record of who changed
      *    a player and why.
      *================================================================*
       01  PLAYER-AUDIT-RECORD.
           05 PA-DATE          PIC 9(8).
           05 PA-TIME          PIC 9(6).
           05 PA-ACTION        PIC X(8).
           05 PA-PLAYER-ID     PIC 9(4).
           05 PA-SURVIVOR-ID   PIC 9(4).
           05 PA-OLD-INITIALS  PIC X(3).
           05 PA-NEW-INITIALS  PIC X(3).
           05 PA-OLD-WINS      PIC 9(5).
           05 PA-NEW-WINS      PIC 9(5).
           05 PA-REASON        PIC X(30).
           05 PA-OPERATOR      PIC X(3).
