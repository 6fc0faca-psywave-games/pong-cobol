      *================================================================*
      *    RUN-CONTROL-RECORD: shared layout for runctl.dat, the
      *    nightly run-control register (indexed, keyed on job name,
      *    business day and station). One entry per job per business
      *    day per station: booked "S" (started) when a step starts
      *    and rewritten "C" (complete) with its end, return code and
      *    record counts when it ends, so an entry left at "S" is a
      *    step that abended. Station 00 is a cabinet's own unstaged
      *    files; 01-99 are the staged stations a fleet step posts.
      *    Written by the reconciliation (PONG0004 / valrecon.cbl),
      *    the daybook (PONG0002 / dayrept.cbl), the archive-and-purge
      *    (PONG0003 / archpurg.cbl) and the fleet consolidation
      *    (PONG0006 / fleetcon.cbl), which refuses to post a
      *    station-day already on the register; archpurg refuses to
      *    move a day without a balanced VALRECON and a complete
      *    DAYRPT entry. The leaderboard audit (PONG0017 /
      *    lbaudit.cbl) books LBAUDIT, and fleetcon holds the fleet
      *    board over a bad LBAUDIT return code. The general-ledger
      *    extract (PONG0018 / glxtract.cbl) books GLXTRACT and
      *    writes no second journal for a day until it is reset.
      *    The coin-box collection (PONG0015 / collect.cbl) reads the
      *    FLEETCON entries to end a fleetcred.dat window at the
      *    station's last posted day.
      *    Listed and reset ("R", allowing a rerun) by the register
      *    maintenance (PONG0014 / runctl.cbl), which also signs off a
      *    bad audit ("O", releasing the board) - the operator and
      *    date of the last reset or sign-off stay on the entry.
      *================================================================*
       01  RUN-CONTROL-RECORD.
           05 RN-KEY.
               10 RN-JOB-NAME      PIC X(8).
               10 RN-BUS-DATE      PIC 9(8).
               10 RN-STATION-ID    PIC 9(2).
           05 RN-STATUS        PIC X.
           05 RN-START-DATE    PIC 9(8).
           05 RN-START-TIME    PIC 9(6).
           05 RN-END-DATE      PIC 9(8).
           05 RN-END-TIME      PIC 9(6).
           05 RN-RETURN-CODE   PIC 9(2).
           05 RN-RECORDS-IN    PIC 9(7).
           05 RN-RECORDS-OUT   PIC 9(7).
           05 RN-RESET-BY      PIC X(3).
           05 RN-RESET-DATE    PIC 9(8).
