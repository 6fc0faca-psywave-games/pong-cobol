      *    cabinet's coin and credit ledger. Written by PONG0001
      *    (game.cbl) - one "COIN" record per coin drop carrying the
      *    price taken, one "PLAY" record per credit consumed when a
      *    match starts, one "COMP" record per loyalty comp credit
      *    redeemed instead (amount always zero - a comp is never
      *    cash). CR-PLAYER-ID carries the signed-in player a PLAY or
      *    COMP was booked to, zero when the seat played unregistered
      *    or the record predates sign-in (readers test it NUMERIC -
      *    older ledger lines end before it). Read by the end-of-day
      *    batch report (PONG0002 / dayrept.cbl) for the revenue
      *    section and by the fleet consolidation (PONG0006 /
      *    fleetcon.cbl) for per-cabinet takings. The physical coin
      *    box reconciles against the day's COIN records only, the
      *    same way the games reconcile against matchscore.dat.
      *================================================================*
       01  CREDIT-LOG-RECORD.
           05 CR-DATE          PIC 9(8).
           05 CR-EVENT         PIC X(4).
           05 CR-AMOUNT-CENTS  PIC 9(3).
           05 CR-CREDITS-AFTER PIC 9(3).
           05 CR-PLAYER-ID     PIC 9(4).
