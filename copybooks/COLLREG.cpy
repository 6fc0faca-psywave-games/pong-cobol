      *================================================================*
      *    COLLECTION-RECORD: shared layout for collreg.dat, the
      *    coin-box collection register. Written by the collection
      *    entry (PONG0015 / collect.cbl) - one record per box pull,
      *    carrying the cash the collector counted against the COIN
      *    takings the credit ledger booked since that station's
      *    previous pull (CL-FROM-DATE / CL-FROM-TIME, zero on a
      *    station's first ever pull), the signed variance (counted
      *    less expected) and the SHORT / OVER flag when it falls
      *    outside tolerance. The previous pull is the only marker
      *    of where the next window starts, so the register is
      *    append-only and never rewritten. CL-TO-DATE / CL-TO-TIME
      *    is where the pull's window ended - the pull itself on
      *    credlog.dat, the end of the station's last posted day on
      *    fleetcred.dat - and the next window starts there. It was
      *    appended later; readers test it NUMERIC and fall back to
      *    CL-DATE / CL-TIME.
      *================================================================*
       01  COLLECTION-RECORD.
           05 CL-DATE          PIC 9(8).
           05 CL-TIME          PIC 9(6).
           05 CL-STATION-ID    PIC 9(2).
           05 CL-FROM-DATE     PIC 9(8).
           05 CL-FROM-TIME     PIC 9(6).
           05 CL-COIN-COUNT    PIC 9(5).
           05 CL-EXPECTED-CENTS PIC 9(7).
           05 CL-COUNTED-CENTS PIC 9(7).
           05 CL-VARIANCE-CENTS PIC S9(7).
           05 CL-FLAG          PIC X(5).
           05 CL-LEDGER        PIC X.
           05 CL-COLLECTOR     PIC X(3).
           05 CL-TO-DATE       PIC 9(8).
           05 CL-TO-TIME       PIC 9(6).
