      *    side's totals for the target day, and by the end-of-day
      *    report (PONG0002 / dayrept.cbl) for the adjustments
      *    section. The source files are never touched: the evidence
      *    stays, the books balance. AJ-CASE-NUM is the dispute.dat
      *    case the correction cites (PONG0021 / dispute.cbl); it was
      *    added later, so older records end short and readers test
      *    it NUMERIC.
      *================================================================*
       01  ADJUSTMENT-RECORD.
           05 AJ-ENTRY-DATE    PIC 9(8).
           05 AJ-DELTA         PIC S9(3).
           05 AJ-REASON        PIC X(30).
           05 AJ-OPERATOR      PIC X(3).
           05 AJ-CASE-NUM      PIC 9(5).
