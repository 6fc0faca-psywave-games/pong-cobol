      *================================================================*
      *    GL-JOURNAL-RECORD: shared layout for gljrnl.NNNNNN.dat, the
      *    nightly general-ledger interface file handed to the
      *    accounting system (NNNNNN = GJ-RUN-SEQ). Written by the GL
      *    extract (PONG0018 / glxtract.cbl), one file per business
      *    day: a "H" header naming the ledger it was built from, "D"
      *    detail lines - per station cost centre, the day's coin
      *    takings as a cash debit and the matching play-revenue
      *    credit, plus zero-value "M" memo lines for comp plays and
      *    score corrections so the accounts see what was given away
      *    or corrected without any money moving - and a "T" trailer
      *    with the detail count and hash totals the accounting
      *    system proves the file against before posting it.
      *    Amounts are whole cents, unsigned; GJ-DR-CR says which
      *    side of the journal a line sits on.
      *================================================================*
       01  GL-JOURNAL-RECORD.
           05 GJ-REC-TYPE      PIC X.
           05 GJ-RUN-SEQ       PIC 9(6).
           05 GJ-BUS-DATE      PIC 9(8).
           05 GJ-DETAIL.
               10 GJ-LINE-NUM       PIC 9(6).
               10 GJ-COST-CENTRE    PIC X(6).
               10 GJ-ACCOUNT        PIC X(8).
               10 GJ-DR-CR          PIC X.
               10 GJ-AMOUNT-CENTS   PIC 9(9).
               10 GJ-QUANTITY       PIC 9(7).
               10 GJ-NARRATIVE      PIC X(30).
           05 GJ-HEADER REDEFINES GJ-DETAIL.
               10 GJ-H-SYSTEM       PIC X(8).
               10 GJ-H-RUN-DATE     PIC 9(8).
               10 GJ-H-RUN-TIME     PIC 9(6).
               10 GJ-H-SOURCE       PIC X(14).
               10 FILLER            PIC X(31).
           05 GJ-TRAILER REDEFINES GJ-DETAIL.
               10 GJ-T-RECORD-COUNT PIC 9(7).
               10 GJ-T-DEBIT-CENTS  PIC 9(11).
               10 GJ-T-CREDIT-CENTS PIC 9(11).
               10 GJ-T-HASH-CENTRES PIC 9(9).
               10 GJ-T-HASH-QTY     PIC 9(9).
               10 FILLER            PIC X(20).
