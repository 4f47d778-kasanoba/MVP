      *> GLJRNL-FD.cpy
      *> Record layout for the daily general-ledger journal (see
      *> GLJRNL-SEL.cpy), in the envelope discipline of
      *> DWXTRACT-FD.cpy: a header with the business date, run id
      *> and journal source, one detail per GL account line, and
      *> a trailer with the detail count and the debit and credit
      *> totals, which are always equal -- an unbalanced night is
      *> never written.  Amounts are unsigned; GJ-DEBIT-CREDIT
      *> says which side.  GJ-SOURCE is the account-mapping key
      *> the line was booked through (REVENUE, TAXPAY, ARCTL,
      *> CASH, RETURNS, DISCOUNT, FINCHG, BADDEBT) and
      *> GJ-CATEGORY-CODE the CATMAST category of a revenue line.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE           PIC X.
               88  GJ-IS-HEADER         VALUE "H".
               88  GJ-IS-DETAIL         VALUE "D".
               88  GJ-IS-TRAILER        VALUE "T".
           05  GJ-RECORD-BODY           PIC X(79).
           05  GJ-DETAIL-VIEW REDEFINES GJ-RECORD-BODY.
               10  GJ-GL-ACCOUNT        PIC X(12).
               10  GJ-DEBIT-CREDIT      PIC X.
                   88  GJ-IS-DEBIT      VALUE "D".
                   88  GJ-IS-CREDIT     VALUE "C".
               10  GJ-AMOUNT            PIC 9(11)V99.
               10  GJ-SOURCE            PIC X(8).
               10  GJ-CATEGORY-CODE     PIC X(4).
               10  GJ-DESCRIPTION       PIC X(30).
               10  FILLER               PIC X(11).
           05  GJ-HEADER-VIEW REDEFINES GJ-RECORD-BODY.
               10  GJ-HDR-BUSINESS-DATE PIC X(10).
               10  GJ-HDR-RUN-ID        PIC X(8).
               10  GJ-HDR-JOURNAL-SOURCE
                                        PIC X(8).
               10  FILLER               PIC X(53).
           05  GJ-TRAILER-VIEW REDEFINES GJ-RECORD-BODY.
               10  GJ-TRL-RECORD-COUNT  PIC 9(9).
               10  GJ-TRL-DEBIT-TOTAL   PIC 9(13)V99.
               10  GJ-TRL-CREDIT-TOTAL  PIC 9(13)V99.
               10  FILLER               PIC X(40).
