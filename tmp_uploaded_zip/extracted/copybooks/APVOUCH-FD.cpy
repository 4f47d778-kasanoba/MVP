      *> APVOUCH-FD.cpy
      *> Record layout for the AP voucher file (see
      *> APVOUCH-SEL.cpy).  Wrapped per run in the same envelope
      *> discipline as the warehouse extract (DWXTRACT-FD.cpy): a
      *> header (business date and run identification) first,
      *> one detail per approved invoice line, and a trailer
      *> carrying the detail count and the total of
      *> AV-LINE-AMOUNT -- so payables can tell a complete file
      *> from a truncated one, and a double run shows up as two
      *> envelopes instead of as invoices paid twice.  Readers
      *> take only the AV-IS-DETAIL records as vouchers.
       FD  AP-VOUCHER-FILE
           RECORDING MODE IS F.
       01  AP-VOUCHER-RECORD.
           05  AV-RECORD-TYPE           PIC X.
               88  AV-IS-HEADER         VALUE "H".
               88  AV-IS-DETAIL         VALUE "D".
               88  AV-IS-TRAILER        VALUE "T".
           05  AV-RECORD-BODY           PIC X(99).
           05  AV-DETAIL-VIEW REDEFINES AV-RECORD-BODY.
               10  AV-SUPPLIER          PIC X(8).
               10  AV-INVOICE-NUMBER    PIC X(12).
               10  AV-INVOICE-DATE      PIC X(10).
               10  AV-PO-NUMBER         PIC X(8).
               10  AV-PO-LINE-NUMBER    PIC 9(3).
               10  AV-ITEM-NUMBER       PIC X(6).
               10  AV-QUANTITY          PIC 9(5).
      *> The supplier's invoiced price, which is what is paid;
      *> the PO's agreed cost rides alongside so a variance
      *> approved inside tolerance stays visible.
               10  AV-UNIT-PRICE        PIC 9(5)V99.
               10  AV-PO-UNIT-COST      PIC 9(5)V99.
               10  AV-LINE-AMOUNT       PIC 9(9)V99.
               10  FILLER               PIC X(22).
           05  AV-HEADER-VIEW REDEFINES AV-RECORD-BODY.
               10  AV-HDR-BUSINESS-DATE PIC X(10).
               10  AV-HDR-RUN-ID        PIC X(8).
               10  FILLER               PIC X(81).
           05  AV-TRAILER-VIEW REDEFINES AV-RECORD-BODY.
               10  AV-TRL-RECORD-COUNT  PIC 9(9).
               10  AV-TRL-AMOUNT-TOTAL  PIC 9(13)V99.
               10  FILLER               PIC X(75).
