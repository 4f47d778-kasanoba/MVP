      *> APVOUCH-SEL.cpy
      *> FILE-CONTROL entry for the AP voucher file: the supplier
      *> invoice lines APMATCH approved against PO and receipt,
      *> for the payables system to pay.  Appended (EXTEND), one
      *> envelope per run.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL of the match run and of anything that
      *> reads the approved vouchers back.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APVOUCH-STATUS.
