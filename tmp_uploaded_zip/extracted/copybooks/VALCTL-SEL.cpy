      *> VALCTL-SEL.cpy
      *> FILE-CONTROL entry for the inventory valuation control
      *> file: one record per month-end valuation run, appended
      *> (EXTEND), carrying the figures finance ties to the
      *> general ledger's inventory account.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL of the valuation run
      *> and of anything that reads the control figures back.
           SELECT VALUATION-CONTROL-FILE ASSIGN TO "VALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALCTL-STATUS.
