      *> SLSREP-SEL.cpy
      *> FILE-CONTROL entry for the sales-rep master (layout in
      *> SLSREP-FD.cpy): each rep's name, payroll number and
      *> commission rates.  Customer maintenance validates the
      *> rep a customer is assigned to against it and the
      *> monthly commission run pays from it.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT SALES-REP-FILE ASSIGN TO "SLSREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSREP-STATUS.
