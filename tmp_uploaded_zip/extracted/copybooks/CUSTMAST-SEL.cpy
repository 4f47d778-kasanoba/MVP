      *> FILE-CONTROL entry for the customer master (number, name,
      *> credit limit, open balance, status).  ORDPRICE validates
      *> every order against it; the AR posting run maintains the
      *> open balance, DUNNING sets the hold at final demand and
      *> CUSTMNT maintains everything else.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL of any program that
      *> reads or updates it.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-STATUS.
