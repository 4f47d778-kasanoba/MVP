      *> PRCEVHLD-SEL.cpy
      *> FILE-CONTROL entry for the price-event hold file: every
      *> price-change event that could not be put on the
      *> price-events queue waits here, oldest first, for the
      *> PRCEVRTY retry step (see PRCEVPUT.cpy).  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT PRICE-EVENT-HOLD-FILE ASSIGN TO "PRCEVHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCEVHLD-STATUS.
