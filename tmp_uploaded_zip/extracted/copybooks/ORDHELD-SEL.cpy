      *> ORDHELD-SEL.cpy
      *> FILE-CONTROL entry for the night's credit-held orders
      *> (layout in ORDHELD-FD.cpy): ORDPRICE diverts an over-
      *> limit order to it whole, and the CREDHREL credit-hold
      *> release run takes each night's holds onto its carried
      *> queue.  COPY into INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT HELD-ORDERS-FILE ASSIGN TO "ORDHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHELD-STATUS.
