      *> ORDACK-SEL.cpy
      *> FILE-CONTROL entry for the order-acknowledgment feed
      *> ORDPRICE writes at every order break: one O record per
      *> order with its disposition and totals, then an L record
      *> for every line the customer sent, accepted or not.  The
      *> ACKNOWL run turns it into the customer documents, print
      *> and electronic.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL.
           SELECT ORDER-ACK-FILE ASSIGN TO "ORDACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDACK-STATUS.
