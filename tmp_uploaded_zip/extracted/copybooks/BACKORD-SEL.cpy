      *> BACKORD-SEL.cpy
      *> FILE-CONTROL entry for the backorder queue: one record
      *> per order line ORDPRICE could not fill, carried forward
      *> night to night (BACKNEW, swapped in by the ORDPRICE JCL)
      *> until stock releases it.  COPY into INPUT-OUTPUT SECTION
      *> / FILE-CONTROL of the pricing run and of every report
      *> that needs what is committed to customers.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.
