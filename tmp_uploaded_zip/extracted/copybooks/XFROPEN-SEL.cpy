      *> XFROPEN-SEL.cpy
      *> FILE-CONTROL entry for the open transfer-order file: one
      *> record per inter-warehouse transfer order, raised,
      *> shipped and received through WHXFER.  Carried as a
      *> master updated old-in / new-out (XFRNEW, swapped in by
      *> the JCL) the way the open-PO file is.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL of the transfer run
      *> and the replenishment scan, so they agree on the one
      *> dataset.
           SELECT TRANSFER-ORDER-FILE ASSIGN TO "XFROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFROPEN-STATUS.
