      *> POOPEN-SEL.cpy
      *> FILE-CONTROL entry for the open purchase-order file: one
      *> record per PO line, built by POBUILD from the SUGPO
      *> suggestions purchasing accepts, worked down by the
      *> RCVPOST receiving run, and billed down by the APMATCH
      *> invoice match.  Carried as a master updated
      *> old-in / new-out (PONEW, swapped in by the JCL) the way
      *> the AR ledger is.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL of the builder, the receiving run, and the
      *> replenishment scan, so they all agree on the one dataset.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOPEN-STATUS.
