      *> ARCRDIN-SEL.cpy
      *> FILE-CONTROL entry for the signed AR credit feed (layout
      *> in ARCRDIN-FD.cpy).  The returns run writes credit memos
      *> to it, the ship-confirmation run writes short-pick
      *> credits to its own dataset under the same DD name, and
      *> ARPOST reads both (concatenated in its JCL) as negative
      *> open items.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL of every writer and of ARPOST.
           SELECT AR-CREDIT-FILE ASSIGN TO "ARCRDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCRDIN-STATUS.
