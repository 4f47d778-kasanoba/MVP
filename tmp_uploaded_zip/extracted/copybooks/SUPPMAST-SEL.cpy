      *> SUPPMAST-SEL.cpy
      *> FILE-CONTROL entry for the supplier master: one record
      *> per supplier purchasing buys from.  REPLEN validates the
      *> reorder parameters' supplier code against it, POBUILD
      *> takes the lead time from it, and the supplier scorecard
      *> names suppliers from it.  COPY into INPUT-OUTPUT SECTION
      *> / FILE-CONTROL of every reader, so they all agree on the
      *> one dataset.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPMAST-STATUS.
