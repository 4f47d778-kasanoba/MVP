      *> RCVHIST-SEL.cpy
      *> FILE-CONTROL entry for the cumulative receipts history:
      *> one record per dock receipt RCVPOST posted against a PO
      *> line.  Appended (EXTEND) every night -- the history is
      *> the point.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL of the receiving run and of every report
      *> that reads what actually arrived.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.
