      *> DUNHIST-SEL.cpy
      *> FILE-CONTROL entry for the dunning history (layout in
      *> DUNHIST-FD.cpy): one record per customer currently being
      *> dunned, carrying the last letter sent, so the weekly
      *> dunning run never sends the same letter twice.  The run
      *> writes it old-in / new-out.  COPY into INPUT-OUTPUT
      *> SECTION / FILE-CONTROL.
           SELECT DUNNING-HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.
