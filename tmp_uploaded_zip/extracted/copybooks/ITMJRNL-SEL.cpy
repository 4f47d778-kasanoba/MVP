      *> ITMJRNL-SEL.cpy
      *> FILE-CONTROL entry for the cumulative item-master update
      *> journal (layout in ITMJRNL-FD.cpy).  ITMMAINT, the
      *> EMGSYNC correction fold-in, the RCVPOST receiving run and
      *> the CNTPOST count posting append to it; ITMRECOV replays
      *> it over a retained base copy to rebuild the master as
      *> of any business date.
      *> COPY into INPUT-OUTPUT SECTION / FILE-CONTROL of every
      *> writer and reader, so they all agree on the one dataset.
           SELECT ITEM-JOURNAL-FILE ASSIGN TO "ITMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMJRNL-STATUS.
