      *> CNTLIST-SEL.cpy
      *> FILE-CONTROL entry for the count list: one record per
      *> item printed on tonight's count sheets.  CNTSHEET writes
      *> it as it prints the sheets; CNTPOST reads it back so a
      *> count can only post for an item that was actually on a
      *> sheet, and so items nobody counted can be listed.  COPY
      *> into INPUT-OUTPUT SECTION / FILE-CONTROL of both.
           SELECT COUNT-LIST-FILE ASSIGN TO "CNTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTLIST-STATUS.
