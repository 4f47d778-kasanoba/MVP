      *> GLJRNL-SEL.cpy
      *> FILE-CONTROL entry for the daily general-ledger journal
      *> (layout in GLJRNL-FD.cpy) the GL interface run builds
      *> from the night's order-to-cash figures; it ships to the
      *> general ledger on the XFERJOB flow.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
