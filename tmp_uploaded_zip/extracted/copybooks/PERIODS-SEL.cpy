      *> PERIODS-SEL.cpy
      *> FILE-CONTROL entry for the accounting-period control file
      *> (layout in PERIODS-FD.cpy): one record per accounting
      *> month, open or closed.  The posting runs read it through
      *> the shared PERCHK.cpy paragraphs; only the month-end
      *> close run (MECLOSE) changes it, old-in / new-out through
      *> PERNEW and the JCL swap.  COPY into INPUT-OUTPUT
      *> SECTION / FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
