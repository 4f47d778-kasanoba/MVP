      *> OPERAUTH-SEL.cpy
      *> FILE-CONTROL entry for the operator authority file
      *> (layout in OPERAUTH-FD.cpy): which operator ids may take
      *> which accountable actions -- MAIN's console SKIP / QUIT,
      *> rerun and deadline overrides, and the credit desk's
      *> hold releases on CREDHREL and write-off approvals.
      *> COPY into INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
