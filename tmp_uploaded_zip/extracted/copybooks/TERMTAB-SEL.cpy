      *> TERMTAB-SEL.cpy
      *> FILE-CONTROL entry for the payment-terms table (layout in
      *> TERMTAB-FD.cpy): one record per terms code a customer may
      *> carry on CUSTMAST -- NET30, NET60, 2/10N30 and so on.
      *> Customer maintenance validates codes against it and the
      *> AR posting run turns a code into an open item's due date
      *> and discount window.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL.
           SELECT TERMS-TABLE-FILE ASSIGN TO "TERMTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMTAB-STATUS.
