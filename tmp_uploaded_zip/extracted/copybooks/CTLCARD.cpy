      *> language's headings at startup; see MSGCAT-WS.cpy.
           05  CTL-LANGUAGE                         PIC XX
               VALUE "EN".
      *> Arithmetic operations in play for the training families:
      *> up to four letters, M (multiplication), D (division),
      *> A (addition), S (subtraction), in any order.  The
      *> multiplication and division passes always run; A and S
      *> add the ADDGEN / SUBGEN passes to the dispatch.  WRKSHT
      *> deals practice problems from exactly the operations
      *> listed.  The card has no room left, so this is set only
      *> by the OPERATIONS keyword of a PROFLIB run profile; the
      *> default "MD" is the historical run and sheet mix.
           05  CTL-OPERATIONS                       PIC X(4)
               VALUE "MD".
