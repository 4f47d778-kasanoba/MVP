      *> ASXTRACT-SEL.cpy
      *> FILE-CONTROL entry for the addition/subtraction warehouse
      *> extract.  COPY alongside the program's own SELECTs in
      *> ADDGEN and SUBGEN -- the two share one connector the way
      *> the powers family shares POWER-EXTRACT-FILE.
           SELECT AS-EXTRACT-FILE ASSIGN TO "ASXTRACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASXTRACT-STATUS.
