      *> ASTREC.cpy
      *> Shared record layout for the addition and subtraction
      *> table families, DIVREC.cpy's counterpart: one copybook so
      *> ADDGEN, SUBGEN and anything downstream reading ASTOUT or
      *> the ASXTRACT envelope agree on the fields.  Both families
      *> are built from the same fact -- TABLE + FACTOR = SUM --
      *> read forwards for addition (the sum is the result) and
      *> backwards for subtraction (SUM - TABLE = FACTOR, the
      *> factor is the result), the way the division sheets read
      *> the multiplication fact backwards.  AS-SUM is three
      *> digits: table 99 plus factor 99 runs to 198.
       01  AST-RECORD.
           05  AS-OPERATION                          PIC X.
               88  AS-IS-ADDITION                    VALUE "A".
               88  AS-IS-SUBTRACTION                 VALUE "S".
           05  AS-TABLE-NUMBER                       PIC 99.
           05  AS-FACTOR                             PIC 99.
           05  AS-SUM                                PIC 999.
           05  AS-RESULT                             PIC 999.
