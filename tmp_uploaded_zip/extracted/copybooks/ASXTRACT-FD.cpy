      *> ASXTRACT-FD.cpy
      *> Record layout for the addition/subtraction warehouse
      *> extract, PWXTRACT-FD.cpy's shape: a header with business
      *> date and run id, one detail per fact (operation, table,
      *> factor, and the result in COMP-3 like DW-RESULT), and a
      *> trailer with the detail count and a hashed total of
      *> AX-RESULT.  Kept apart from DWXTRACT, whose loaders all
      *> read multiplication facts and nothing else.  ASVALID
      *> proves detail against trailer before anything loads.
      *> EXTERNAL: one shared connector across ADDGEN and SUBGEN,
      *> opened once per run by whichever runs first.
       FD  AS-EXTRACT-FILE IS EXTERNAL
           RECORDING MODE IS F.
       01  AS-EXTRACT-RECORD.
           05  AX-RECORD-TYPE                       PIC X.
               88  AX-IS-HEADER                     VALUE "H".
               88  AX-IS-DETAIL                     VALUE "D".
               88  AX-IS-TRAILER                    VALUE "T".
           05  AX-RECORD-BODY                       PIC X(19).
           05  AX-DETAIL-VIEW REDEFINES AX-RECORD-BODY.
               10  AX-OPERATION                     PIC X.
               10  AX-TABLE-NUMBER                  PIC 99.
               10  AX-FACTOR                        PIC 99.
               10  AX-RESULT                        PIC S9(9) COMP-3.
               10  FILLER                           PIC X(9).
           05  AX-HEADER-VIEW REDEFINES AX-RECORD-BODY.
               10  AX-HDR-BUSINESS-DATE             PIC X(10).
               10  AX-HDR-RUN-ID                    PIC X(8).
               10  FILLER                           PIC X(1).
           05  AX-TRAILER-VIEW REDEFINES AX-RECORD-BODY.
               10  AX-TRL-RECORD-COUNT              PIC 9(9).
               10  AX-TRL-HASH-TOTAL                PIC S9(11)
                                                    COMP-3.
               10  FILLER                           PIC X(4).
