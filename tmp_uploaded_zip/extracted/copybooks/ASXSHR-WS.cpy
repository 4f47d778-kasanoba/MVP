      *> ASXSHR-WS.cpy
      *> Run-scope open flag and trailer accumulators for the
      *> shared addition/subtraction extract connector, the
      *> PWXSHR-WS pattern: whichever of ADDGEN / SUBGEN runs
      *> first opens the file and writes the envelope header;
      *> every detail is counted and its result hashed here; and
      *> MAIN CALLs ASTRAIL at end of job to close the envelope on
      *> the same connector.  COPY alongside ASXTRACT-SEL and
      *> ASXTRACT-FD in the two writers, and on its own in MAIN.
       01  ASX-OUTPUT-SHARE                       EXTERNAL.
           05  ASX-OPEN-FLAG                      PIC X VALUE "N".
               88  ASX-OUTPUT-IS-OPEN             VALUE "Y".
           05  ASX-DETAIL-COUNT                   PIC 9(9) VALUE 0.
           05  ASX-HASH-TOTAL                     PIC S9(11) COMP-3
                                                  VALUE 0.
