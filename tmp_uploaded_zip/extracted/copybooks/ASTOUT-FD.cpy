      *> ASTOUT-FD.cpy
      *> Record layout for the addition/subtraction table output
      *> file.  EXTERNAL, like DIVOUT: one shared file connector
      *> across ADDGEN and SUBGEN, so ASTOUT is opened once per
      *> run (by whichever of the two runs first) instead of once
      *> per table -- see OPEN-AST-OUTPUT in WRTAST.cpy.
       FD  AST-OUTPUT-FILE IS EXTERNAL.
       01  AST-OUTPUT-RECORD                         PIC X(80).
