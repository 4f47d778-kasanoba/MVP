      *> ASTOUT-SEL.cpy
      *> FILE-CONTROL entry for the addition/subtraction table
      *> output file.  COPY alongside the FD in any program that
      *> PERFORMs the WRTAST.cpy paragraphs.
           SELECT AST-OUTPUT-FILE ASSIGN TO "ASTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASTOUT-STATUS.
