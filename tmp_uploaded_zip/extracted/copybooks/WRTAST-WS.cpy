      *> WRTAST-WS.cpy
      *> WORKING-STORAGE support for the shared addition and
      *> subtraction table paragraphs (see WRTAST.cpy and
      *> ASXWRT.cpy).  COPY this alongside ASTOUT-SEL/ASTOUT-FD
      *> and ASXTRACT-SEL/ASXTRACT-FD in any program that writes
      *> addition or subtraction table lines.
      *> Run-scope open flag for the shared table output file:
      *> EXTERNAL, like the connector itself, so the first of
      *> ADDGEN / SUBGEN to run opens ASTOUT and every later
      *> table just writes.  STOP RUN closes it at end of job.
       01  AST-OUTPUT-SHARE                        EXTERNAL.
           05  AST-OUTPUT-OPEN-FLAG                PIC X VALUE "N".
               88  AST-OUTPUT-IS-OPEN              VALUE "Y".
       01  WS-ASTOUT-STATUS                        PIC XX VALUE SPACES.
       01  WS-ASXTRACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-ASX-RUN-TIME                         PIC 9(8) VALUE 0.
       01  WS-AST-TODAY-DATE.
           05  WS-AST-TODAY-YYYY                   PIC 9(4).
           05  WS-AST-TODAY-MM                      PIC 99.
           05  WS-AST-TODAY-DD                      PIC 99.
       01  WS-AST-HEADER-LINE                       PIC X(80).
       01  WS-AST-TITLE-LINE                        PIC X(80).
       01  WS-AST-FOOTER-LINE                       PIC X(80).
      *> Table 99 over a full 1-99 factor range sums to 14751 on
      *> the addition side; seven digits matches the division
      *> footer's width.
       01  WS-AST-SUM                               PIC 9(7) VALUE 0.
       01  WS-AST-COUNT                             PIC 9(4) VALUE 0.
      *> AS-FACTOR can legitimately reach CTL-MULT-HIGH (99), the
      *> same width as AS-FACTOR itself, so an unconditional ADD 1
      *> at that boundary would wrap instead of exceeding it and
      *> loop forever.  This flag lets the loop stop exactly at
      *> CTL-MULT-HIGH without ever incrementing past it.
       01  WS-FACTOR-AT-END                         PIC X VALUE "N".
           88  WS-FACTOR-LOOP-DONE                  VALUE "Y".
