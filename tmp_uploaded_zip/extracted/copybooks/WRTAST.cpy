      *> WRTAST.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the addition and
      *> subtraction tables, WRTDIV.cpy's counterpart.  COPY at
      *> the end of the PROCEDURE DIVISION of ADDGEN and SUBGEN,
      *> followed by COPY ASXWRT; the caller sets AS-OPERATION and
      *> AS-TABLE-NUMBER, then PERFORMs OPEN-AST-OUTPUT,
      *> WRITE-AST-HEADER, AST-FACTOR-SWEEP and WRITE-AST-FOOTER.
      *> Requires COPY ASTOUT-SEL and ASXTRACT-SEL (FILE-CONTROL),
      *> COPY ASTOUT-FD and ASXTRACT-FD (FILE SECTION), COPY
      *> CTLCARD, ASTREC, WRTAST-WS, ASXSHR-WS, RPTCTL and
      *> MSGCAT-WS (WORKING-STORAGE).
       WRITE-AST-HEADER.
           IF RPT-RUN-DATE = SPACES
               ACCEPT WS-AST-TODAY-DATE FROM DATE YYYYMMDD
               STRING WS-AST-TODAY-YYYY "-" WS-AST-TODAY-MM "-"
                   WS-AST-TODAY-DD
                   DELIMITED BY SIZE INTO RPT-RUN-DATE
               END-STRING
           END-IF
           ADD 1 TO RPT-PAGE-NUMBER
      *> Headings from the language catalog when loaded -- the
      *> addition/subtraction numbers are optional in a catalog,
      *> so a blank entry falls back to the English literal too.
           MOVE SPACES TO WS-AST-HEADER-LINE
           EVALUATE TRUE
               WHEN AS-IS-ADDITION AND CAT-IS-LOADED
                       AND CAT-TEXT (11) NOT = SPACES
                   MOVE CAT-TEXT (11) TO WS-AST-HEADER-LINE
               WHEN AS-IS-ADDITION
                   MOVE "ADDITION TABLE REFERENCE SHEET"
                       TO WS-AST-HEADER-LINE
               WHEN CAT-IS-LOADED AND CAT-TEXT (12) NOT = SPACES
                   MOVE CAT-TEXT (12) TO WS-AST-HEADER-LINE
               WHEN OTHER
                   MOVE "SUBTRACTION TABLE REFERENCE SHEET"
                       TO WS-AST-HEADER-LINE
           END-EVALUATE
           DISPLAY "1" WS-AST-HEADER-LINE
           MOVE SPACES TO WS-AST-HEADER-LINE
           IF CAT-IS-LOADED
               STRING FUNCTION TRIM (CAT-TEXT (7)) " " RPT-RUN-DATE
                   "   " FUNCTION TRIM (CAT-TEXT (8)) " "
                   RPT-PAGE-NUMBER
                   DELIMITED BY SIZE INTO WS-AST-HEADER-LINE
               END-STRING
           ELSE
               STRING "RUN DATE: " RPT-RUN-DATE
                   "   PAGE: " RPT-PAGE-NUMBER
                   DELIMITED BY SIZE INTO WS-AST-HEADER-LINE
               END-STRING
           END-IF
           DISPLAY " " WS-AST-HEADER-LINE
           MOVE SPACES TO WS-AST-TITLE-LINE
           EVALUATE TRUE
               WHEN AS-IS-ADDITION AND CAT-IS-LOADED
                       AND CAT-TEXT (13) NOT = SPACES
                   STRING FUNCTION TRIM (CAT-TEXT (13)) " "
                       AS-TABLE-NUMBER
                       DELIMITED BY SIZE INTO WS-AST-TITLE-LINE
                   END-STRING
               WHEN AS-IS-ADDITION
                   STRING "ADDITION OF " AS-TABLE-NUMBER
                       DELIMITED BY SIZE INTO WS-AST-TITLE-LINE
                   END-STRING
               WHEN CAT-IS-LOADED AND CAT-TEXT (14) NOT = SPACES
                   STRING FUNCTION TRIM (CAT-TEXT (14)) " "
                       AS-TABLE-NUMBER
                       DELIMITED BY SIZE INTO WS-AST-TITLE-LINE
                   END-STRING
               WHEN OTHER
                   STRING "SUBTRACTION OF " AS-TABLE-NUMBER
                       DELIMITED BY SIZE INTO WS-AST-TITLE-LINE
                   END-STRING
           END-EVALUATE
           DISPLAY " " WS-AST-TITLE-LINE
           DISPLAY " "
           MOVE 0 TO WS-AST-SUM
           MOVE 0 TO WS-AST-COUNT.

       OPEN-AST-OUTPUT.
      *> Once per run: the connector is EXTERNAL (ASTOUT-FD.cpy)
      *> and the open flag shared, so the first table to run
      *> opens ASTOUT and every later one just writes.  The
      *> extract envelope opens alongside it.  No matching close;
      *> STOP RUN closes both files at end of job.
           IF NOT AST-OUTPUT-IS-OPEN
               OPEN EXTEND AST-OUTPUT-FILE
               IF WS-ASTOUT-STATUS NOT = "00"
                   OPEN OUTPUT AST-OUTPUT-FILE
               END-IF
               SET AST-OUTPUT-IS-OPEN TO TRUE
           END-IF
           PERFORM OPEN-AS-EXTRACT.

      *> One line per factor from CTL-MULT-LOW through
      *> CTL-MULT-HIGH -- the same factor range the multiplication
      *> and exact division tables drill, so a table number means
      *> the same span of facts in every family.
       AST-FACTOR-SWEEP.
           MOVE CTL-MULT-LOW TO AS-FACTOR
           MOVE "N" TO WS-FACTOR-AT-END
           PERFORM UNTIL WS-FACTOR-LOOP-DONE
                   OR AS-FACTOR > CTL-MULT-HIGH
               COMPUTE AS-SUM = AS-TABLE-NUMBER + AS-FACTOR
               IF AS-IS-ADDITION
                   MOVE AS-SUM TO AS-RESULT
               ELSE
                   MOVE AS-FACTOR TO AS-RESULT
               END-IF
               PERFORM WRITE-AST-LINE
               IF AS-FACTOR >= CTL-MULT-HIGH
                   SET WS-FACTOR-LOOP-DONE TO TRUE
               ELSE
                   ADD 1 TO AS-FACTOR
               END-IF
           END-PERFORM.

       WRITE-AST-LINE.
           MOVE SPACES TO AST-OUTPUT-RECORD
           IF AS-IS-ADDITION
               DISPLAY AS-TABLE-NUMBER " + " AS-FACTOR
                   " = " AS-SUM
               STRING AS-TABLE-NUMBER " + " AS-FACTOR " = " AS-SUM
                   DELIMITED BY SIZE INTO AST-OUTPUT-RECORD
               END-STRING
           ELSE
               DISPLAY AS-SUM " - " AS-TABLE-NUMBER
                   " = " AS-FACTOR
               STRING AS-SUM " - " AS-TABLE-NUMBER " = " AS-FACTOR
                   DELIMITED BY SIZE INTO AST-OUTPUT-RECORD
               END-STRING
           END-IF
           WRITE AST-OUTPUT-RECORD
           PERFORM WRITE-AS-EXTRACT-DETAIL
           ADD AS-RESULT TO WS-AST-SUM
           ADD 1 TO WS-AST-COUNT.

       WRITE-AST-FOOTER.
           MOVE SPACES TO WS-AST-FOOTER-LINE
           STRING "CONTROL TOTAL: " WS-AST-SUM
               "   RECORD COUNT: " WS-AST-COUNT
               DELIMITED BY SIZE INTO WS-AST-FOOTER-LINE
           END-STRING
           DISPLAY " " WS-AST-FOOTER-LINE
           MOVE SPACES TO AST-OUTPUT-RECORD
           STRING WS-AST-FOOTER-LINE DELIMITED BY SIZE
               INTO AST-OUTPUT-RECORD
           END-STRING
           WRITE AST-OUTPUT-RECORD.
