      *> ASXWRT.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the addition/
      *> subtraction extract: COPY at the end of the PROCEDURE
      *> DIVISION of ADDGEN and SUBGEN, after WRTAST.  The caller
      *> fills AST-RECORD and PERFORMs OPEN-AS-EXTRACT once, then
      *> WRITE-AS-EXTRACT-DETAIL per fact (WRITE-AST-LINE does so).
      *> Requires COPY ASXTRACT-SEL (FILE-CONTROL), COPY
      *> ASXTRACT-FD (FILE SECTION), COPY ASXSHR-WS, COPY
      *> WRTAST-WS, COPY ASTREC and COPY RPTCTL (WORKING-STORAGE).
       OPEN-AS-EXTRACT.
      *> Once per run on the shared EXTERNAL connector, the
      *> OPEN-POWER-EXTRACT discipline: EXTEND so a restart
      *> appends a second envelope instead of erasing the first,
      *> and no matching close -- STOP RUN closes it.
           IF NOT ASX-OUTPUT-IS-OPEN
               OPEN EXTEND AS-EXTRACT-FILE
               IF WS-ASXTRACT-STATUS NOT = "00"
                   OPEN OUTPUT AS-EXTRACT-FILE
               END-IF
               SET ASX-OUTPUT-IS-OPEN TO TRUE
               PERFORM WRITE-ASX-HEADER-RECORD
           END-IF.

       WRITE-ASX-HEADER-RECORD.
           ACCEPT WS-ASX-RUN-TIME FROM TIME
           MOVE SPACES TO AS-EXTRACT-RECORD
           SET AX-IS-HEADER TO TRUE
           MOVE RPT-RUN-DATE TO AX-HDR-BUSINESS-DATE
           MOVE SPACES TO AX-HDR-RUN-ID
           STRING "R" WS-ASX-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO AX-HDR-RUN-ID
           END-STRING
           WRITE AS-EXTRACT-RECORD
           MOVE 0 TO ASX-DETAIL-COUNT
           MOVE 0 TO ASX-HASH-TOTAL.

       WRITE-AS-EXTRACT-DETAIL.
           MOVE SPACES TO AS-EXTRACT-RECORD
           SET AX-IS-DETAIL TO TRUE
           MOVE AS-OPERATION TO AX-OPERATION
           MOVE AS-TABLE-NUMBER TO AX-TABLE-NUMBER
           MOVE AS-FACTOR TO AX-FACTOR
           MOVE AS-RESULT TO AX-RESULT
           WRITE AS-EXTRACT-RECORD
           ADD 1 TO ASX-DETAIL-COUNT
           ADD AS-RESULT TO ASX-HASH-TOTAL.
