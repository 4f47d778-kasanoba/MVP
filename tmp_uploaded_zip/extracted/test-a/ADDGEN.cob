       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDGEN.

      *> Addition-table subprogram for the training desk's
      *> arithmetic refresher, built the way DIVGEN is: the table
      *> number arrives via LINKAGE from MAIN's dispatch list, so
      *> the same SUBLIST / subset selection that picks the
      *> multiplication and division tables picks these too.
      *> Each table writes TABLE + FACTOR = SUM for every factor
      *> in the CTL-MULT-LOW/CTL-MULT-HIGH range to the shared
      *> ASTOUT file under a CONTROL TOTAL footer, and every fact
      *> goes to the ASXTRACT envelope as well (see WRTAST.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ASTOUT-SEL.
       COPY ASXTRACT-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ASTOUT-FD.
       COPY ASXTRACT-FD.

       WORKING-STORAGE SECTION.
       COPY CTLCARD.
       COPY ASTREC.
       COPY WRTAST-WS.
       COPY ASXSHR-WS.
       COPY RPTCTL.
       COPY MSGCAT-WS.

       LINKAGE SECTION.
       01  LK-ADDEND                    PIC 99.

       PROCEDURE DIVISION USING LK-ADDEND.
       ADDGEN-MAIN.
           SET AS-IS-ADDITION TO TRUE
           MOVE LK-ADDEND TO AS-TABLE-NUMBER
           PERFORM OPEN-AST-OUTPUT
           PERFORM WRITE-AST-HEADER
           PERFORM AST-FACTOR-SWEEP
           PERFORM WRITE-AST-FOOTER
           GOBACK.

       COPY WRTAST.
       COPY ASXWRT.
       END PROGRAM ADDGEN.
