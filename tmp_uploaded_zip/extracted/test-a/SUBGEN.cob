       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBGEN.

      *> Subtraction-table subprogram, ADDGEN's companion in the
      *> way DIVGEN is MULTGEN's: the same TABLE + FACTOR = SUM
      *> facts read backwards, SUM - TABLE = FACTOR, for every
      *> factor in the CTL-MULT-LOW/CTL-MULT-HIGH range.  The
      *> table number arrives via LINKAGE from MAIN's dispatch
      *> list; output goes to the shared ASTOUT file under a
      *> CONTROL TOTAL footer and to the ASXTRACT envelope (see
      *> WRTAST.cpy).
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
       01  LK-SUBTRAHEND                PIC 99.

       PROCEDURE DIVISION USING LK-SUBTRAHEND.
       SUBGEN-MAIN.
           SET AS-IS-SUBTRACTION TO TRUE
           MOVE LK-SUBTRAHEND TO AS-TABLE-NUMBER
           PERFORM OPEN-AST-OUTPUT
           PERFORM WRITE-AST-HEADER
           PERFORM AST-FACTOR-SWEEP
           PERFORM WRITE-AST-FOOTER
           GOBACK.

       COPY WRTAST.
       COPY ASXWRT.
       END PROGRAM SUBGEN.
