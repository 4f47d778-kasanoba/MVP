       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTRAIL.

      *> Addition/subtraction extract envelope closer, PWTRAIL's
      *> twin: the first of ADDGEN / SUBGEN to run opens the
      *> envelope with a header and the details are counted and
      *> hashed into the shared accumulators (ASXSHR-WS.cpy); MAIN
      *> CALLs this at end of job to write the trailer on the same
      *> shared EXTERNAL connector, so ASVALID can prove the file
      *> complete before the warehouse loads it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ASXTRACT-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ASXTRACT-FD.

       WORKING-STORAGE SECTION.
       COPY ASXSHR-WS.
       01  WS-ASXTRACT-STATUS          PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       ASTRAIL-MAIN.
           *> Only meaningful when an addition or subtraction
           *> table actually opened the extract this run.
           IF ASX-OUTPUT-IS-OPEN
               MOVE SPACES TO AS-EXTRACT-RECORD
               SET AX-IS-TRAILER TO TRUE
               MOVE ASX-DETAIL-COUNT TO AX-TRL-RECORD-COUNT
               MOVE ASX-HASH-TOTAL TO AX-TRL-HASH-TOTAL
               WRITE AS-EXTRACT-RECORD
               DISPLAY "ASTRAIL: ADD/SUB-EXTRACT TRAILER WRITTEN - "
                   ASX-DETAIL-COUNT " DETAIL RECORD(S)"
           END-IF
           GOBACK.

       END PROGRAM ASTRAIL.
