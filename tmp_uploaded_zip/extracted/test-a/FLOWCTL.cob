      *> return code 8, which the scheduler uses to HOLD the step;
      *> REPORT prints the one-page flow picture that replaces
      *> pulling twelve job logs in the morning.
      *> The ARPROOF gate: the nightly AR subledger proof writes
      *> its verdict to ARPRFVER, and the ORDPRICE step names
      *> the gate on FLOWDEF, so a ledger, customer master and
      *> activity journal that no longer agree hold the next
      *> night's credit checks until the proof is CLEAN again or
      *> a credit manager has REVIEWED it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-STATUS-FILE ASSIGN TO "XFERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERSTAT-STATUS.
           SELECT PROOF-VERDICT-FILE ASSIGN TO "ARPRFVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPRFVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> steps, and the handshake gate the step must find clean
      *> before it may start -- MANIFEST (RUNMANIF return code 0),
      *> RECONVER (reconciliation verdict CLEAN), XFERSTAT
      *> (transfer verdict OK), ARPROOF (AR proof verdict CLEAN
      *> or REVIEWED), or spaces for no gate.
       FD  FLOW-DEF-FILE.
       01  FLOW-DEF-RECORD.
           05  FD-STEP-NAME            PIC X(8).
           05  XS-STATUS               PIC X(8).
           05  FILLER                  PIC X(72).

      *> ARPROOF's verdict, in the RECONVER shape.
       FD  PROOF-VERDICT-FILE.
       01  PROOF-VERDICT-RECORD.
           05  PV-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  PV-VERDICT              PIC X(8).
           05  FILLER                  PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-FLOWCARD-STATUS          PIC XX VALUE SPACES.
       01  WS-FLOWDEF-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNMANIF-STATUS          PIC XX VALUE SPACES.
       01  WS-RECONVER-STATUS          PIC XX VALUE SPACES.
       01  WS-XFERSTAT-STATUS          PIC XX VALUE SPACES.
       01  WS-ARPRFVER-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
       01  WS-MODE                     PIC X(8) VALUE SPACES.
                   PERFORM CHECK-RECON-GATE
               WHEN "XFERSTAT"
                   PERFORM CHECK-XFER-GATE
               WHEN "ARPROOF "
                   PERFORM CHECK-PROOF-GATE
               WHEN OTHER
                   MOVE "MT0718E" TO WS-OM-ID
                   STRING "FLOWCTL: STEP " WS-STEP-NAME
               CLOSE XFER-STATUS-FILE
           END-IF.

       CHECK-PROOF-GATE.
           OPEN INPUT PROOF-VERDICT-FILE
           IF WS-ARPRFVER-STATUS = "00"
               READ PROOF-VERDICT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-VERDICT = "CLEAN   "
                               OR PV-VERDICT = "REVIEWED"
                           SET WS-GATE-IS-CLEAN TO TRUE
                       END-IF
               END-READ
               CLOSE PROOF-VERDICT-FILE
           END-IF.

       STAMP-STEP-START.
           PERFORM FIND-STEP-STATUS
           IF WS-THIS-STAT = 0 AND WS-STAT-COUNT < 30
