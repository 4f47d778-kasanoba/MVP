      *> the amount accumulated this run is reported against the
      *> trailer total -- footer-to-fact-line balance, carried
      *> into the history.
      *> Control record: a clean run rewrites SLSCTL with the
      *> business date and the lines and gross that actually
      *> reached a history bucket (a line dropped because the
      *> history is full is not among them), so the order-to-cash
      *> chain proof (O2CPROOF) can tie the accumulation back to
      *> the INVDETL trailer without reading this job's SYSOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-HISTORY-FILE ASSIGN TO "SLSHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSHNEW-STATUS.
           SELECT SALES-CONTROL-FILE ASSIGN TO "SLSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD           PIC X(80).

      *> One record rewritten per clean run, the RECONVER way:
      *> the run's business date, then what was accumulated.
       FD  SALES-CONTROL-FILE.
       01  SALES-CONTROL-RECORD.
           05  CT-RUN-DATE              PIC X(10).
           05  FILLER                   PIC X(1).
           05  CT-LINES-POSTED          PIC 9(5).
           05  FILLER                   PIC X(1).
           05  CT-GROSS-POSTED          PIC 9(13)V99.
           05  FILLER                   PIC X(48).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-SLSHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SLSHNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-SLSCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
      *> The history in memory: item/month buckets, a few years
       01  WS-TRAILER-GROSS             PIC 9(13)V99 VALUE 0.
       01  WS-TRAILER-SEEN              PIC X VALUE "N".
           88  WS-TRAILER-WAS-SEEN      VALUE "Y".
       01  WS-TRAILER-DATE              PIC X(10) VALUE SPACES.
      *> What actually reached a bucket, for the control record.
       01  WS-ACCUM-COUNT               PIC 9(5) VALUE 0.
       01  WS-ACCUM-GROSS               PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.

       PROCEDURE DIVISION.
               GOBACK
           END-IF
           PERFORM WRITE-NEW-HISTORY
           PERFORM WRITE-SALES-CONTROL
           MOVE WS-DETAIL-GROSS TO WS-TOTAL-DISPLAY
           DISPLAY "===== SLSACCUM END-OF-JOB SUMMARY ====="
           DISPLAY "DETAIL LINES POSTED : " WS-DETAIL-COUNT
                                       TO WS-TRAILER-COUNT
                                   MOVE DL-EXTENDED-AMOUNT
                                       TO WS-TRAILER-GROSS
                                   MOVE DL-BUSINESS-DATE
                                       TO WS-TRAILER-DATE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               END-IF
           END-IF
           IF WS-THIS-SLOT > 0
               ADD 1 TO WS-ACCUM-COUNT
               ADD DL-EXTENDED-AMOUNT TO WS-ACCUM-GROSS
               ADD DL-QUANTITY TO WS-HS-UNITS (WS-THIS-SLOT)
               ADD DL-EXTENDED-AMOUNT
                   TO WS-HS-GROSS (WS-THIS-SLOT)
           END-PERFORM
           CLOSE NEW-HISTORY-FILE.

       WRITE-SALES-CONTROL.
           OPEN OUTPUT SALES-CONTROL-FILE
           IF WS-SLSCTL-STATUS = "00"
               MOVE SPACES TO SALES-CONTROL-RECORD
               MOVE WS-TRAILER-DATE TO CT-RUN-DATE
               MOVE WS-ACCUM-COUNT TO CT-LINES-POSTED
               MOVE WS-ACCUM-GROSS TO CT-GROSS-POSTED
               WRITE SALES-CONTROL-RECORD
               CLOSE SALES-CONTROL-FILE
           ELSE
               DISPLAY "SLSACCUM: SLSCTL NOT AVAILABLE - NO CONTROL "
                   "RECORD FOR THE CHAIN PROOF"
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
