      *>   - the exception file's current record count;
      *>   - RECONCIL's machine-readable verdict record;
      *>   - the transfer-verification status record (absent until
      *>     the transfer has been acknowledged);
      *>   - O2CPROOF's order-to-cash chain verdict (register to
      *>     detail to AR feed to journal to sales history to
      *>     billing interface to order history), in the RECONVER
      *>     shape -- anything but CLEAN, or no verdict at all,
      *>     is ATTENTION.
      *> A single overall verdict -- PASS or ATTENTION -- prints at
      *> the top, with the supporting figures underneath.
       ENVIRONMENT DIVISION.
           SELECT XFER-STATUS-FILE ASSIGN TO "XFERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERSTAT-STATUS.
           SELECT O2C-VERDICT-FILE ASSIGN TO "O2CVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-O2CVER-STATUS.
           SELECT MORNING-REPORT-FILE ASSIGN TO "MORNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORNRPT-STATUS.
           05  XS-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(61).

      *> Same shape as RECONVER; the count is the links broken.
       FD  O2C-VERDICT-FILE.
       01  O2C-VERDICT-RECORD.
           05  OV-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  OV-VERDICT              PIC X(8).
           05  FILLER                  PIC X(1).
           05  OV-BREAK-COUNT          PIC 9(6).
           05  FILLER                  PIC X(54).

      *> Carriage-controlled print file, like TBLOUT: byte 1 is
      *> ANSI carriage control.
       FD  MORNING-REPORT-FILE.
       01  WS-EXCPIN-STATUS            PIC XX VALUE SPACES.
       01  WS-RECONVER-STATUS          PIC XX VALUE SPACES.
       01  WS-XFERSTAT-STATUS          PIC XX VALUE SPACES.
       01  WS-O2CVER-STATUS            PIC XX VALUE SPACES.
       01  WS-MORNRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
       01  WS-EXCEPTION-COUNT          PIC 9(6) VALUE 0.
       01  WS-RECON-VERDICT            PIC X(8) VALUE "MISSING ".
       01  WS-XFER-VERDICT             PIC X(8) VALUE "MISSING ".
       01  WS-O2C-VERDICT              PIC X(8) VALUE "MISSING ".
       01  WS-O2C-DATE                 PIC X(10) VALUE SPACES.
       01  WS-O2C-BREAKS               PIC 9(6) VALUE 0.
       01  WS-OVERALL-VERDICT          PIC X(9) VALUE "PASS".
       01  WS-MANIFEST-PRESENT         PIC X VALUE "N".
           88  WS-MANIFEST-WAS-READ    VALUE "Y".
           PERFORM GATHER-EXCEPTION-COUNT
           PERFORM GATHER-RECON-VERDICT
           PERFORM GATHER-XFER-STATUS
           PERFORM GATHER-O2C-VERDICT
           PERFORM DECIDE-OVERALL-VERDICT
           PERFORM PRINT-MORNING-PAGE
           IF WS-OVERALL-VERDICT NOT = "PASS"
               CLOSE XFER-STATUS-FILE
           END-IF.

       GATHER-O2C-VERDICT.
           OPEN INPUT O2C-VERDICT-FILE
           IF WS-O2CVER-STATUS = "00"
               READ O2C-VERDICT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OV-VERDICT TO WS-O2C-VERDICT
                       MOVE OV-RUN-DATE TO WS-O2C-DATE
                       IF OV-BREAK-COUNT NUMERIC
                           MOVE OV-BREAK-COUNT TO WS-O2C-BREAKS
                       END-IF
               END-READ
               CLOSE O2C-VERDICT-FILE
           END-IF.

      *> PASS only when the manifest shows a clean run, the audit
      *> log shows nothing failed, and reconciliation came back
      *> clean.  A missing or unhappy transfer acknowledgment also
      *> drops the page to ATTENTION -- "it left the building" is
      *> not "it arrived".  So does an order-to-cash chain that
      *> did not prove CLEAN.
       DECIDE-OVERALL-VERDICT.
           MOVE "PASS" TO WS-OVERALL-VERDICT
           IF NOT WS-MANIFEST-WAS-READ
           END-IF
           IF WS-XFER-VERDICT NOT = "OK      "
               MOVE "ATTENTION" TO WS-OVERALL-VERDICT
           END-IF
           IF WS-O2C-VERDICT NOT = "CLEAN   "
               MOVE "ATTENTION" TO WS-OVERALL-VERDICT
           END-IF.

       PRINT-MORNING-PAGE.
               DELIMITED BY SIZE INTO MR-DATA
           END-STRING
           PERFORM WRITE-MORNING-LINE
           MOVE SPACES TO MR-DATA
           IF WS-O2C-VERDICT = "MISSING "
               STRING "ORDER-TO-CASH CHAIN: MISSING - NO O2CPROOF "
                   "VERDICT"
                   DELIMITED BY SIZE INTO MR-DATA
               END-STRING
           ELSE
               STRING "ORDER-TO-CASH CHAIN: " WS-O2C-VERDICT
                   "  BUSINESS DATE " WS-O2C-DATE
                   "  LINKS BROKEN " WS-O2C-BREAKS
                   DELIMITED BY SIZE INTO MR-DATA
               END-STRING
           END-IF
           PERFORM WRITE-MORNING-LINE
           CLOSE MORNING-REPORT-FILE.

       WRITE-MORNING-LINE.
