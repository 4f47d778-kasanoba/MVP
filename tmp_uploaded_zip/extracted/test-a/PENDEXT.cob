       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDEXT.

      *> Nightly extract of the phone orders the ORDENTRY screen
      *> filed on the PENDORD cluster.  Every pending line goes
      *> onto PHNRAW in the ORDRAW capture layout, under its own
      *> H transmittal header (line count and quantity hash) --
      *> the JCL concatenates PHNRAW behind the capture system's
      *> ORDRAW, and ORDEDIT balances each transmittal the same
      *> way, so a phone order takes exactly the edit, sort and
      *> pricing path a captured one does.  No line is judged
      *> here: that is ORDEDIT's and ORDPRICE's business.
      *> An extracted line is marked X with the day it went.  A
      *> rerun on the same day extracts those lines again (the
      *> night's PHNRAW is rebuilt whole, never half); a later
      *> day's run does not.  Marked lines are dropped from the
      *> cluster once a week old.
      *> No PENDORD cluster is not fatal: an empty transmittal is
      *> written so the capture still balances and prices, the
      *> phone orders wait for the next night, and the run ends
      *> RC 4.  No PHNRAW is fatal (RC 8): last night's file must
      *> never be priced twice, and the JCL holds the edit on it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PENDORD-SEL.
           SELECT PHONE-RAW-FILE ASSIGN TO "PHNRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHNRAW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY PENDORD-FD.

      *> ORDEDIT's raw capture layout (see ORDEDIT): one H
      *> transmittal header first, then the D lines.
       FD  PHONE-RAW-FILE.
       01  PHONE-RAW-RECORD.
           05  PR-RECORD-TYPE           PIC X.
           05  PR-ORDER-NUMBER          PIC X(8).
           05  PR-ITEM-NUMBER           PIC X(6).
           05  PR-QUANTITY              PIC 9(5).
           05  PR-CUSTOMER-NUMBER       PIC X(6).
           05  PR-QUOTE-NUMBER          PIC X(8).
           05  PR-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(42).
       01  PHONE-HEADER-RECORD.
           05  FILLER                   PIC X.
           05  PR-HDR-LINE-COUNT        PIC 9(7).
           05  PR-HDR-QTY-HASH          PIC 9(9).
           05  FILLER                   PIC X(63).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-PENDORD-STATUS           PIC XX VALUE SPACES.
       01  WS-PHNRAW-STATUS            PIC XX VALUE SPACES.
       01  WS-PENDING-EOF              PIC X VALUE "N".
           88  WS-PENDING-AT-EOF       VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-TODAY-TEXT               PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                PIC 9(7) VALUE 0.
      *> Extracted lines are kept this many days for a rerun.
       01  WS-KEEP-DAYS                PIC 99 VALUE 7.
       01  WS-PURGE-INT                PIC 9(7) VALUE 0.
       01  WS-PURGE-DIGITS             PIC 9(8) VALUE 0.
       01  WS-PURGE-DIGIT-PARTS REDEFINES WS-PURGE-DIGITS.
           05  WS-PD-YYYY              PIC 9(4).
           05  WS-PD-MM                PIC 99.
           05  WS-PD-DD                PIC 99.
       01  WS-PURGE-TEXT               PIC X(10) VALUE SPACES.
       01  WS-LINE-TAKEN               PIC X VALUE "N".
           88  WS-LINE-IS-TAKEN        VALUE "Y".
       01  WS-LINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-QTY-HASH                 PIC 9(9) VALUE 0.
       01  WS-LINES-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-LINES-MARKED             PIC 9(7) VALUE 0.
       01  WS-LINES-DROPPED            PIC 9(7) VALUE 0.
       01  WS-ORDERS-WRITTEN           PIC 9(7) VALUE 0.
       01  WS-LAST-ORDER               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       PENDEXT-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           COMPUTE WS-PURGE-INT = WS-TODAY-INT - WS-KEEP-DAYS
           COMPUTE WS-PURGE-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-PURGE-INT)
           STRING WS-PD-YYYY "-" WS-PD-MM "-" WS-PD-DD
               DELIMITED BY SIZE INTO WS-PURGE-TEXT
           END-STRING
           OPEN OUTPUT PHONE-RAW-FILE
           IF WS-PHNRAW-STATUS NOT = "00"
               MOVE "MT1041E" TO WS-OM-ID
               STRING "PENDEXT: PHNRAW NOT AVAILABLE - PHONE "
                   "ORDERS NOT EXTRACTED, EDIT HELD"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PENDING-ORDER-FILE
           IF WS-PENDORD-STATUS NOT = "00"
               MOVE "MT1042W" TO WS-OM-ID
               STRING "PENDEXT: PENDORD NOT AVAILABLE - EMPTY "
                   "PHONE TRANSMITTAL WRITTEN, ORDERS WAIT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM WRITE-TRANSMITTAL-HEADER
               CLOSE PHONE-RAW-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COUNT-THE-LINES
           PERFORM WRITE-TRANSMITTAL-HEADER
           PERFORM EXTRACT-THE-LINES
           CLOSE PENDING-ORDER-FILE
           CLOSE PHONE-RAW-FILE
           DISPLAY "===== PENDEXT END-OF-JOB SUMMARY ====="
           DISPLAY "PHONE ORDERS EXTRACTED: " WS-ORDERS-WRITTEN
           DISPLAY "LINES EXTRACTED       : " WS-LINES-WRITTEN
           DISPLAY "QUANTITY HASH         : " WS-QTY-HASH
           DISPLAY "LINES NEWLY MARKED    : " WS-LINES-MARKED
           DISPLAY "OLD LINES DROPPED     : " WS-LINES-DROPPED
           DISPLAY "======================================"
           GOBACK.

      *> The header goes first, so the lines are counted in a
      *> pass of their own before any is written.
       COUNT-THE-LINES.
           PERFORM START-THE-SWEEP
           PERFORM UNTIL WS-PENDING-AT-EOF
               READ PENDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-PENDING-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-LINE
                       IF WS-LINE-IS-TAKEN
                           ADD 1 TO WS-LINE-COUNT
                           ADD PO-QUANTITY TO WS-QTY-HASH
                       END-IF
               END-READ
           END-PERFORM.

       EXTRACT-THE-LINES.
           PERFORM START-THE-SWEEP
           PERFORM UNTIL WS-PENDING-AT-EOF
               READ PENDING-ORDER-FILE NEXT RECORD
                   AT END
                       SET WS-PENDING-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-LINE
                       IF WS-LINE-IS-TAKEN
                           PERFORM WRITE-ONE-LINE
                       ELSE
                           IF PO-IS-EXTRACTED
                                   AND PO-EXTRACT-DATE
                                       < WS-PURGE-TEXT
                               DELETE PENDING-ORDER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-LINES-DROPPED
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> The sweep starts past the numbering control record.
       START-THE-SWEEP.
           MOVE "N" TO WS-PENDING-EOF
           MOVE "00000000000" TO PO-KEY
           START PENDING-ORDER-FILE KEY > PO-KEY
               INVALID KEY
                   SET WS-PENDING-AT-EOF TO TRUE
           END-START.

      *> Taken: every pending line, and a line already extracted
      *> today (a rerun).
       JUDGE-ONE-LINE.
           MOVE "N" TO WS-LINE-TAKEN
           IF PO-IS-PENDING
               SET WS-LINE-IS-TAKEN TO TRUE
           END-IF
           IF PO-IS-EXTRACTED AND PO-EXTRACT-DATE = WS-TODAY-TEXT
               SET WS-LINE-IS-TAKEN TO TRUE
           END-IF.

       WRITE-TRANSMITTAL-HEADER.
           MOVE SPACES TO PHONE-HEADER-RECORD
           MOVE "H" TO PR-RECORD-TYPE
           MOVE WS-LINE-COUNT TO PR-HDR-LINE-COUNT
           MOVE WS-QTY-HASH TO PR-HDR-QTY-HASH
           WRITE PHONE-HEADER-RECORD.

       WRITE-ONE-LINE.
           MOVE SPACES TO PHONE-RAW-RECORD
           MOVE "D" TO PR-RECORD-TYPE
           MOVE PO-ORDER-NUMBER TO PR-ORDER-NUMBER
           MOVE PO-ITEM-NUMBER TO PR-ITEM-NUMBER
           MOVE PO-QUANTITY TO PR-QUANTITY
           MOVE PO-CUSTOMER-NUMBER TO PR-CUSTOMER-NUMBER
           MOVE PO-QUOTE-NUMBER TO PR-QUOTE-NUMBER
           MOVE PO-SHIPTO-CODE TO PR-SHIPTO-CODE
           WRITE PHONE-RAW-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           IF PO-ORDER-NUMBER NOT = WS-LAST-ORDER
               ADD 1 TO WS-ORDERS-WRITTEN
               MOVE PO-ORDER-NUMBER TO WS-LAST-ORDER
           END-IF
           IF PO-IS-PENDING
               SET PO-IS-EXTRACTED TO TRUE
               MOVE WS-TODAY-TEXT TO PO-EXTRACT-DATE
               REWRITE PENDING-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINES-MARKED
               END-REWRITE
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM PENDEXT.
