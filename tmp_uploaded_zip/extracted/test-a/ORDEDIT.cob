      *>     in out of order;
      *>   - and only then releases the clean ORDLINES to
      *>     pricing.
      *> Saved quotes: a line may carry the number of the quote
      *> the INQQUOTE screen issued for it.  The edit passes it
      *> through untouched -- whether the quote is good is the
      *> pricing run's judgement, against the quote file.
      *> Ship-to: a line may also carry the code of one of the
      *> customer's ship-to addresses (SHIPTO).  It passes
      *> through the same way; blank means the customer's default
      *> address, and whether the code is on file is the shipping
      *> run's judgement, before anything reaches the dock.
      *> Phone orders: the desk's ORDENTRY orders arrive as a
      *> second transmittal (PENDEXT's PHNRAW, concatenated behind
      *> the capture file), H header and all.  Every header's
      *> declared count and hash are added up and the lines
      *> balanced against the total, so the two files together
      *> must have arrived whole; how many transmittals there
      *> were goes on the report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
      *> The raw capture: one H transmittal header first, then
      *> the D lines in whatever order and condition they
      *> arrived -- once per transmittal on the file.
       FD  RAW-CAPTURE-FILE.
       01  RAW-CAPTURE-RECORD.
           05  RW-RECORD-TYPE           PIC X.
           05  RW-QUANTITY-NUM REDEFINES RW-QUANTITY
                                        PIC 9(5).
           05  RW-CUSTOMER-NUMBER       PIC X(6).
           05  RW-QUOTE-NUMBER          PIC X(8).
           05  RW-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(42).
       01  RAW-HEADER-RECORD.
           05  FILLER                   PIC X.
           05  RW-HDR-LINE-COUNT        PIC X(7).
           05  CL-ITEM-NUMBER           PIC X(6).
           05  CL-QUANTITY              PIC 9(5).
           05  CL-CUSTOMER-NUMBER       PIC X(6).
           05  CL-QUOTE-NUMBER          PIC X(8).
           05  CL-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(43).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD           PIC X(100).
           88  WS-HEADER-WAS-SEEN       VALUE "Y".
       01  WS-HDR-LINE-COUNT            PIC 9(7) VALUE 0.
       01  WS-HDR-QTY-HASH              PIC 9(9) VALUE 0.
       01  WS-HEADER-COUNT              PIC 9(3) VALUE 0.
      *> Balancing figures over the RAW lines, good and bad
      *> alike: the transmittal proves the FILE arrived whole
      *> before any editing judges its contents.
               10  WS-LN-ITEM           PIC X(6).
               10  WS-LN-QTY            PIC 9(5).
               10  WS-LN-CUSTOMER       PIC X(6).
               10  WS-LN-QUOTE          PIC X(8).
               10  WS-LN-SHIPTO         PIC X(4).
       01  WS-LINE-COUNT                PIC 9(5) VALUE 0.
       01  WS-LINE-IDX                  PIC 9(5) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(5) VALUE 0.
           05  WS-LH-ITEM               PIC X(6).
           05  WS-LH-QTY                PIC 9(5).
           05  WS-LH-CUSTOMER           PIC X(6).
           05  WS-LH-QUOTE              PIC X(8).
           05  WS-LH-SHIPTO             PIC X(4).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-WAS-UNSORTED              PIC X VALUE "N".
               CLOSE EDIT-REPORT-FILE
               GOBACK
           END-IF
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "TRANSMITTALS BALANCED: " WS-HEADER-COUNT
               "  LINES " WS-RAW-LINE-COUNT
               "  QUANTITY HASH " WS-RAW-QTY-HASH
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           END-STRING
           WRITE EDIT-REPORT-RECORD
           PERFORM SORT-BY-ORDER-NUMBER
           PERFORM RELEASE-CLEAN-LINES
           MOVE SPACES TO EDIT-REPORT-RECORD
           EVALUATE TRUE
               WHEN RW-IS-HEADER
                   SET WS-HEADER-WAS-SEEN TO TRUE
                   ADD 1 TO WS-HEADER-COUNT
                   IF RW-HDR-LINE-COUNT NUMERIC
                       ADD RW-HDR-LINE-COUNT-NUM
                           TO WS-HDR-LINE-COUNT
                   END-IF
                   IF RW-HDR-QTY-HASH NUMERIC
                       ADD RW-HDR-QTY-HASH-NUM
                           TO WS-HDR-QTY-HASH
                   END-IF
               WHEN RW-IS-LINE
                       TO WS-LN-QTY (WS-LINE-COUNT)
                   MOVE RW-CUSTOMER-NUMBER
                       TO WS-LN-CUSTOMER (WS-LINE-COUNT)
                   MOVE RW-QUOTE-NUMBER
                       TO WS-LN-QUOTE (WS-LINE-COUNT)
                   MOVE RW-SHIPTO-CODE
                       TO WS-LN-SHIPTO (WS-LINE-COUNT)
      *> Sequence watch: any line lower than its predecessor
      *> means the capture is out of order and the sort below
      *> will earn its keep.
                           = RW-QUANTITY-NUM
                       AND WS-LN-CUSTOMER (WS-SCAN-IDX)
                           = RW-CUSTOMER-NUMBER
                       AND WS-LN-QUOTE (WS-SCAN-IDX)
                           = RW-QUOTE-NUMBER
                       AND WS-LN-SHIPTO (WS-SCAN-IDX)
                           = RW-SHIPTO-CODE
                   SET WS-A-DUPLICATE-EXISTS TO TRUE
               END-IF
           END-PERFORM.
                   MOVE WS-LN-QTY (WS-LINE-IDX) TO CL-QUANTITY
                   MOVE WS-LN-CUSTOMER (WS-LINE-IDX)
                       TO CL-CUSTOMER-NUMBER
                   MOVE WS-LN-QUOTE (WS-LINE-IDX)
                       TO CL-QUOTE-NUMBER
                   MOVE WS-LN-SHIPTO (WS-LINE-IDX)
                       TO CL-SHIPTO-CODE
                   WRITE CLEAN-LINE-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
               END-PERFORM
