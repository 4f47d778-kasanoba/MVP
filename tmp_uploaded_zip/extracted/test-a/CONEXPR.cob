       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONEXPR.

      *> Contract-expiry report.  A customer contract that lapses
      *> unnoticed drops the customer back to list price on the
      *> next night's invoices, and the first the sales rep hears
      *> of it is the customer's call.  This sweeps the CONTRACT
      *> file (CONTRACT-FD.cpy) and lists every contract whose
      *> expiry date falls from today through the next 30 days,
      *> soonest first, with the days it has left, the customer's
      *> name from CUSTMAST, the item, the sales agreement and the
      *> contract price -- the renewal worklist.  Open-ended
      *> contracts (blank expiry) never appear.  A contract whose
      *> expiry date cannot be read is listed separately under
      *> MT0998W and the run ends RC 4, since nobody can say when
      *> it stops pricing.  Read-only: nothing is updated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CONTRACT-SEL.
       COPY CUSTMAST-SEL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CONXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTRACT-FD.
       COPY CUSTMAST-FD.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-CONTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-CONXRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
      *> The window: today through today plus the horizon.
       01  WS-HORIZON-DAYS              PIC 999 VALUE 30.
       01  WS-HORIZON-INT               PIC 9(7) VALUE 0.
       01  WS-HORIZON-DIGITS            PIC 9(8) VALUE 0.
       01  WS-HORIZON-DIGIT-PARTS REDEFINES WS-HORIZON-DIGITS.
           05  WS-HD-YYYY               PIC 9(4).
           05  WS-HD-MM                 PIC 99.
           05  WS-HD-DD                 PIC 99.
       01  WS-HORIZON-TEXT              PIC X(10) VALUE SPACES.
      *> A YYYY-MM-DD text date taken apart for the day count.
       01  WS-DATE-PARTS.
           05  WS-DP-YYYY               PIC 9(4).
           05  WS-DP-MM                 PIC 99.
           05  WS-DP-DD                 PIC 99.
       01  WS-DATE-INT                  PIC 9(7) VALUE 0.
      *> Customer names from CUSTMAST.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-CUST-NAME-SHOWN           PIC X(30) VALUE SPACES.
      *> The contracts ending inside the window (status E) and
      *> those whose expiry cannot be read (status U), sorted
      *> for the report.
       01  WS-EX-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-STATUS         PIC X.
               10  WS-EX-EXPIRY-DATE    PIC X(10).
               10  WS-EX-CUSTOMER       PIC X(6).
               10  WS-EX-ITEM           PIC X(6).
               10  WS-EX-CONTRACT-ID    PIC X(10).
               10  WS-EX-PRICE          PIC 9(5)V99.
               10  WS-EX-DAYS-LEFT      PIC 999.
       01  WS-EX-COUNT                  PIC 9(4) VALUE 0.
       01  WS-EX-IDX                    PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-EX-HOLD                   PIC X(43) VALUE SPACES.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-EX-OVERFLOW               PIC X VALUE "N".
           88  WS-EX-HAS-OVERFLOWED     VALUE "Y".
       01  WS-CONTRACTS-READ            PIC 9(7) VALUE 0.
       01  WS-EXPIRING-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNREADABLE-COUNT          PIC 9(5) VALUE 0.
       01  WS-OPEN-ENDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-DAYS-DISPLAY              PIC ZZ9.
       01  WS-PRICE-DISPLAY             PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       CONEXPR-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                   + WS-TODAY-DD)
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS
           COMPUTE WS-HORIZON-DIGITS =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT)
           STRING WS-HD-YYYY "-" WS-HD-MM "-" WS-HD-DD
               DELIMITED BY SIZE INTO WS-HORIZON-TEXT
           END-STRING
           PERFORM LOAD-CUSTOMER-NAMES
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               MOVE "MT0997E" TO WS-OM-ID
               STRING "CONEXPR: CONTRACT FILE NOT AVAILABLE - "
                   "NO EXPIRY REPORT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ CONTRACT-PRICE-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTRACTS-READ
                       PERFORM JUDGE-ONE-CONTRACT
               END-READ
           END-PERFORM
           CLOSE CONTRACT-PRICE-FILE
           PERFORM SORT-BY-EXPIRY
           OPEN OUTPUT EXPIRY-REPORT-FILE
           PERFORM WRITE-THE-REPORT
           CLOSE EXPIRY-REPORT-FILE
           IF WS-UNREADABLE-COUNT > 0
               MOVE "MT0998W" TO WS-OM-ID
               STRING "CONEXPR: " WS-UNREADABLE-COUNT
                   " CONTRACT(S) WITH AN UNREADABLE EXPIRY DATE "
                   "- SEE CONXRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "MT0999I" TO WS-OM-ID
           STRING "CONEXPR: " WS-EXPIRING-COUNT
               " CONTRACT(S) END BY " WS-HORIZON-TEXT
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== CONEXPR END-OF-JOB SUMMARY ====="
           DISPLAY "WINDOW            : " WS-TODAY-TEXT " TO "
               WS-HORIZON-TEXT
           DISPLAY "CONTRACTS READ    : " WS-CONTRACTS-READ
           DISPLAY "OPEN-ENDED        : " WS-OPEN-ENDED-COUNT
           DISPLAY "EXPIRING          : " WS-EXPIRING-COUNT
           DISPLAY "UNREADABLE EXPIRY : " WS-UNREADABLE-COUNT
           DISPLAY "====================================="
           GOBACK.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CONEXPR: NO CUSTOMER MASTER - CUSTOMERS "
                   "LISTED WITHOUT NAMES"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 1000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-CUST-NUMBER (WS-CUST-COUNT)
                               MOVE CU-NAME
                                   TO WS-CUST-NAME (WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

      *> A blank expiry never ends; an expiry already past is
      *> history, not a renewal.  Only the window is kept.
       JUDGE-ONE-CONTRACT.
           EVALUATE TRUE
               WHEN CT-EXPIRY-DATE = SPACES
                   ADD 1 TO WS-OPEN-ENDED-COUNT
               WHEN CT-EXPIRY-DATE (1:4) NOT NUMERIC
                       OR CT-EXPIRY-DATE (5:1) NOT = "-"
                       OR CT-EXPIRY-DATE (6:2) NOT NUMERIC
                       OR CT-EXPIRY-DATE (8:1) NOT = "-"
                       OR CT-EXPIRY-DATE (9:2) NOT NUMERIC
                   ADD 1 TO WS-UNREADABLE-COUNT
                   PERFORM KEEP-ONE-CONTRACT
                   IF NOT WS-EX-HAS-OVERFLOWED
                       MOVE "U" TO WS-EX-STATUS (WS-EX-COUNT)
                   END-IF
               WHEN CT-EXPIRY-DATE < WS-TODAY-TEXT
                   CONTINUE
               WHEN CT-EXPIRY-DATE > WS-HORIZON-TEXT
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-EXPIRING-COUNT
                   PERFORM KEEP-ONE-CONTRACT
                   IF NOT WS-EX-HAS-OVERFLOWED
                       MOVE "E" TO WS-EX-STATUS (WS-EX-COUNT)
                       PERFORM COUNT-DAYS-LEFT
                   END-IF
           END-EVALUATE.

       KEEP-ONE-CONTRACT.
           IF WS-EX-COUNT >= 2000
               SET WS-EX-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-EX-COUNT
               MOVE CT-EXPIRY-DATE TO WS-EX-EXPIRY-DATE (WS-EX-COUNT)
               MOVE CT-CUSTOMER-NUMBER
                   TO WS-EX-CUSTOMER (WS-EX-COUNT)
               MOVE CT-ITEM-NUMBER TO WS-EX-ITEM (WS-EX-COUNT)
               MOVE CT-CONTRACT-ID TO WS-EX-CONTRACT-ID (WS-EX-COUNT)
               MOVE CT-CONTRACT-PRICE TO WS-EX-PRICE (WS-EX-COUNT)
               MOVE 0 TO WS-EX-DAYS-LEFT (WS-EX-COUNT)
           END-IF.

       COUNT-DAYS-LEFT.
           MOVE CT-EXPIRY-DATE (1:4) TO WS-DP-YYYY
           MOVE CT-EXPIRY-DATE (6:2) TO WS-DP-MM
           MOVE CT-EXPIRY-DATE (9:2) TO WS-DP-DD
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-DP-YYYY * 10000 + WS-DP-MM * 100 + WS-DP-DD)
           COMPUTE WS-EX-DAYS-LEFT (WS-EX-COUNT) =
               WS-DATE-INT - WS-TODAY-INT.

      *> Unreadable dates after the window; inside each group
      *> soonest expiry first, then customer and item.
       SORT-BY-EXPIRY.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX >= WS-EX-COUNT
                   COMPUTE WS-SWAP-IDX = WS-EX-IDX + 1
                   IF WS-EX-ENTRY (WS-EX-IDX)
                           > WS-EX-ENTRY (WS-SWAP-IDX)
                       MOVE WS-EX-ENTRY (WS-EX-IDX) TO WS-EX-HOLD
                       MOVE WS-EX-ENTRY (WS-SWAP-IDX)
                           TO WS-EX-ENTRY (WS-EX-IDX)
                       MOVE WS-EX-HOLD TO WS-EX-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-THE-REPORT.
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           STRING "CONTRACT EXPIRY REPORT - CONTRACTS ENDING "
               WS-TODAY-TEXT " THROUGH " WS-HORIZON-TEXT
               DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
           END-STRING
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           MOVE "EXPIRES" TO EXPIRY-REPORT-RECORD (1:7)
           MOVE "DAYS" TO EXPIRY-REPORT-RECORD (13:4)
           MOVE "CUSTOMER" TO EXPIRY-REPORT-RECORD (19:8)
           MOVE "NAME" TO EXPIRY-REPORT-RECORD (28:4)
           MOVE "ITEM" TO EXPIRY-REPORT-RECORD (60:4)
           MOVE "AGREEMENT" TO EXPIRY-REPORT-RECORD (68:9)
           MOVE "CONTRACT PRICE" TO EXPIRY-REPORT-RECORD (80:14)
           WRITE EXPIRY-REPORT-RECORD
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               PERFORM WRITE-ONE-CONTRACT-LINE
           END-PERFORM
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           IF WS-EXPIRING-COUNT = 0
               STRING "NO CONTRACT ENDS BY " WS-HORIZON-TEXT
                   DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
               END-STRING
           ELSE
               STRING "CONTRACTS ENDING BY " WS-HORIZON-TEXT
                   ": " WS-EXPIRING-COUNT
                   DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
               END-STRING
           END-IF
           WRITE EXPIRY-REPORT-RECORD
           IF WS-UNREADABLE-COUNT > 0
               MOVE SPACES TO EXPIRY-REPORT-RECORD
               STRING "CONTRACTS WITH AN UNREADABLE EXPIRY DATE: "
                   WS-UNREADABLE-COUNT
                   DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
               END-STRING
               WRITE EXPIRY-REPORT-RECORD
           END-IF
           IF WS-EX-HAS-OVERFLOWED
               MOVE SPACES TO EXPIRY-REPORT-RECORD
               STRING "*** MORE THAN 2000 CONTRACTS TO LIST - "
                   "THE LIST ABOVE IS INCOMPLETE ***"
                   DELIMITED BY SIZE INTO EXPIRY-REPORT-RECORD
               END-STRING
               WRITE EXPIRY-REPORT-RECORD
           END-IF.

       WRITE-ONE-CONTRACT-LINE.
           PERFORM FIND-CUSTOMER-NAME
           MOVE WS-EX-PRICE (WS-EX-IDX) TO WS-PRICE-DISPLAY
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           MOVE WS-EX-EXPIRY-DATE (WS-EX-IDX)
               TO EXPIRY-REPORT-RECORD (1:10)
           IF WS-EX-STATUS (WS-EX-IDX) = "E"
               MOVE WS-EX-DAYS-LEFT (WS-EX-IDX) TO WS-DAYS-DISPLAY
               MOVE WS-DAYS-DISPLAY TO EXPIRY-REPORT-RECORD (14:3)
           ELSE
               MOVE "???" TO EXPIRY-REPORT-RECORD (14:3)
           END-IF
           MOVE WS-EX-CUSTOMER (WS-EX-IDX)
               TO EXPIRY-REPORT-RECORD (19:6)
           MOVE WS-CUST-NAME-SHOWN TO EXPIRY-REPORT-RECORD (28:30)
           MOVE WS-EX-ITEM (WS-EX-IDX) TO EXPIRY-REPORT-RECORD (60:6)
           MOVE WS-EX-CONTRACT-ID (WS-EX-IDX)
               TO EXPIRY-REPORT-RECORD (68:10)
           MOVE WS-PRICE-DISPLAY TO EXPIRY-REPORT-RECORD (86:8)
           IF WS-EX-STATUS (WS-EX-IDX) NOT = "E"
               MOVE "EXPIRY DATE UNREADABLE"
                   TO EXPIRY-REPORT-RECORD (96:22)
           END-IF
           WRITE EXPIRY-REPORT-RECORD.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-EX-CUSTOMER (WS-EX-IDX)
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-CUST-NAME-SHOWN
           ELSE
               MOVE "*** NOT ON CUSTOMER MASTER ***"
                   TO WS-CUST-NAME-SHOWN
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM CONEXPR.
