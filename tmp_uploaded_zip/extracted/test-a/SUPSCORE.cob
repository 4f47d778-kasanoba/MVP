       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCORE.

      *> Monthly supplier delivery scorecard.  The buyers used to
      *> argue with vendors from memory; this gives them our own
      *> numbers, one line per supplier for the month named on
      *> SCRCARD (YYYY-MM):
      *>   - on-time percentage: of the receipts RCVPOST posted in
      *>     the month (RCVHIST), the share that arrived on or
      *>     before their PO line's due date;
      *>   - average days late, over the late receipts only;
      *>   - fill rate: of the units ordered on PO lines due in
      *>     the month (POOPEN -- closed lines are kept on it), the
      *>     share received so far.
      *> Supplier names come from SUPPMAST; a supplier with
      *> activity but no master record still scores, under a
      *> placeholder name, so nothing drops off the card.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SUPPMAST-SEL.
       COPY RCVHIST-SEL.
       COPY POOPEN-SEL.
           SELECT SCORE-CARD-FILE ASSIGN TO "SCRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRCARD-STATUS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY SUPPMAST-FD.
       COPY RCVHIST-FD.
       COPY POOPEN-FD.

       FD  SCORE-CARD-FILE.
       01  SCORE-CARD-RECORD.
           05  SC-SCORE-MONTH           PIC X(7).
           05  FILLER                   PIC X(73).

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-SUPPMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-RCVHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-POOPEN-STATUS             PIC XX VALUE SPACES.
       01  WS-SCRCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-SCORERPT-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-SCORE-MONTH               PIC X(7) VALUE SPACES.
       01  WS-DATE-DIGITS.
           05  WS-DD-YYYY               PIC 9(4).
           05  WS-DD-MM                 PIC 99.
           05  WS-DD-DD                 PIC 99.
       01  WS-RECEIPT-INT               PIC 9(7) VALUE 0.
       01  WS-DUE-INT                   PIC 9(7) VALUE 0.
       01  WS-DAYS-LATE                 PIC S9(5) VALUE 0.
      *> One scorecard row per supplier seen in the month.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 500 TIMES.
               10  WS-SCORE-SUPPLIER    PIC X(8).
               10  WS-SCORE-RECEIPTS    PIC 9(5).
               10  WS-SCORE-ON-TIME     PIC 9(5).
               10  WS-SCORE-LATE        PIC 9(5).
               10  WS-SCORE-LATE-DAYS   PIC 9(7).
               10  WS-SCORE-LINES-DUE   PIC 9(5).
               10  WS-SCORE-UNITS-DUE   PIC 9(9).
               10  WS-SCORE-UNITS-RCVD  PIC 9(9).
       01  WS-SCORE-COUNT               PIC 9(4) VALUE 0.
       01  WS-SCORE-IDX                 PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SCORE-HOLD                PIC X(53).
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-SCORE-FOUND               PIC X VALUE "N".
           88  WS-SCORE-WAS-FOUND       VALUE "Y".
       01  WS-WANTED-SUPPLIER           PIC X(8) VALUE SPACES.
      *> Supplier names, for the report.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 500 TIMES.
               10  WS-SUPP-CODE         PIC X(8).
               10  WS-SUPP-NAME         PIC X(30).
       01  WS-SUPP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SUPP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SUPP-FOUND                PIC X VALUE "N".
           88  WS-SUPP-WAS-FOUND        VALUE "Y".
       01  WS-NAME-TEXT                 PIC X(30) VALUE SPACES.
       01  WS-ON-TIME-PCT               PIC 999V9 VALUE 0.
       01  WS-FILL-PCT                  PIC 999V9 VALUE 0.
       01  WS-AVG-LATE                  PIC 9(4)V9 VALUE 0.
       01  WS-PCT-DISPLAY-1             PIC ZZ9.9.
       01  WS-PCT-DISPLAY-2             PIC ZZ9.9.
       01  WS-LATE-DISPLAY              PIC ZZZ9.9.
       01  WS-TOTAL-RECEIPTS            PIC 9(7) VALUE 0.
       01  WS-TOTAL-ON-TIME             PIC 9(7) VALUE 0.
       01  WS-TOTAL-UNITS-DUE           PIC 9(11) VALUE 0.
       01  WS-TOTAL-UNITS-RCVD          PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       SUPSCORE-MAIN.
           PERFORM READ-SCORE-CARD
           PERFORM LOAD-SUPPLIER-NAMES
           PERFORM SCORE-THE-RECEIPTS
           PERFORM SCORE-THE-FILL
           PERFORM SORT-BY-SUPPLIER
           OPEN OUTPUT SCORECARD-REPORT-FILE
           IF WS-SCORERPT-STATUS NOT = "00"
               DISPLAY "*** SUPSCORE: SCORERPT NOT AVAILABLE ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-THE-SCORECARD
           CLOSE SCORECARD-REPORT-FILE
           DISPLAY "===== SUPSCORE END-OF-JOB SUMMARY ====="
           DISPLAY "SCORE MONTH         : " WS-SCORE-MONTH
           DISPLAY "SUPPLIERS SCORED    : " WS-SCORE-COUNT
           DISPLAY "RECEIPTS IN MONTH   : " WS-TOTAL-RECEIPTS
           DISPLAY "======================================="
           GOBACK.

       READ-SCORE-CARD.
           OPEN INPUT SCORE-CARD-FILE
           IF WS-SCRCARD-STATUS NOT = "00"
               MOVE "MT0922E" TO WS-OM-ID
               STRING "SUPSCORE: SCRCARD NOT AVAILABLE - "
                   "SCORECARD MONTH UNKNOWN"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ SCORE-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-SCORE-MONTH TO WS-SCORE-MONTH
           END-READ
           CLOSE SCORE-CARD-FILE
           IF WS-SCORE-MONTH = SPACES
               MOVE "MT0922E" TO WS-OM-ID
               STRING "SUPSCORE: NO MONTH ON SCRCARD - "
                   "SCORECARD NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-SUPPLIER-NAMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF WS-SUPPMAST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SUPPLIER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-SUPP-COUNT < 500
                               ADD 1 TO WS-SUPP-COUNT
                               MOVE SM-SUPPLIER
                                   TO WS-SUPP-CODE (WS-SUPP-COUNT)
                               MOVE SM-NAME
                                   TO WS-SUPP-NAME (WS-SUPP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       SCORE-THE-RECEIPTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = "00"
               MOVE "MT0923W" TO WS-OM-ID
               STRING "SUPSCORE: RCVHIST NOT AVAILABLE - "
                   "ON-TIME FIGURES ARE EMPTY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ RECEIPT-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RH-RECEIPT-DATE (1:7)
                                   = WS-SCORE-MONTH
                               PERFORM SCORE-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       SCORE-ONE-RECEIPT.
           MOVE RH-SUPPLIER TO WS-WANTED-SUPPLIER
           PERFORM FIND-SCORE-ROW
           IF WS-SCORE-IDX > 0
               ADD 1 TO WS-SCORE-RECEIPTS (WS-SCORE-IDX)
               ADD 1 TO WS-TOTAL-RECEIPTS
               IF RH-RECEIPT-DATE <= RH-DUE-DATE
                   ADD 1 TO WS-SCORE-ON-TIME (WS-SCORE-IDX)
                   ADD 1 TO WS-TOTAL-ON-TIME
               ELSE
                   ADD 1 TO WS-SCORE-LATE (WS-SCORE-IDX)
                   PERFORM WORK-OUT-DAYS-LATE
                   ADD WS-DAYS-LATE
                       TO WS-SCORE-LATE-DAYS (WS-SCORE-IDX)
               END-IF
           END-IF.

       WORK-OUT-DAYS-LATE.
           MOVE 0 TO WS-DAYS-LATE
           IF RH-RECEIPT-DATE (1:4) NUMERIC
                   AND RH-RECEIPT-DATE (6:2) NUMERIC
                   AND RH-RECEIPT-DATE (9:2) NUMERIC
                   AND RH-DUE-DATE (1:4) NUMERIC
                   AND RH-DUE-DATE (6:2) NUMERIC
                   AND RH-DUE-DATE (9:2) NUMERIC
               MOVE RH-RECEIPT-DATE (1:4) TO WS-DD-YYYY
               MOVE RH-RECEIPT-DATE (6:2) TO WS-DD-MM
               MOVE RH-RECEIPT-DATE (9:2) TO WS-DD-DD
               COMPUTE WS-RECEIPT-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DD-YYYY * 10000 + WS-DD-MM * 100
                       + WS-DD-DD)
               MOVE RH-DUE-DATE (1:4) TO WS-DD-YYYY
               MOVE RH-DUE-DATE (6:2) TO WS-DD-MM
               MOVE RH-DUE-DATE (9:2) TO WS-DD-DD
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-DD-YYYY * 10000 + WS-DD-MM * 100
                       + WS-DD-DD)
               COMPUTE WS-DAYS-LATE = WS-RECEIPT-INT - WS-DUE-INT
               IF WS-DAYS-LATE < 0
                   MOVE 0 TO WS-DAYS-LATE
               END-IF
           END-IF.

       SCORE-THE-FILL.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ PURCHASE-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF PO-DUE-DATE (1:7) = WS-SCORE-MONTH
                               PERFORM SCORE-ONE-LINE-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       SCORE-ONE-LINE-DUE.
           MOVE PO-SUPPLIER TO WS-WANTED-SUPPLIER
           PERFORM FIND-SCORE-ROW
           IF WS-SCORE-IDX > 0
               ADD 1 TO WS-SCORE-LINES-DUE (WS-SCORE-IDX)
               ADD PO-ORDER-QTY TO WS-SCORE-UNITS-DUE (WS-SCORE-IDX)
               ADD PO-RECEIVED-QTY
                   TO WS-SCORE-UNITS-RCVD (WS-SCORE-IDX)
               ADD PO-ORDER-QTY TO WS-TOTAL-UNITS-DUE
               ADD PO-RECEIVED-QTY TO WS-TOTAL-UNITS-RCVD
           END-IF.

       FIND-SCORE-ROW.
           MOVE "N" TO WS-SCORE-FOUND
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
                       OR WS-SCORE-WAS-FOUND
               IF WS-SCORE-SUPPLIER (WS-SCORE-IDX)
                       = WS-WANTED-SUPPLIER
                   SET WS-SCORE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SCORE-WAS-FOUND
               SUBTRACT 1 FROM WS-SCORE-IDX
           ELSE
               IF WS-SCORE-COUNT < 500
                   ADD 1 TO WS-SCORE-COUNT
                   MOVE WS-SCORE-COUNT TO WS-SCORE-IDX
                   MOVE WS-WANTED-SUPPLIER
                       TO WS-SCORE-SUPPLIER (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-RECEIPTS (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-ON-TIME (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-LATE (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-LATE-DAYS (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-LINES-DUE (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-UNITS-DUE (WS-SCORE-IDX)
                   MOVE 0 TO WS-SCORE-UNITS-RCVD (WS-SCORE-IDX)
               ELSE
                   MOVE 0 TO WS-SCORE-IDX
               END-IF
           END-IF.

       SORT-BY-SUPPLIER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                       UNTIL WS-SCORE-IDX >= WS-SCORE-COUNT
                   COMPUTE WS-SWAP-IDX = WS-SCORE-IDX + 1
                   IF WS-SCORE-SUPPLIER (WS-SCORE-IDX)
                           > WS-SCORE-SUPPLIER (WS-SWAP-IDX)
                       MOVE WS-SCORE-ENTRY (WS-SCORE-IDX)
                           TO WS-SCORE-HOLD
                       MOVE WS-SCORE-ENTRY (WS-SWAP-IDX)
                           TO WS-SCORE-ENTRY (WS-SCORE-IDX)
                       MOVE WS-SCORE-HOLD
                           TO WS-SCORE-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-THE-SCORECARD.
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "SUPPLIER DELIVERY SCORECARD - MONTH "
               WS-SCORE-MONTH
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING
           WRITE SCORECARD-REPORT-RECORD
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "SUPPLIER NAME                           "
               "RECEIPTS ON-TIME%  AVG-DAYS-LATE  LINES-DUE  "
               "FILL%"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING
           WRITE SCORECARD-REPORT-RECORD
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
                   UNTIL WS-SCORE-IDX > WS-SCORE-COUNT
               PERFORM PRINT-ONE-SUPPLIER
           END-PERFORM
           MOVE 0 TO WS-ON-TIME-PCT
           IF WS-TOTAL-RECEIPTS > 0
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-TOTAL-ON-TIME * 100 / WS-TOTAL-RECEIPTS
           END-IF
           MOVE 0 TO WS-FILL-PCT
           IF WS-TOTAL-UNITS-DUE > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-TOTAL-UNITS-RCVD * 100 / WS-TOTAL-UNITS-DUE
           END-IF
           MOVE WS-ON-TIME-PCT TO WS-PCT-DISPLAY-1
           MOVE WS-FILL-PCT TO WS-PCT-DISPLAY-2
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING "ALL SUPPLIERS  RECEIPTS " WS-TOTAL-RECEIPTS
               "  ON-TIME% " WS-PCT-DISPLAY-1
               "  FILL% " WS-PCT-DISPLAY-2
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING
           WRITE SCORECARD-REPORT-RECORD.

       PRINT-ONE-SUPPLIER.
           MOVE "*** NOT ON SUPPLIER MASTER ***" TO WS-NAME-TEXT
           MOVE "N" TO WS-SUPP-FOUND
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                       OR WS-SUPP-WAS-FOUND
               IF WS-SUPP-CODE (WS-SUPP-IDX)
                       = WS-SCORE-SUPPLIER (WS-SCORE-IDX)
                   SET WS-SUPP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SUPP-WAS-FOUND
               SUBTRACT 1 FROM WS-SUPP-IDX
               MOVE WS-SUPP-NAME (WS-SUPP-IDX) TO WS-NAME-TEXT
           END-IF
           MOVE 0 TO WS-ON-TIME-PCT
           IF WS-SCORE-RECEIPTS (WS-SCORE-IDX) > 0
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-SCORE-ON-TIME (WS-SCORE-IDX) * 100
                   / WS-SCORE-RECEIPTS (WS-SCORE-IDX)
           END-IF
           MOVE 0 TO WS-AVG-LATE
           IF WS-SCORE-LATE (WS-SCORE-IDX) > 0
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-SCORE-LATE-DAYS (WS-SCORE-IDX)
                   / WS-SCORE-LATE (WS-SCORE-IDX)
           END-IF
           MOVE 0 TO WS-FILL-PCT
           IF WS-SCORE-UNITS-DUE (WS-SCORE-IDX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-SCORE-UNITS-RCVD (WS-SCORE-IDX) * 100
                   / WS-SCORE-UNITS-DUE (WS-SCORE-IDX)
           END-IF
           MOVE WS-ON-TIME-PCT TO WS-PCT-DISPLAY-1
           MOVE WS-AVG-LATE TO WS-LATE-DISPLAY
           MOVE WS-FILL-PCT TO WS-PCT-DISPLAY-2
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING WS-SCORE-SUPPLIER (WS-SCORE-IDX) " "
               WS-NAME-TEXT " "
               WS-SCORE-RECEIPTS (WS-SCORE-IDX) "    "
               WS-PCT-DISPLAY-1 "         " WS-LATE-DISPLAY
               "      " WS-SCORE-LINES-DUE (WS-SCORE-IDX)
               "  " WS-PCT-DISPLAY-2
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING
           WRITE SCORECARD-REPORT-RECORD.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM SUPSCORE.
