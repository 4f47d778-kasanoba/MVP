       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.

      *> Supplier-invoice three-way match.  Invoices used to be
      *> checked by eye against paper; this reads the invoice
      *> lines keyed from the suppliers' bills (SUPINV: supplier,
      *> invoice number and date, PO number, item, quantity,
      *> unit price) and matches each to its open-PO line:
      *>   - price: the invoiced unit price against the line's
      *>     agreed PO-UNIT-COST, within the percentage on
      *>     APMCARD (default 2.00%);
      *>   - quantity: the invoiced quantity against what has
      *>     been received on the line and not yet invoiced
      *>     (PO-RECEIVED-QTY less PO-INVOICED-QTY), within the
      *>     unit allowance on APMCARD (default none).
      *> A line inside both tolerances is approved onto the AP
      *> voucher file in its H/D/T envelope (APVOUCH-FD.cpy) and
      *> billed down on the PO line, old-file-in / new-file-out
      *> (POOPEN in, PONEW out, swapped in by the JCL) so the
      *> same receipt cannot be paid twice.  Price variances,
      *> quantity variances, goods not yet received, and lines
      *> quoting no PO line or the wrong supplier go to the
      *> match-exception report for the buyer; nothing is
      *> vouchered for them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY POOPEN-SEL.
       COPY APVOUCH-SEL.
           SELECT MATCH-CARD-FILE ASSIGN TO "APMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APMCARD-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SUPINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINV-STATUS.
           SELECT NEW-PO-FILE ASSIGN TO "PONEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONEW-STATUS.
           SELECT MATCH-EXCEPTION-FILE ASSIGN TO "APMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APMEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY POOPEN-FD.
       COPY APVOUCH-FD.

      *> Price tolerance as a percentage with two decimals
      *> (0200 = 2.00%), quantity allowance in units.
       FD  MATCH-CARD-FILE.
       01  MATCH-CARD-RECORD.
           05  MC-PRICE-TOLERANCE       PIC X(4).
           05  MC-PRICE-TOLERANCE-NUM REDEFINES MC-PRICE-TOLERANCE
                                        PIC 99V99.
           05  MC-QTY-TOLERANCE         PIC X(5).
           05  MC-QTY-TOLERANCE-NUM REDEFINES MC-QTY-TOLERANCE
                                        PIC 9(5).
           05  FILLER                   PIC X(71).

      *> One record per invoice line keyed from the supplier's
      *> bill.
       FD  SUPPLIER-INVOICE-FILE.
       01  SUPPLIER-INVOICE-RECORD.
           05  SI-SUPPLIER              PIC X(8).
           05  SI-INVOICE-NUMBER        PIC X(12).
           05  SI-INVOICE-DATE          PIC X(10).
           05  SI-PO-NUMBER             PIC X(8).
           05  SI-ITEM-NUMBER           PIC X(6).
           05  SI-QUANTITY              PIC X(5).
           05  SI-QUANTITY-NUM REDEFINES SI-QUANTITY
                                        PIC 9(5).
           05  SI-UNIT-PRICE            PIC X(7).
           05  SI-UNIT-PRICE-NUM REDEFINES SI-UNIT-PRICE
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(24).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD                PIC X(100).

       FD  MATCH-EXCEPTION-FILE.
       01  MATCH-EXCEPTION-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-POOPEN-STATUS             PIC XX VALUE SPACES.
       01  WS-APVOUCH-STATUS            PIC XX VALUE SPACES.
       01  WS-APMCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-SUPINV-STATUS             PIC XX VALUE SPACES.
       01  WS-PONEW-STATUS              PIC XX VALUE SPACES.
       01  WS-APMEXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-PRICE-TOLERANCE           PIC 99V99 VALUE 2.00.
       01  WS-QTY-TOLERANCE             PIC 9(5) VALUE 0.
      *> The open-PO file in memory, billed down by the invoices
      *> and written back whole.
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 3000 TIMES.
               10  WS-PO-IMAGE          PIC X(100).
       01  WS-PO-COUNT                  PIC 9(4) VALUE 0.
       01  WS-PO-IDX                    PIC 9(4) VALUE 0.
       01  WS-FIRST-LINE-IDX            PIC 9(4) VALUE 0.
       01  WS-BILLABLE-LINE-IDX         PIC 9(4) VALUE 0.
       01  WS-UNBILLED-QTY              PIC 9(5) VALUE 0.
       01  WS-ALLOWED-QTY               PIC 9(6) VALUE 0.
       01  WS-PRICE-VARIANCE            PIC S9(5)V99 VALUE 0.
       01  WS-PRICE-ALLOWED             PIC 9(5)V9(4) VALUE 0.
       01  WS-LINE-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-EXCEPTION-REASON          PIC X(36) VALUE SPACES.
       01  WS-TOLERANCE-DISPLAY         PIC Z9.99.
       01  WS-COST-DISPLAY              PIC Z(4)9.99.
       01  WS-AMOUNT-DISPLAY            PIC Z(8)9.99.
      *> Envelope accumulators, as the warehouse extract keeps
      *> them.
       01  WS-VOUCHER-COUNT             PIC 9(9) VALUE 0.
       01  WS-VOUCHER-TOTAL             PIC 9(13)V99 VALUE 0.
       01  WS-LINES-READ                PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-PRICE-EXCP-COUNT          PIC 9(5) VALUE 0.
       01  WS-QTY-EXCP-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNRECEIVED-COUNT          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       APMATCH-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-MATCH-CARD
           PERFORM LOAD-THE-OPEN-POS
      *> Every output is opened before anything is approved: a
      *> voucher must never go out without its line being
      *> billed down.
           OPEN OUTPUT NEW-PO-FILE
           OPEN OUTPUT MATCH-EXCEPTION-FILE
           OPEN EXTEND AP-VOUCHER-FILE
           IF WS-APVOUCH-STATUS NOT = "00"
               OPEN OUTPUT AP-VOUCHER-FILE
           END-IF
           IF WS-PONEW-STATUS NOT = "00"
                   OR WS-APMEXCP-STATUS NOT = "00"
                   OR WS-APVOUCH-STATUS NOT = "00"
               MOVE "MT0928E" TO WS-OM-ID
               STRING "APMATCH: PONEW, APVOUCH OR APMEXCP NOT "
                   "AVAILABLE - MATCH RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PRICE-TOLERANCE TO WS-TOLERANCE-DISPLAY
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "INVOICE MATCH EXCEPTIONS - " WS-TODAY-TEXT
               "  PRICE TOLERANCE " WS-TOLERANCE-DISPLAY
               "%  QUANTITY ALLOWANCE " WS-QTY-TOLERANCE
               DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
           END-STRING
           WRITE MATCH-EXCEPTION-RECORD
           PERFORM WRITE-VOUCHER-HEADER
           PERFORM MATCH-THE-INVOICES
           PERFORM WRITE-VOUCHER-TRAILER
           CLOSE AP-VOUCHER-FILE
           PERFORM WRITE-THE-NEW-PO-FILE
           CLOSE MATCH-EXCEPTION-FILE
           MOVE WS-VOUCHER-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "===== APMATCH END-OF-JOB SUMMARY ====="
           DISPLAY "INVOICE LINES READ  : " WS-LINES-READ
           DISPLAY "LINES VOUCHERED     : " WS-VOUCHER-COUNT
           DISPLAY "VOUCHERED AMOUNT    : " WS-AMOUNT-DISPLAY
           DISPLAY "PRICE VARIANCES     : " WS-PRICE-EXCP-COUNT
           DISPLAY "QUANTITY VARIANCES  : " WS-QTY-EXCP-COUNT
           DISPLAY "NOT YET RECEIVED    : " WS-UNRECEIVED-COUNT
           DISPLAY "ALL EXCEPTIONS      : " WS-EXCEPTION-COUNT
           DISPLAY "======================================"
           IF WS-EXCEPTION-COUNT > 0
               MOVE "MT0931W" TO WS-OM-ID
               STRING "APMATCH: " WS-EXCEPTION-COUNT
                   " INVOICE LINE(S) NOT MATCHED - SEE APMEXCP"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-MATCH-CARD.
           OPEN INPUT MATCH-CARD-FILE
           IF WS-APMCARD-STATUS = "00"
               READ MATCH-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-PRICE-TOLERANCE NUMERIC
                           MOVE MC-PRICE-TOLERANCE-NUM
                               TO WS-PRICE-TOLERANCE
                       END-IF
                       IF MC-QTY-TOLERANCE NUMERIC
                           MOVE MC-QTY-TOLERANCE-NUM
                               TO WS-QTY-TOLERANCE
                       END-IF
               END-READ
               CLOSE MATCH-CARD-FILE
           END-IF.

       LOAD-THE-OPEN-POS.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS NOT = "00"
               MOVE "MT0929E" TO WS-OM-ID
               STRING "APMATCH: POOPEN NOT AVAILABLE - "
                   "MATCH RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ PURCHASE-ORDER-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-PO-COUNT < 3000
                           ADD 1 TO WS-PO-COUNT
      *> Lines built before invoices were tracked carry spaces
      *> where the invoiced quantity now sits.
                           IF PO-INVOICED-QTY NOT NUMERIC
                               MOVE 0 TO PO-INVOICED-QTY
                           END-IF
                           MOVE PURCHASE-ORDER-RECORD
                               TO WS-PO-IMAGE (WS-PO-COUNT)
                       ELSE
      *> A file past the table would lose lines on the rewrite:
      *> refuse the run rather than truncate the open POs.
                           MOVE "MT0930E" TO WS-OM-ID
                           STRING "APMATCH: POOPEN EXCEEDS 3000 "
                               "LINES - MATCH RUN ABANDONED"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

       WRITE-VOUCHER-HEADER.
           MOVE SPACES TO AP-VOUCHER-RECORD
           SET AV-IS-HEADER TO TRUE
           MOVE WS-TODAY-TEXT TO AV-HDR-BUSINESS-DATE
           MOVE "APMATCH" TO AV-HDR-RUN-ID
           WRITE AP-VOUCHER-RECORD.

       WRITE-VOUCHER-TRAILER.
           MOVE SPACES TO AP-VOUCHER-RECORD
           SET AV-IS-TRAILER TO TRUE
           MOVE WS-VOUCHER-COUNT TO AV-TRL-RECORD-COUNT
           MOVE WS-VOUCHER-TOTAL TO AV-TRL-AMOUNT-TOTAL
           WRITE AP-VOUCHER-RECORD.

       MATCH-THE-INVOICES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SUPPLIER-INVOICE-FILE
           IF WS-SUPINV-STATUS NOT = "00"
               DISPLAY "APMATCH: NO SUPINV FILE - NO INVOICES "
                   "TONIGHT"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM MATCH-ONE-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.

       MATCH-ONE-INVOICE-LINE.
           MOVE 0 TO WS-PO-IDX
           IF SI-QUANTITY NOT NUMERIC OR SI-QUANTITY-NUM = 0
                   OR SI-UNIT-PRICE NOT NUMERIC
               MOVE "QUANTITY OR PRICE NOT NUMERIC"
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-MATCH-EXCEPTION
           ELSE
               PERFORM FIND-THE-PO-LINE
               IF WS-PO-IDX = 0
                   MOVE "NO PO LINE FOR THIS ITEM"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-MATCH-EXCEPTION
               ELSE
                   PERFORM JUDGE-THE-LINE
               END-IF
           END-IF.

       FIND-THE-PO-LINE.
           *> A PO can carry an item on more than one line; the
           *> first with received goods still unbilled is the one
           *> the invoice pays for, else the first line at all.
           MOVE 0 TO WS-FIRST-LINE-IDX
           MOVE 0 TO WS-BILLABLE-LINE-IDX
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                       OR WS-BILLABLE-LINE-IDX > 0
               MOVE WS-PO-IMAGE (WS-PO-IDX)
                   TO PURCHASE-ORDER-RECORD
               IF PO-NUMBER = SI-PO-NUMBER
                       AND PO-ITEM-NUMBER = SI-ITEM-NUMBER
                   IF WS-FIRST-LINE-IDX = 0
                       MOVE WS-PO-IDX TO WS-FIRST-LINE-IDX
                   END-IF
                   IF PO-RECEIVED-QTY > PO-INVOICED-QTY
                       MOVE WS-PO-IDX TO WS-BILLABLE-LINE-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BILLABLE-LINE-IDX > 0
               MOVE WS-BILLABLE-LINE-IDX TO WS-PO-IDX
           ELSE
               MOVE WS-FIRST-LINE-IDX TO WS-PO-IDX
           END-IF.

       JUDGE-THE-LINE.
           MOVE WS-PO-IMAGE (WS-PO-IDX) TO PURCHASE-ORDER-RECORD
           COMPUTE WS-UNBILLED-QTY =
               PO-RECEIVED-QTY - PO-INVOICED-QTY
           COMPUTE WS-ALLOWED-QTY =
               WS-UNBILLED-QTY + WS-QTY-TOLERANCE
           COMPUTE WS-PRICE-VARIANCE =
               SI-UNIT-PRICE-NUM - PO-UNIT-COST
           IF WS-PRICE-VARIANCE < 0
               COMPUTE WS-PRICE-VARIANCE = 0 - WS-PRICE-VARIANCE
           END-IF
           COMPUTE WS-PRICE-ALLOWED =
               PO-UNIT-COST * WS-PRICE-TOLERANCE / 100
           EVALUATE TRUE
               WHEN PO-SUPPLIER NOT = SI-SUPPLIER
                   MOVE "SUPPLIER DOES NOT MATCH THE PO"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-MATCH-EXCEPTION
               WHEN PO-RECEIVED-QTY = 0
                   ADD 1 TO WS-UNRECEIVED-COUNT
                   MOVE "GOODS NOT YET RECEIVED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-MATCH-EXCEPTION
               WHEN WS-PRICE-VARIANCE > WS-PRICE-ALLOWED
                   ADD 1 TO WS-PRICE-EXCP-COUNT
                   MOVE "PRICE VARIANCE OUTSIDE TOLERANCE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-MATCH-EXCEPTION
               WHEN SI-QUANTITY-NUM > WS-ALLOWED-QTY
                   ADD 1 TO WS-QTY-EXCP-COUNT
                   MOVE "QUANTITY EXCEEDS RECEIVED UNBILLED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-MATCH-EXCEPTION
               WHEN OTHER
                   PERFORM APPROVE-THE-LINE
           END-EVALUATE.

       APPROVE-THE-LINE.
           COMPUTE WS-LINE-AMOUNT =
               SI-QUANTITY-NUM * SI-UNIT-PRICE-NUM
           MOVE SPACES TO AP-VOUCHER-RECORD
           SET AV-IS-DETAIL TO TRUE
           MOVE SI-SUPPLIER TO AV-SUPPLIER
           MOVE SI-INVOICE-NUMBER TO AV-INVOICE-NUMBER
           MOVE SI-INVOICE-DATE TO AV-INVOICE-DATE
           MOVE PO-NUMBER TO AV-PO-NUMBER
           MOVE PO-LINE-NUMBER TO AV-PO-LINE-NUMBER
           MOVE PO-ITEM-NUMBER TO AV-ITEM-NUMBER
           MOVE SI-QUANTITY-NUM TO AV-QUANTITY
           MOVE SI-UNIT-PRICE-NUM TO AV-UNIT-PRICE
           MOVE PO-UNIT-COST TO AV-PO-UNIT-COST
           MOVE WS-LINE-AMOUNT TO AV-LINE-AMOUNT
           WRITE AP-VOUCHER-RECORD
           ADD 1 TO WS-VOUCHER-COUNT
           ADD WS-LINE-AMOUNT TO WS-VOUCHER-TOTAL
      *> An invoice inside the quantity allowance may bill past
      *> what was received; the line is billed down to its
      *> received quantity at most.
           IF SI-QUANTITY-NUM > WS-UNBILLED-QTY
               MOVE PO-RECEIVED-QTY TO PO-INVOICED-QTY
           ELSE
               ADD SI-QUANTITY-NUM TO PO-INVOICED-QTY
           END-IF
           MOVE PURCHASE-ORDER-RECORD TO WS-PO-IMAGE (WS-PO-IDX).

       WRITE-MATCH-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO MATCH-EXCEPTION-RECORD
           STRING "*** SUPPLIER " SI-SUPPLIER
               " INVOICE " SI-INVOICE-NUMBER
               " PO " SI-PO-NUMBER " ITEM " SI-ITEM-NUMBER
               " QTY " SI-QUANTITY " PRICE " SI-UNIT-PRICE
               " - " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
           END-STRING
           WRITE MATCH-EXCEPTION-RECORD
      *> With a PO line found, the buyer also sees what the line
      *> says it should have been.
           IF WS-PO-IDX > 0
               MOVE PO-UNIT-COST TO WS-COST-DISPLAY
               MOVE SPACES TO MATCH-EXCEPTION-RECORD
               STRING "      PO LINE " PO-LINE-NUMBER
                   " SUPPLIER " PO-SUPPLIER
                   " ORDERED " PO-ORDER-QTY
                   " RECEIVED " PO-RECEIVED-QTY
                   " INVOICED " PO-INVOICED-QTY
                   " AGREED COST " WS-COST-DISPLAY
                   DELIMITED BY SIZE INTO MATCH-EXCEPTION-RECORD
               END-STRING
               WRITE MATCH-EXCEPTION-RECORD
           END-IF.

       WRITE-THE-NEW-PO-FILE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-IDX) TO NEW-PO-RECORD
               WRITE NEW-PO-RECORD
           END-PERFORM
           CLOSE NEW-PO-FILE.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM APMATCH.
