       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTRACE.

      *> Lot recall trace.  When a supplier recalls a batch, the
      *> question is who got it.  TRCCARD names the item and the
      *> lot (item in columns 1-6, lot in columns 8-17); this
      *> lists what came in under that lot from the receipts
      *> history (RCVHIST: PO, supplier, date, quantity, expiry),
      *> every shipment taken from it from the L records ORDPRICE
      *> writes to the invoice detail and the JCL appends to
      *> ORDHIST (customer, name from CUSTMAST, order, invoice
      *> date, warehouse, quantity -- by customer, with a total
      *> per customer; a kit's L records name the component, so
      *> a component lot traces through the kits it went out in;
      *> units a short pick put back on the lot, the R records
      *> SHIPCONF appends, are netted off the order they were
      *> shipped on), and what is still on the shelves under it
      *> by warehouse from the stock-lot file (STKLOT) -- the
      *> stock to pull.  A lot with no L records at all has
      *> shipped nothing the system knows of: orders invoiced
      *> before lots were kept carry no lot.  No card, or no
      *> item or lot on it, is MT1072E; no ORDHIST is MT1073E;
      *> both end RC 8 with nothing printed.  MT1074I gives the
      *> answer on the console.  Read-only: nothing is updated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARD-FILE ASSIGN TO "TRCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCCARD-STATUS.
       COPY RCVHIST-SEL.
       COPY CUSTMAST-SEL.
       COPY STKLOT-SEL.
       COPY ITEMDESC-SEL.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO "TRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARD-FILE.
       01  TRACE-CARD-RECORD.
           05  TC-ITEM-NUMBER           PIC X(6).
           05  FILLER                   PIC X.
           05  TC-LOT-NUMBER            PIC X(10).
           05  FILLER                   PIC X(63).
       COPY RCVHIST-FD.
       COPY CUSTMAST-FD.
       COPY STKLOT-FD.
       COPY ITEMDESC-FD.

      *> The invoice-detail shape ORDHIST accumulates (see
      *> INVDETL-FD.cpy); only the L records are read here.
       FD  ORDER-HISTORY-FILE.
       01  ORDER-HISTORY-RECORD.
           05  OH-RECORD-TYPE           PIC X.
           05  OH-BUSINESS-DATE         PIC X(10).
           05  OH-ORDER-NUMBER          PIC X(8).
           05  OH-CUSTOMER-NUMBER       PIC X(6).
           05  OH-ITEM-NUMBER           PIC X(6).
           05  OH-CATEGORY-CODE         PIC X(4).
           05  OH-QUANTITY              PIC 9(5).
           05  OH-UNIT-PRICE            PIC 9(5)V99.
           05  OH-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  OH-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  OH-TAX-AMOUNT            PIC 9(9)V99.
           05  OH-FREIGHT-AMOUNT        PIC 9(9)V99.
           05  OH-SHIPTO-CODE           PIC X(4).
           05  OH-WAREHOUSE             PIC X(2).
           05  OH-LOT-NUMBER            PIC X(10).
           05  OH-EXPIRY-DATE           PIC X(10).

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       COPY DSCLOOK-WS.
       01  WS-TRCCARD-STATUS            PIC XX VALUE SPACES.
       01  WS-RCVHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-TRCRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The lot being traced, from TRCCARD.
       01  WS-TRACE-ITEM                PIC X(6) VALUE SPACES.
       01  WS-TRACE-LOT                 PIC X(10) VALUE SPACES.
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
      *> The shipments from the lot, sorted customer, order,
      *> invoice date for the report.
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 3000 TIMES.
               10  WS-SH-CUSTOMER       PIC X(6).
               10  WS-SH-ORDER          PIC X(8).
               10  WS-SH-DATE           PIC X(10).
               10  WS-SH-WAREHOUSE      PIC X(2).
               10  WS-SH-QUANTITY       PIC 9(5).
       01  WS-SH-COUNT                  PIC 9(4) VALUE 0.
       01  WS-SH-IDX                    PIC 9(4) VALUE 0.
       01  WS-SWAP-IDX                  PIC 9(4) VALUE 0.
       01  WS-SH-HOLD                   PIC X(31) VALUE SPACES.
       01  WS-SORT-SWAPPED              PIC X VALUE "N".
           88  WS-A-SWAP-HAPPENED       VALUE "Y".
       01  WS-SH-OVERFLOW               PIC X VALUE "N".
           88  WS-SH-HAS-OVERFLOWED     VALUE "Y".
       01  WS-PREV-CUSTOMER             PIC X(6) VALUE SPACES.
       01  WS-CUST-SHIPPED              PIC 9(7) VALUE 0.
       01  WS-CUSTOMERS-SHIPPED         PIC 9(5) VALUE 0.
       01  WS-ORDHIST-READ              PIC 9(9) VALUE 0.
       01  WS-RETURN-LEFT               PIC 9(5) VALUE 0.
       01  WS-RECEIPT-COUNT             PIC 9(5) VALUE 0.
       01  WS-LOT-POSITIONS             PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECEIVED            PIC 9(9) VALUE 0.
       01  WS-TOTAL-SHIPPED             PIC 9(9) VALUE 0.
       01  WS-TOTAL-ON-HAND             PIC 9(9) VALUE 0.
       01  WS-QTY-DISPLAY               PIC Z,ZZZ,ZZ9.
       01  WS-LINE-DISPLAY              PIC ZZ9.

       PROCEDURE DIVISION.
       LOTTRACE-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM READ-TRACE-CARD
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS NOT = "00"
               MOVE "MT1073E" TO WS-OM-ID
               STRING "LOTTRACE: ORDHIST NOT AVAILABLE - "
                   "NO RECALL TRACE FOR " WS-TRACE-ITEM " LOT "
                   WS-TRACE-LOT
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ORDER-HISTORY-FILE
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDHIST-READ
                       IF OH-ITEM-NUMBER = WS-TRACE-ITEM
                               AND OH-LOT-NUMBER = WS-TRACE-LOT
                               AND OH-QUANTITY NUMERIC
                           EVALUATE OH-RECORD-TYPE
                               WHEN "L"
                                   PERFORM KEEP-ONE-SHIPMENT
                               WHEN "R"
                                   PERFORM NET-ONE-RETURN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM DROP-RETURNED-SHIPMENTS
           PERFORM SORT-BY-CUSTOMER
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-ITEM-DESCRIPTIONS
           MOVE WS-TRACE-ITEM TO WS-DESC-WANTED
           PERFORM FIND-ITEM-DESCRIPTION
           OPEN OUTPUT TRACE-REPORT-FILE
           PERFORM WRITE-THE-HEADING
           PERFORM WRITE-THE-RECEIPTS
           PERFORM WRITE-THE-SHIPMENTS
           PERFORM WRITE-THE-LOT-BALANCE
           PERFORM WRITE-THE-TOTALS
           CLOSE TRACE-REPORT-FILE
           MOVE WS-TOTAL-SHIPPED TO WS-QTY-DISPLAY
           MOVE "MT1074I" TO WS-OM-ID
           STRING "LOTTRACE: ITEM " WS-TRACE-ITEM " LOT "
               WS-TRACE-LOT " - " WS-QTY-DISPLAY
               " UNIT(S) SHIPPED TO " WS-CUSTOMERS-SHIPPED
               " CUSTOMER(S) - SEE TRCRPT"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE
           DISPLAY "===== LOTTRACE END-OF-JOB SUMMARY ====="
           DISPLAY "ITEM / LOT          : " WS-TRACE-ITEM " / "
               WS-TRACE-LOT
           DISPLAY "ORDHIST READ        : " WS-ORDHIST-READ
           DISPLAY "RECEIPTS OF LOT     : " WS-RECEIPT-COUNT
           DISPLAY "SHIPMENTS FROM LOT  : " WS-SH-COUNT
           DISPLAY "CUSTOMERS SHIPPED   : " WS-CUSTOMERS-SHIPPED
           DISPLAY "UNITS RECEIVED      : " WS-TOTAL-RECEIVED
           DISPLAY "UNITS SHIPPED       : " WS-TOTAL-SHIPPED
           DISPLAY "UNITS ON HAND       : " WS-TOTAL-ON-HAND
           DISPLAY "======================================="
           GOBACK.

       READ-TRACE-CARD.
           OPEN INPUT TRACE-CARD-FILE
           IF WS-TRCCARD-STATUS NOT = "00"
               MOVE "MT1072E" TO WS-OM-ID
               STRING "LOTTRACE: TRCCARD NOT AVAILABLE - "
                   "NO ITEM AND LOT TO TRACE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ TRACE-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TC-ITEM-NUMBER TO WS-TRACE-ITEM
                   MOVE TC-LOT-NUMBER TO WS-TRACE-LOT
           END-READ
           CLOSE TRACE-CARD-FILE
           IF WS-TRACE-ITEM = SPACES OR WS-TRACE-LOT = SPACES
               MOVE "MT1072E" TO WS-OM-ID
               STRING "LOTTRACE: NO ITEM OR NO LOT ON TRCCARD - "
                   "RECALL TRACE NOT PRODUCED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       KEEP-ONE-SHIPMENT.
           ADD OH-QUANTITY TO WS-TOTAL-SHIPPED
           IF WS-SH-COUNT >= 3000
               SET WS-SH-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-SH-COUNT
               MOVE OH-CUSTOMER-NUMBER TO WS-SH-CUSTOMER (WS-SH-COUNT)
               MOVE OH-ORDER-NUMBER TO WS-SH-ORDER (WS-SH-COUNT)
               MOVE OH-BUSINESS-DATE TO WS-SH-DATE (WS-SH-COUNT)
               MOVE OH-WAREHOUSE TO WS-SH-WAREHOUSE (WS-SH-COUNT)
               MOVE OH-QUANTITY TO WS-SH-QUANTITY (WS-SH-COUNT)
           END-IF.

      *> A short pick's return comes after the shipment it undoes
      *> on ORDHIST: it comes off that order's shipment from the
      *> lot out of the same warehouse, and off the total.
       NET-ONE-RETURN.
           IF WS-TOTAL-SHIPPED > OH-QUANTITY
               SUBTRACT OH-QUANTITY FROM WS-TOTAL-SHIPPED
           ELSE
               MOVE 0 TO WS-TOTAL-SHIPPED
           END-IF
           MOVE OH-QUANTITY TO WS-RETURN-LEFT
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
                       OR WS-RETURN-LEFT = 0
               IF WS-SH-ORDER (WS-SH-IDX) = OH-ORDER-NUMBER
                       AND WS-SH-WAREHOUSE (WS-SH-IDX) = OH-WAREHOUSE
                   IF WS-SH-QUANTITY (WS-SH-IDX) > WS-RETURN-LEFT
                       SUBTRACT WS-RETURN-LEFT
                           FROM WS-SH-QUANTITY (WS-SH-IDX)
                       MOVE 0 TO WS-RETURN-LEFT
                   ELSE
                       SUBTRACT WS-SH-QUANTITY (WS-SH-IDX)
                           FROM WS-RETURN-LEFT
                       MOVE 0 TO WS-SH-QUANTITY (WS-SH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> A shipment wholly put back never reached the customer.
       DROP-RETURNED-SHIPMENTS.
           MOVE 0 TO WS-SWAP-IDX
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-QUANTITY (WS-SH-IDX) > 0
                   ADD 1 TO WS-SWAP-IDX
                   MOVE WS-SH-ENTRY (WS-SH-IDX)
                       TO WS-SH-ENTRY (WS-SWAP-IDX)
               END-IF
           END-PERFORM
           MOVE WS-SWAP-IDX TO WS-SH-COUNT.

       SORT-BY-CUSTOMER.
           SET WS-A-SWAP-HAPPENED TO TRUE
           PERFORM UNTIL NOT WS-A-SWAP-HAPPENED
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                       UNTIL WS-SH-IDX >= WS-SH-COUNT
                   COMPUTE WS-SWAP-IDX = WS-SH-IDX + 1
                   IF WS-SH-ENTRY (WS-SH-IDX)
                           > WS-SH-ENTRY (WS-SWAP-IDX)
                       MOVE WS-SH-ENTRY (WS-SH-IDX) TO WS-SH-HOLD
                       MOVE WS-SH-ENTRY (WS-SWAP-IDX)
                           TO WS-SH-ENTRY (WS-SH-IDX)
                       MOVE WS-SH-HOLD TO WS-SH-ENTRY (WS-SWAP-IDX)
                       SET WS-A-SWAP-HAPPENED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "LOTTRACE: NO CUSTOMER MASTER - CUSTOMERS "
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

       WRITE-THE-HEADING.
           MOVE SPACES TO TRACE-REPORT-RECORD
           STRING "LOT RECALL TRACE - ITEM " WS-TRACE-ITEM " "
               WS-DESC-TEXT " - LOT " WS-TRACE-LOT
               " - AS AT " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
           END-STRING
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD.

      *> Every receipt of the lot, in the order it arrived.
       WRITE-THE-RECEIPTS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "RECEIVED INTO THE LOT" TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "RECEIVED" TO TRACE-REPORT-RECORD (3:8)
           MOVE "PO" TO TRACE-REPORT-RECORD (15:2)
           MOVE "LINE" TO TRACE-REPORT-RECORD (25:4)
           MOVE "SUPPLIER" TO TRACE-REPORT-RECORD (31:8)
           MOVE "QUANTITY" TO TRACE-REPORT-RECORD (43:8)
           MOVE "EXPIRES" TO TRACE-REPORT-RECORD (54:7)
           WRITE TRACE-REPORT-RECORD
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = "00"
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "*** RCVHIST NOT AVAILABLE - RECEIPTS NOT SHOWN"
                   TO TRACE-REPORT-RECORD (3:)
               WRITE TRACE-REPORT-RECORD
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ RECEIPT-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF RH-ITEM-NUMBER = WS-TRACE-ITEM
                                   AND RH-LOT-NUMBER = WS-TRACE-LOT
                                   AND RH-QUANTITY NUMERIC
                               PERFORM WRITE-ONE-RECEIPT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY-FILE
               MOVE "N" TO WS-FILE-EOF
           END-IF
           IF WS-RECEIPT-COUNT = 0
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "NO RECEIPT OF THIS LOT ON RCVHIST"
                   TO TRACE-REPORT-RECORD (3:)
               WRITE TRACE-REPORT-RECORD
           END-IF
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD.

       WRITE-ONE-RECEIPT-LINE.
           ADD 1 TO WS-RECEIPT-COUNT
           ADD RH-QUANTITY TO WS-TOTAL-RECEIVED
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE RH-RECEIPT-DATE TO TRACE-REPORT-RECORD (3:10)
           MOVE RH-PO-NUMBER TO TRACE-REPORT-RECORD (15:8)
           MOVE RH-LINE-NUMBER TO WS-LINE-DISPLAY
           MOVE WS-LINE-DISPLAY TO TRACE-REPORT-RECORD (26:3)
           MOVE RH-SUPPLIER TO TRACE-REPORT-RECORD (31:8)
           MOVE RH-QUANTITY TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO TRACE-REPORT-RECORD (42:9)
           MOVE RH-EXPIRY-DATE TO TRACE-REPORT-RECORD (54:10)
           WRITE TRACE-REPORT-RECORD.

      *> Customer by customer: each order's shipment from the
      *> lot, then the customer's total -- the recall list.
       WRITE-THE-SHIPMENTS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "SHIPPED FROM THE LOT" TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "CUSTOMER" TO TRACE-REPORT-RECORD (3:8)
           MOVE "NAME" TO TRACE-REPORT-RECORD (12:4)
           MOVE "ORDER" TO TRACE-REPORT-RECORD (44:5)
           MOVE "INVOICED" TO TRACE-REPORT-RECORD (54:8)
           MOVE "WH" TO TRACE-REPORT-RECORD (66:2)
           MOVE "QUANTITY" TO TRACE-REPORT-RECORD (71:8)
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO WS-PREV-CUSTOMER
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-CUSTOMER (WS-SH-IDX) NOT = WS-PREV-CUSTOMER
                   IF WS-PREV-CUSTOMER NOT = SPACES
                       PERFORM WRITE-CUSTOMER-TOTAL
                   END-IF
                   MOVE WS-SH-CUSTOMER (WS-SH-IDX) TO WS-PREV-CUSTOMER
                   MOVE 0 TO WS-CUST-SHIPPED
                   ADD 1 TO WS-CUSTOMERS-SHIPPED
                   PERFORM FIND-CUSTOMER-NAME
               END-IF
               PERFORM WRITE-ONE-SHIPMENT-LINE
           END-PERFORM
           IF WS-PREV-CUSTOMER NOT = SPACES
               PERFORM WRITE-CUSTOMER-TOTAL
           END-IF
           IF WS-SH-COUNT = 0
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "NO SHIPMENT FROM THIS LOT ON ORDHIST"
                   TO TRACE-REPORT-RECORD (3:)
               WRITE TRACE-REPORT-RECORD
           END-IF
           IF WS-SH-HAS-OVERFLOWED
               MOVE SPACES TO TRACE-REPORT-RECORD
               STRING "*** MORE THAN 3000 SHIPMENTS TO LIST - "
                   "THE LIST ABOVE IS INCOMPLETE, THE TOTAL "
                   "SHIPPED IS NOT ***"
                   DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
               END-STRING
               WRITE TRACE-REPORT-RECORD
           END-IF
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD.

       WRITE-ONE-SHIPMENT-LINE.
           ADD WS-SH-QUANTITY (WS-SH-IDX) TO WS-CUST-SHIPPED
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE WS-SH-CUSTOMER (WS-SH-IDX) TO TRACE-REPORT-RECORD (3:6)
           MOVE WS-CUST-NAME-SHOWN TO TRACE-REPORT-RECORD (12:30)
           MOVE WS-SH-ORDER (WS-SH-IDX) TO TRACE-REPORT-RECORD (44:8)
           MOVE WS-SH-DATE (WS-SH-IDX) TO TRACE-REPORT-RECORD (54:10)
           MOVE WS-SH-WAREHOUSE (WS-SH-IDX)
               TO TRACE-REPORT-RECORD (66:2)
           MOVE WS-SH-QUANTITY (WS-SH-IDX) TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO TRACE-REPORT-RECORD (70:9)
           WRITE TRACE-REPORT-RECORD.

       WRITE-CUSTOMER-TOTAL.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "CUSTOMER TOTAL" TO TRACE-REPORT-RECORD (44:14)
           MOVE WS-CUST-SHIPPED TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO TRACE-REPORT-RECORD (70:9)
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD.

      *> What is still on the shelves under the lot, warehouse
      *> by warehouse.  The lot key leads with item, warehouse
      *> and expiry, so the item's lots are read from its first
      *> and the wanted lot picked out.
       WRITE-THE-LOT-BALANCE.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "STILL ON HAND" TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE "WH" TO TRACE-REPORT-RECORD (3:2)
           MOVE "EXPIRES" TO TRACE-REPORT-RECORD (7:7)
           MOVE "ON HAND" TO TRACE-REPORT-RECORD (20:7)
           MOVE "FIRST RECEIVED" TO TRACE-REPORT-RECORD (30:14)
           MOVE "LAST RECEIVED" TO TRACE-REPORT-RECORD (46:13)
           WRITE TRACE-REPORT-RECORD
           OPEN INPUT STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "*** STKLOT NOT AVAILABLE - ON HAND NOT SHOWN"
                   TO TRACE-REPORT-RECORD (3:)
               WRITE TRACE-REPORT-RECORD
           ELSE
               MOVE LOW-VALUES TO LT-LOT-KEY
               MOVE WS-TRACE-ITEM TO LT-ITEM-NUMBER
               START STOCK-LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
                   INVALID KEY
                       SET WS-FILE-AT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ STOCK-LOT-FILE NEXT RECORD
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF LT-ITEM-NUMBER NOT = WS-TRACE-ITEM
                               SET WS-FILE-AT-EOF TO TRUE
                           ELSE
                           IF LT-LOT-NUMBER = WS-TRACE-LOT
                               PERFORM WRITE-ONE-BALANCE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOT-FILE
               MOVE "N" TO WS-FILE-EOF
           END-IF
           IF WS-LOT-POSITIONS = 0
               MOVE SPACES TO TRACE-REPORT-RECORD
               MOVE "THE LOT IS NOT HELD IN ANY WAREHOUSE"
                   TO TRACE-REPORT-RECORD (3:)
               WRITE TRACE-REPORT-RECORD
           END-IF
           MOVE SPACES TO TRACE-REPORT-RECORD
           WRITE TRACE-REPORT-RECORD.

       WRITE-ONE-BALANCE-LINE.
           ADD 1 TO WS-LOT-POSITIONS
           ADD LT-ON-HAND TO WS-TOTAL-ON-HAND
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE LT-WAREHOUSE TO TRACE-REPORT-RECORD (3:2)
           MOVE LT-EXPIRY-DATE TO TRACE-REPORT-RECORD (7:10)
           MOVE LT-ON-HAND TO WS-QTY-DISPLAY
           MOVE WS-QTY-DISPLAY TO TRACE-REPORT-RECORD (18:9)
           MOVE LT-FIRST-RECEIVED TO TRACE-REPORT-RECORD (30:10)
           MOVE LT-LAST-RECEIVED TO TRACE-REPORT-RECORD (46:10)
           WRITE TRACE-REPORT-RECORD.

       WRITE-THE-TOTALS.
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE WS-TOTAL-RECEIVED TO WS-QTY-DISPLAY
           STRING "UNITS RECEIVED INTO THE LOT : " WS-QTY-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
           END-STRING
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE WS-TOTAL-SHIPPED TO WS-QTY-DISPLAY
           STRING "UNITS SHIPPED FROM THE LOT  : " WS-QTY-DISPLAY
               " TO " WS-CUSTOMERS-SHIPPED " CUSTOMER(S)"
               DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
           END-STRING
           WRITE TRACE-REPORT-RECORD
           MOVE SPACES TO TRACE-REPORT-RECORD
           MOVE WS-TOTAL-ON-HAND TO WS-QTY-DISPLAY
           STRING "UNITS STILL ON HAND         : " WS-QTY-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-RECORD
           END-STRING
           WRITE TRACE-REPORT-RECORD.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-SH-CUSTOMER (WS-SH-IDX)
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

       COPY DSCLOOK.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM LOTTRACE.
