       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKNOWL.

      *> Customer order acknowledgments.  Until now a customer
      *> learned what became of an order when the goods (or the
      *> invoice) turned up -- or did not, and they phoned the
      *> desk, who read them OH-HOLD-REASON off the held report.
      *> This runs after ORDPRICE and turns its ORDACK feed into
      *> one acknowledgment document per order: the order's
      *> disposition, every line the customer sent with its
      *> ordered, shipped and backordered quantities, the price
      *> charged and the amount, and the order's goods, tax,
      *> freight and total.
      *> Nothing the customer reads is the pricing run's own
      *> wording.  Every disposition and line note is a code
      *> (ACPT accepted, PART accepted in part, NOLN no line
      *> could be accepted, CRLM held for credit, CHLD account on
      *> hold, CUNK account not known; BKOR backordered, SUBS
      *> replacement item supplied, NITM item not known, BLIN
      *> line unreadable, NTAX item not taxable here, NPRC price
      *> not confirmed) looked up on the ACKMSG message catalog
      *> customer service maintains.  A code missing from the
      *> catalog prints a general please-contact-us wording
      *> instead, and is named on SYSOUT so the catalog gets
      *> the entry.
      *> Every document prints on ACKPRT for the mail.  Customers
      *> on the ACKEDI list take theirs electronically as well:
      *> the same document as ACKOUT header, detail and trailer
      *> records (see ACKOUT-FD.cpy), wording included.
      *> Return code 4 when a catalog entry was missing or a
      *> table ran out of room; 8 when ORDACK or an output is
      *> not available.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ORDACK-SEL.
       COPY ACKOUT-SEL.
       COPY CUSTMAST-SEL.
       COPY ITEMDESC-SEL.
           SELECT ACK-MESSAGE-FILE ASSIGN TO "ACKMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKMSG-STATUS.
           SELECT ACK-EDI-FILE ASSIGN TO "ACKEDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKEDI-STATUS.
           SELECT ACK-PRINT-FILE ASSIGN TO "ACKPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ORDACK-FD.
       COPY ACKOUT-FD.
       COPY CUSTMAST-FD.
       COPY ITEMDESC-FD.

      *> The message catalog: a code and the wording the
      *> customer reads for it.
       FD  ACK-MESSAGE-FILE.
       01  ACK-MESSAGE-RECORD.
           05  AM-MESSAGE-CODE          PIC X(4).
           05  FILLER                   PIC X.
           05  AM-MESSAGE-TEXT          PIC X(75).

      *> Customers who take their acknowledgments electronically.
       FD  ACK-EDI-FILE.
       01  ACK-EDI-RECORD.
           05  AE-CUSTOMER-NUMBER       PIC X(6).
           05  FILLER                   PIC X(74).

       FD  ACK-PRINT-FILE.
       01  ACK-PRINT-RECORD.
           05  AP-CTRL-CHAR             PIC X.
           05  AP-DATA                  PIC X(110).

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       01  WS-ORDACK-STATUS             PIC XX VALUE SPACES.
       01  WS-ACKOUT-STATUS             PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ACKMSG-STATUS             PIC XX VALUE SPACES.
       01  WS-ACKEDI-STATUS             PIC XX VALUE SPACES.
       01  WS-ACKPRT-STATUS             PIC XX VALUE SPACES.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
      *> The catalog in memory, and the lookup: the caller sets
      *> WS-MSG-WANTED and the fallback for its kind of message,
      *> and the wording comes back in WS-MSG-WORDING.
       01  WS-MSG-TABLE.
           05  WS-MSG-ENTRY OCCURS 200 TIMES.
               10  WS-MSG-CODE          PIC X(4).
               10  WS-MSG-TEXT          PIC X(75).
       01  WS-MSG-COUNT                 PIC 999 VALUE 0.
       01  WS-MSG-IDX                   PIC 999 VALUE 0.
       01  WS-MSG-FOUND                 PIC X VALUE "N".
           88  WS-MSG-WAS-FOUND         VALUE "Y".
       01  WS-MSG-OVERFLOW              PIC X VALUE "N".
           88  WS-MSG-HAS-OVERFLOWED    VALUE "Y".
       01  WS-MSG-WANTED                PIC X(4) VALUE SPACES.
       01  WS-MSG-FALLBACK              PIC X(75) VALUE SPACES.
       01  WS-MSG-WORDING               PIC X(75) VALUE SPACES.
       01  WS-MSG-MISSING-COUNT         PIC 9(5) VALUE 0.
       01  WS-ORDER-FALLBACK            PIC X(75) VALUE
           "PLEASE CONTACT OUR ORDER DESK ABOUT THIS ORDER.".
       01  WS-LINE-FALLBACK             PIC X(75) VALUE
           "PLEASE CONTACT OUR ORDER DESK ABOUT THIS LINE.".
      *> Customer names from CUSTMAST.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES.
               10  WS-CUST-NUMBER       PIC X(6).
               10  WS-CUST-NAME         PIC X(30).
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
           88  WS-CUST-WAS-FOUND        VALUE "Y".
       01  WS-CUST-OVERFLOW             PIC X VALUE "N".
           88  WS-CUST-HAS-OVERFLOWED   VALUE "Y".
       01  WS-NAME-SHOWN                PIC X(30) VALUE SPACES.
      *> The customers on the ACKEDI list.
       01  WS-EDI-TABLE.
           05  WS-EDI-CUSTOMER OCCURS 2000 TIMES
                                        PIC X(6).
       01  WS-EDI-COUNT                 PIC 9(4) VALUE 0.
       01  WS-EDI-IDX                   PIC 9(4) VALUE 0.
       01  WS-EDI-FOUND                 PIC X VALUE "N".
           88  WS-CUSTOMER-IS-EDI       VALUE "Y".
       01  WS-EDI-OVERFLOW              PIC X VALUE "N".
           88  WS-EDI-HAS-OVERFLOWED    VALUE "Y".
      *> The order being acknowledged: its O record and its L
      *> records, held until the next O (or the end) so the
      *> disposition can be judged from the lines.
       01  WS-ACK-READ                  PIC X(120) VALUE SPACES.
       01  WS-ORDER-HEADER              PIC X(120) VALUE SPACES.
       01  WS-ORDER-OPEN                PIC X VALUE "N".
           88  WS-ORDER-IS-OPEN         VALUE "Y".
       01  WS-LINE-TABLE.
           05  WS-LINE-RECORD OCCURS 400 TIMES
                                        PIC X(120).
       01  WS-LINE-COUNT                PIC 999 VALUE 0.
       01  WS-LINE-IDX                  PIC 999 VALUE 0.
       01  WS-LINE-OVERFLOW             PIC X VALUE "N".
           88  WS-LINE-HAS-OVERFLOWED   VALUE "Y".
       01  WS-ORPHAN-LINES              PIC 9(5) VALUE 0.
      *> The order's figures, off its O record.
       01  WS-ORD-NUMBER                PIC X(8) VALUE SPACES.
       01  WS-ORD-CUSTOMER              PIC X(6) VALUE SPACES.
       01  WS-ORD-DATE                  PIC X(10) VALUE SPACES.
       01  WS-ORD-STATUS                PIC X VALUE SPACE.
           88  WS-ORD-INVOICED          VALUE "I".
           88  WS-ORD-HELD              VALUE "H".
           88  WS-ORD-REFUSED           VALUE "R".
       01  WS-ORD-REASON                PIC X(4) VALUE SPACES.
       01  WS-ORD-GOODS                 PIC 9(11)V99 VALUE 0.
       01  WS-ORD-TAX                   PIC 9(9)V99 VALUE 0.
       01  WS-ORD-FREIGHT               PIC 9(9)V99 VALUE 0.
       01  WS-ORD-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-ORD-MSG-CODE              PIC X(4) VALUE SPACES.
       01  WS-ORD-WORDING               PIC X(75) VALUE SPACES.
       01  WS-LINES-ACCEPTED            PIC 999 VALUE 0.
       01  WS-LINES-SHORT               PIC 999 VALUE 0.
      *> One line's note: the code and wording the line carries
      *> on the electronic record.
       01  WS-LN-MSG-CODE               PIC X(4) VALUE SPACES.
       01  WS-LN-WORDING                PIC X(75) VALUE SPACES.
      *> Run totals.
       01  WS-ORDERS-READ               PIC 9(5) VALUE 0.
       01  WS-PRINTED-COUNT             PIC 9(5) VALUE 0.
       01  WS-ELECTRONIC-COUNT          PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(5) VALUE 0.
      *> Edited figures for the printed document.
       01  WS-LINE-NO-DISPLAY           PIC ZZ9.
       01  WS-QTY-DISPLAY-1             PIC ZZ,ZZ9.
       01  WS-QTY-DISPLAY-2             PIC ZZ,ZZ9.
       01  WS-QTY-DISPLAY-3             PIC ZZ,ZZ9.
       01  WS-PRICE-DISPLAY             PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       ACKNOWL-MAIN.
           PERFORM LOAD-MESSAGE-CATALOG
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM LOAD-EDI-CUSTOMERS
           PERFORM LOAD-ITEM-DESCRIPTIONS
           OPEN INPUT ORDER-ACK-FILE
           IF WS-ORDACK-STATUS NOT = "00"
               DISPLAY "*** ACKNOWL: ORDACK NOT AVAILABLE - NO "
                   "ACKNOWLEDGMENTS PRODUCED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACK-PRINT-FILE
           OPEN OUTPUT ACK-OUT-FILE
           IF WS-ACKPRT-STATUS NOT = "00"
                   OR WS-ACKOUT-STATUS NOT = "00"
               DISPLAY "*** ACKNOWL: ACKPRT OR ACKOUT NOT "
                   "AVAILABLE - RUN ABANDONED ***"
               CLOSE ORDER-ACK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-AT-EOF
               READ ORDER-ACK-FILE INTO WS-ACK-READ
                   AT END
                       SET WS-FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-ACK-RECORD
               END-READ
           END-PERFORM
           IF WS-ORDER-IS-OPEN
               PERFORM FINISH-THE-ORDER
           END-IF
           CLOSE ORDER-ACK-FILE
           CLOSE ACK-PRINT-FILE
           CLOSE ACK-OUT-FILE
           DISPLAY "===== ACKNOWL END-OF-JOB SUMMARY ====="
           DISPLAY "ORDERS ACKNOWLEDGED : " WS-ORDERS-READ
           DISPLAY "  HELD FOR CREDIT   : " WS-HELD-COUNT
           DISPLAY "  REFUSED           : " WS-REFUSED-COUNT
           DISPLAY "DOCUMENTS PRINTED   : " WS-PRINTED-COUNT
           DISPLAY "SENT ELECTRONICALLY : " WS-ELECTRONIC-COUNT
           DISPLAY "CATALOG MISSES      : " WS-MSG-MISSING-COUNT
           DISPLAY "LINES WITH NO ORDER : " WS-ORPHAN-LINES
           DISPLAY "======================================"
           IF WS-MSG-MISSING-COUNT > 0
                   OR WS-ORPHAN-LINES > 0
                   OR WS-MSG-HAS-OVERFLOWED
                   OR WS-CUST-HAS-OVERFLOWED
                   OR WS-EDI-HAS-OVERFLOWED
                   OR WS-LINE-HAS-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-MESSAGE-CATALOG.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ACK-MESSAGE-FILE
           IF WS-ACKMSG-STATUS NOT = "00"
               DISPLAY "ACKNOWL: NO MESSAGE CATALOG - EVERY "
                   "DOCUMENT GETS THE GENERAL WORDING"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ACK-MESSAGE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-MESSAGE
                   END-READ
               END-PERFORM
               CLOSE ACK-MESSAGE-FILE
           END-IF.

       TAKE-ONE-MESSAGE.
           EVALUATE TRUE
               WHEN AM-MESSAGE-CODE = SPACES
                   CONTINUE
               WHEN WS-MSG-COUNT >= 200
                   SET WS-MSG-HAS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-MSG-COUNT
                   MOVE AM-MESSAGE-CODE TO WS-MSG-CODE (WS-MSG-COUNT)
                   MOVE AM-MESSAGE-TEXT TO WS-MSG-TEXT (WS-MSG-COUNT)
           END-EVALUATE.

       LOAD-CUSTOMER-NAMES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ACKNOWL: NO CUSTOMER MASTER - DOCUMENTS "
                   "ADDRESSED BY NUMBER ONLY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 2000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-CUSTOMER-NUMBER
                                   TO WS-CUST-NUMBER (WS-CUST-COUNT)
                               MOVE CU-NAME
                                   TO WS-CUST-NAME (WS-CUST-COUNT)
                           ELSE
                               SET WS-CUST-HAS-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       LOAD-EDI-CUSTOMERS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ACK-EDI-FILE
           IF WS-ACKEDI-STATUS NOT = "00"
               DISPLAY "ACKNOWL: NO ACKEDI LIST - NO ELECTRONIC "
                   "ACKNOWLEDGMENTS TONIGHT"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ACK-EDI-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AE-CUSTOMER-NUMBER = SPACES
                                   CONTINUE
                               WHEN WS-EDI-COUNT >= 2000
                                   SET WS-EDI-HAS-OVERFLOWED TO TRUE
                               WHEN OTHER
                                   ADD 1 TO WS-EDI-COUNT
                                   MOVE AE-CUSTOMER-NUMBER
                                       TO WS-EDI-CUSTOMER
                                           (WS-EDI-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ACK-EDI-FILE
           END-IF.

       TAKE-ONE-ACK-RECORD.
           *> An O record closes the order before it and opens
           *> its own; an L record joins the open order.
           EVALUATE TRUE
               WHEN AK-IS-ORDER
                   IF WS-ORDER-IS-OPEN
                       PERFORM FINISH-THE-ORDER
                   END-IF
                   MOVE WS-ACK-READ TO WS-ORDER-HEADER
                   MOVE 0 TO WS-LINE-COUNT
                   SET WS-ORDER-IS-OPEN TO TRUE
               WHEN AK-IS-LINE AND NOT WS-ORDER-IS-OPEN
                   ADD 1 TO WS-ORPHAN-LINES
                   DISPLAY "ACKNOWL: LINE FOR ORDER "
                       AK-ORDER-NUMBER " BEFORE ANY ORDER RECORD "
                       "- NOT ACKNOWLEDGED"
               WHEN AK-IS-LINE
                   IF WS-LINE-COUNT >= 400
                       SET WS-LINE-HAS-OVERFLOWED TO TRUE
                       DISPLAY "ACKNOWL: ORDER " AK-ORDER-NUMBER
                           " HAS MORE THAN 400 LINES - THE REST "
                           "ARE NOT ON ITS ACKNOWLEDGMENT"
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-ACK-READ
                           TO WS-LINE-RECORD (WS-LINE-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FINISH-THE-ORDER.
           MOVE "N" TO WS-ORDER-OPEN
           ADD 1 TO WS-ORDERS-READ
           MOVE WS-ORDER-HEADER TO ORDER-ACK-RECORD
           MOVE AK-ORDER-NUMBER TO WS-ORD-NUMBER
           MOVE AK-CUSTOMER-NUMBER TO WS-ORD-CUSTOMER
           MOVE AK-BUSINESS-DATE TO WS-ORD-DATE
           MOVE AK-STATUS TO WS-ORD-STATUS
           MOVE AK-REASON-CODE TO WS-ORD-REASON
           MOVE AK-EXTENDED-AMOUNT TO WS-ORD-GOODS
           MOVE AK-TAX-AMOUNT TO WS-ORD-TAX
           MOVE AK-FREIGHT-AMOUNT TO WS-ORD-FREIGHT
           MOVE AK-ORDER-TOTAL TO WS-ORD-TOTAL
           MOVE 0 TO WS-LINES-ACCEPTED
           MOVE 0 TO WS-LINES-SHORT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE WS-LINE-RECORD (WS-LINE-IDX) TO ORDER-ACK-RECORD
               IF AK-LINE-ACCEPTED
                   ADD 1 TO WS-LINES-ACCEPTED
                   IF AK-BACKORDERED-QTY > 0
                       ADD 1 TO WS-LINES-SHORT
                   END-IF
               ELSE
                   ADD 1 TO WS-LINES-SHORT
               END-IF
           END-PERFORM
      *> An invoiced order is accepted whole, in part (a line
      *> short or not taken), or not at all; a held or refused
      *> one says why in the pricing run's own code.
           EVALUATE TRUE
               WHEN WS-ORD-INVOICED AND WS-LINES-ACCEPTED = 0
                   MOVE "NOLN" TO WS-ORD-MSG-CODE
               WHEN WS-ORD-INVOICED AND WS-LINES-SHORT > 0
                   MOVE "PART" TO WS-ORD-MSG-CODE
               WHEN WS-ORD-INVOICED
                   MOVE "ACPT" TO WS-ORD-MSG-CODE
               WHEN OTHER
                   MOVE WS-ORD-REASON TO WS-ORD-MSG-CODE
           END-EVALUATE
           IF WS-ORD-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF WS-ORD-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE WS-ORD-MSG-CODE TO WS-MSG-WANTED
           MOVE WS-ORDER-FALLBACK TO WS-MSG-FALLBACK
           PERFORM FIND-MESSAGE
           MOVE WS-MSG-WORDING TO WS-ORD-WORDING
           PERFORM FIND-CUSTOMER-NAME
           PERFORM FIND-EDI-CUSTOMER
           PERFORM PRINT-ORDER-HEADING
           IF WS-CUSTOMER-IS-EDI
               PERFORM WRITE-EDI-HEADER
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM ACKNOWLEDGE-ONE-LINE
           END-PERFORM
           PERFORM PRINT-ORDER-TOTALS
           ADD 1 TO WS-PRINTED-COUNT
           IF WS-CUSTOMER-IS-EDI
               PERFORM WRITE-EDI-TRAILER
               ADD 1 TO WS-ELECTRONIC-COUNT
           END-IF.

       FIND-MESSAGE.
           MOVE "N" TO WS-MSG-FOUND
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MSG-COUNT
                       OR WS-MSG-WAS-FOUND
               IF WS-MSG-CODE (WS-MSG-IDX) = WS-MSG-WANTED
                   SET WS-MSG-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MSG-WAS-FOUND
               SUBTRACT 1 FROM WS-MSG-IDX
               MOVE WS-MSG-TEXT (WS-MSG-IDX) TO WS-MSG-WORDING
           ELSE
               ADD 1 TO WS-MSG-MISSING-COUNT
               DISPLAY "ACKNOWL: MESSAGE CODE '" WS-MSG-WANTED
                   "' NOT ON ACKMSG - ORDER " WS-ORD-NUMBER
                   " GOT THE GENERAL WORDING"
               MOVE WS-MSG-FALLBACK TO WS-MSG-WORDING
           END-IF.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX) = WS-ORD-CUSTOMER
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
               MOVE WS-CUST-NAME (WS-CUST-IDX) TO WS-NAME-SHOWN
           ELSE
               MOVE SPACES TO WS-NAME-SHOWN
           END-IF.

       FIND-EDI-CUSTOMER.
           MOVE "N" TO WS-EDI-FOUND
           PERFORM VARYING WS-EDI-IDX FROM 1 BY 1
                   UNTIL WS-EDI-IDX > WS-EDI-COUNT
                       OR WS-CUSTOMER-IS-EDI
               IF WS-EDI-CUSTOMER (WS-EDI-IDX) = WS-ORD-CUSTOMER
                   SET WS-CUSTOMER-IS-EDI TO TRUE
               END-IF
           END-PERFORM.

       PRINT-ORDER-HEADING.
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE "1" TO AP-CTRL-CHAR
           STRING "ORDER ACKNOWLEDGMENT"
               "                                        DATE "
               WS-ORD-DATE
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE "0" TO AP-CTRL-CHAR
           STRING "CUSTOMER " WS-ORD-CUSTOMER "  " WS-NAME-SHOWN
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE " " TO AP-CTRL-CHAR
           STRING "YOUR ORDER " WS-ORD-NUMBER
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE "0" TO AP-CTRL-CHAR
           MOVE WS-ORD-WORDING TO AP-DATA
           WRITE ACK-PRINT-RECORD
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE "0" TO AP-CTRL-CHAR
           STRING "LINE ITEM   DESCRIPTION                    "
               "  ORDERED SHIPPED BACKORD UNIT PRICE"
               "            AMOUNT"
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD.

       ACKNOWLEDGE-ONE-LINE.
           MOVE WS-LINE-RECORD (WS-LINE-IDX) TO ORDER-ACK-RECORD
           MOVE AK-ITEM-NUMBER TO WS-DESC-WANTED
           PERFORM FIND-ITEM-DESCRIPTION
           MOVE WS-LINE-IDX TO WS-LINE-NO-DISPLAY
           MOVE AK-ORDERED-QTY TO WS-QTY-DISPLAY-1
           MOVE AK-SHIPPED-QTY TO WS-QTY-DISPLAY-2
           MOVE AK-BACKORDERED-QTY TO WS-QTY-DISPLAY-3
           MOVE AK-UNIT-PRICE TO WS-PRICE-DISPLAY
           MOVE AK-EXTENDED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE " " TO AP-CTRL-CHAR
           STRING " " WS-LINE-NO-DISPLAY " " AK-ITEM-NUMBER
               " " WS-DESC-TEXT
               "  " WS-QTY-DISPLAY-1
               "  " WS-QTY-DISPLAY-2
               "  " WS-QTY-DISPLAY-3
               "  " WS-PRICE-DISPLAY
               " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD
      *> A line not taken says why; a line taken short says it
      *> is backordered.  A replacement item is noted as well,
      *> with the item the customer ordered.
           MOVE SPACES TO WS-LN-MSG-CODE
           MOVE SPACES TO WS-LN-WORDING
           EVALUATE TRUE
               WHEN AK-LINE-NOT-ACCEPTED
                   MOVE AK-REASON-CODE TO WS-LN-MSG-CODE
               WHEN AK-BACKORDERED-QTY > 0
                   MOVE "BKOR" TO WS-LN-MSG-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LN-MSG-CODE NOT = SPACES
               MOVE WS-LN-MSG-CODE TO WS-MSG-WANTED
               MOVE WS-LINE-FALLBACK TO WS-MSG-FALLBACK
               PERFORM FIND-MESSAGE
               MOVE WS-MSG-WORDING TO WS-LN-WORDING
               PERFORM PRINT-LINE-NOTE
           END-IF
           IF AK-ORDERED-ITEM NOT = SPACES
               MOVE "SUBS" TO WS-MSG-WANTED
               MOVE WS-LINE-FALLBACK TO WS-MSG-FALLBACK
               PERFORM FIND-MESSAGE
               PERFORM PRINT-LINE-NOTE
               MOVE SPACES TO ACK-PRINT-RECORD
               MOVE " " TO AP-CTRL-CHAR
               STRING "                 YOU ORDERED ITEM "
                   AK-ORDERED-ITEM
                   DELIMITED BY SIZE INTO AP-DATA
               END-STRING
               WRITE ACK-PRINT-RECORD
               IF WS-LN-MSG-CODE = SPACES
                   MOVE "SUBS" TO WS-LN-MSG-CODE
                   MOVE WS-MSG-WORDING TO WS-LN-WORDING
               END-IF
           END-IF
           IF WS-CUSTOMER-IS-EDI
               PERFORM WRITE-EDI-DETAIL
           END-IF.

       PRINT-LINE-NOTE.
           MOVE SPACES TO ACK-PRINT-RECORD
           MOVE " " TO AP-CTRL-CHAR
           STRING "           NOTE: " WS-MSG-WORDING
               DELIMITED BY SIZE INTO AP-DATA
           END-STRING
           WRITE ACK-PRINT-RECORD.

       PRINT-ORDER-TOTALS.
           *> A refused order has nothing to total; a held one
           *> shows what awaits the credit decision.
           IF NOT WS-ORD-REFUSED
               MOVE WS-ORD-GOODS TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ACK-PRINT-RECORD
               MOVE "0" TO AP-CTRL-CHAR
               STRING "                                        "
                   "                  GOODS       "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AP-DATA
               END-STRING
               WRITE ACK-PRINT-RECORD
               MOVE WS-ORD-TAX TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ACK-PRINT-RECORD
               MOVE " " TO AP-CTRL-CHAR
               STRING "                                        "
                   "                  TAX         "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AP-DATA
               END-STRING
               WRITE ACK-PRINT-RECORD
               MOVE WS-ORD-FREIGHT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ACK-PRINT-RECORD
               MOVE " " TO AP-CTRL-CHAR
               STRING "                                        "
                   "                  FREIGHT     "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AP-DATA
               END-STRING
               WRITE ACK-PRINT-RECORD
               MOVE WS-ORD-TOTAL TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ACK-PRINT-RECORD
               MOVE " " TO AP-CTRL-CHAR
               STRING "                                        "
                   "                  ORDER TOTAL "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO AP-DATA
               END-STRING
               WRITE ACK-PRINT-RECORD
           END-IF.

       WRITE-EDI-HEADER.
           MOVE SPACES TO ACK-OUT-RECORD
           SET EA-IS-HEADER TO TRUE
           MOVE WS-ORD-NUMBER TO EA-ORDER-NUMBER
           MOVE WS-ORD-CUSTOMER TO EA-CUSTOMER-NUMBER
           MOVE WS-ORD-DATE TO EA-BUSINESS-DATE
           MOVE WS-ORD-STATUS TO EA-ORDER-STATUS
           MOVE WS-ORD-MSG-CODE TO EA-ORDER-MSG-CODE
           MOVE WS-ORD-WORDING TO EA-ORDER-MSG-TEXT
           WRITE ACK-OUT-RECORD.

       WRITE-EDI-DETAIL.
           MOVE SPACES TO ACK-OUT-RECORD
           SET EA-IS-DETAIL TO TRUE
           MOVE WS-ORD-NUMBER TO EA-ORDER-NUMBER
           MOVE WS-ORD-CUSTOMER TO EA-CUSTOMER-NUMBER
           MOVE WS-ORD-DATE TO EA-BUSINESS-DATE
           MOVE WS-LINE-IDX TO EA-LINE-NUMBER
           MOVE AK-ITEM-NUMBER TO EA-ITEM-NUMBER
           MOVE AK-ORDERED-ITEM TO EA-ORDERED-ITEM
           MOVE AK-ORDERED-QTY TO EA-ORDERED-QTY
           MOVE AK-SHIPPED-QTY TO EA-SHIPPED-QTY
           MOVE AK-BACKORDERED-QTY TO EA-BACKORDERED-QTY
           MOVE AK-UNIT-PRICE TO EA-UNIT-PRICE
           MOVE AK-EXTENDED-AMOUNT TO EA-EXTENDED-AMOUNT
           IF AK-LINE-ACCEPTED
               MOVE "A" TO EA-LINE-STATUS
           ELSE
               MOVE "X" TO EA-LINE-STATUS
           END-IF
           MOVE WS-LN-MSG-CODE TO EA-LINE-MSG-CODE
           MOVE WS-LN-WORDING TO EA-LINE-MSG-TEXT
           WRITE ACK-OUT-RECORD.

       WRITE-EDI-TRAILER.
           MOVE SPACES TO ACK-OUT-RECORD
           SET EA-IS-TRAILER TO TRUE
           MOVE WS-ORD-NUMBER TO EA-ORDER-NUMBER
           MOVE WS-ORD-CUSTOMER TO EA-CUSTOMER-NUMBER
           MOVE WS-ORD-DATE TO EA-BUSINESS-DATE
           MOVE WS-ORD-GOODS TO EA-GOODS-AMOUNT
           MOVE WS-ORD-TAX TO EA-TAX-AMOUNT
           MOVE WS-ORD-FREIGHT TO EA-FREIGHT-AMOUNT
           MOVE WS-ORD-TOTAL TO EA-ORDER-TOTAL
           MOVE WS-LINE-COUNT TO EA-LINE-COUNT
           WRITE ACK-OUT-RECORD.

       COPY DSCLOOK.

       END PROGRAM ACKNOWL.
