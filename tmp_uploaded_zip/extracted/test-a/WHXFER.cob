       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHXFER.

      *> Inter-warehouse transfer orders.  With stock held per
      *> warehouse on STKPOS, moving it between buildings has to
      *> be a document of its own: REPLEN suggests the moves
      *> (SUGXFR) and the warehouse planners key the day's
      *> transfer transactions (XFRTRANS), applied in file order
      *> against the open transfer-order file (XFROPEN in,
      *> XFRNEW out, swapped in by the JCL):
      *>   - A raises an order: one item, from one warehouse to
      *>     another, a quantity.  Nothing moves yet; REPLEN
      *>     counts it as coming to the one warehouse and
      *>     promised out of the other;
      *>   - S ships it (the ordered quantity unless a smaller
      *>     one is given): the units leave the from-warehouse's
      *>     on-hand and sit in the to-warehouse's in-transit.  A
      *>     warehouse cannot ship more than it has on its
      *>     shelves;
      *>   - R receives it (the shipped quantity unless another
      *>     is given): the in-transit clears and what arrived
      *>     goes on the to-warehouse's shelves.  Fewer units
      *>     than shipped is a transit loss, written off
      *>     IM-QUANTITY as well; more than shipped is refused --
      *>     the count at the dock is wrong, or the shipment was;
      *>   - X cancels an order not yet shipped.
      *> IM-QUANTITY, the company total, only moves on a loss:
      *> shipping and receiving move stock between positions.
      *> A received or cancelled order leaves the file; the
      *> transfer register (XFRRPT) is its record, and ends with
      *> every order still in transit.  Rejected transactions
      *> print on the register and the run ends RC 4.
      *> The item master is taken under the ITEMMAST run-lock
      *> the same way maintenance takes it.
      *> The lots move with the stock.  A shipment is drawn off
      *> the from-warehouse's lots on STKLOT first-expiring
      *> first, a lot past its expiry staying where it is, and
      *> the lots drawn are kept on the transfer order (up to
      *> five; the rest goes untracked, as does whatever the
      *> lots could not cover).  The receipt puts what arrived
      *> onto the same lots under the to-warehouse, opening any
      *> not yet there, in the order they were drawn -- so a
      *> transit loss comes off the latest-expiring.  Both show
      *> on the register lot by lot.  A lot not written back is
      *> a warning and the run ends RC 4; no STKLOT is fatal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY STKPOS-SEL.
       COPY STKLOT-SEL.
       COPY XFROPEN-SEL.
           SELECT TRANSFER-TRANS-FILE ASSIGN TO "XFRTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFRTRANS-STATUS.
           SELECT NEW-TRANSFER-FILE ASSIGN TO "XFRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFRNEW-STATUS.
           SELECT TRANSFER-REPORT-FILE ASSIGN TO "XFRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY STKPOS-FD.
       COPY STKLOT-FD.
       COPY XFROPEN-FD.

      *> One transaction per record: action A (raise), S (ship),
      *> R (receive), X (cancel).  Item and warehouses are only
      *> read on a raise; a blank quantity on a ship or receive
      *> takes the ordered or shipped quantity; a blank date is
      *> today.
       FD  TRANSFER-TRANS-FILE.
       01  TRANSFER-TRANS-RECORD.
           05  XT-ACTION                PIC X.
               88  XT-IS-RAISE          VALUE "A".
               88  XT-IS-SHIP           VALUE "S".
               88  XT-IS-RECEIVE        VALUE "R".
               88  XT-IS-CANCEL         VALUE "X".
           05  XT-TRANSFER-NUMBER       PIC X(8).
           05  XT-ITEM-NUMBER           PIC X(6).
           05  XT-FROM-WAREHOUSE        PIC X(2).
           05  XT-TO-WAREHOUSE          PIC X(2).
           05  XT-QUANTITY              PIC X(5).
           05  XT-QUANTITY-NUM REDEFINES XT-QUANTITY
                                        PIC 9(5).
           05  XT-DATE                  PIC X(10).
           05  FILLER                   PIC X(46).

       FD  NEW-TRANSFER-FILE.
       01  NEW-TRANSFER-RECORD          PIC X(200).

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-XFROPEN-STATUS            PIC XX VALUE SPACES.
       01  WS-XFRTRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-XFRNEW-STATUS             PIC XX VALUE SPACES.
       01  WS-XFRRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The open transfer orders in memory, worked by the
      *> transactions and written back whole; a received or
      *> cancelled order is marked to drop.
       01  WS-XO-TABLE.
           05  WS-XO-ENTRY OCCURS 3000 TIMES.
               10  WS-XO-IMAGE          PIC X(200).
               10  WS-XO-KEEP           PIC X.
       01  WS-XO-COUNT                  PIC 9(4) VALUE 0.
       01  WS-XO-IDX                    PIC 9(4) VALUE 0.
       01  WS-XO-FOUND                  PIC X VALUE "N".
           88  WS-XO-WAS-FOUND          VALUE "Y".
       01  WS-TRANS-DATE                PIC X(10) VALUE SPACES.
       01  WS-MOVE-QTY                  PIC 9(5) VALUE 0.
       01  WS-LOST-QTY                  PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
      *> The lot draw at shipping and the put-away at receipt.
       01  WS-LOT-QTY-LEFT              PIC 9(5) VALUE 0.
       01  WS-LOT-TAKEN                 PIC 9(5) VALUE 0.
       01  WS-LOT-IDX                   PIC 9 VALUE 0.
       01  WS-LOT-SUPPLIER              PIC X(8) VALUE SPACES.
       01  WS-LOT-EOF                   PIC X VALUE "N".
           88  WS-LOT-AT-EOF            VALUE "Y".
       01  WS-LOT-NEW                   PIC X VALUE "N".
           88  WS-LOT-IS-NEW            VALUE "Y".
       01  WS-LOT-RESULT                PIC X VALUE "N".
           88  WS-LOT-WAS-POSTED        VALUE "Y".
      *> Run-lock handshake with LOCKMGR, as in ITMMAINT.
       01  WS-LOCK-REQUEST.
           05  WS-LOCK-ACTION           PIC X(4).
           05  WS-LOCK-NAME             PIC X(8) VALUE "ITEMMAST".
           05  WS-LOCK-JOB              PIC X(8) VALUE "WHXFER".
           05  WS-LOCK-VERDICT          PIC X.
       01  WS-TRANS-READ                PIC 9(5) VALUE 0.
       01  WS-RAISED-COUNT              PIC 9(5) VALUE 0.
       01  WS-SHIPPED-COUNT             PIC 9(5) VALUE 0.
       01  WS-RECEIVED-COUNT            PIC 9(5) VALUE 0.
       01  WS-CANCELLED-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01  WS-LOSS-COUNT                PIC 9(5) VALUE 0.
       01  WS-UNITS-LOST                PIC 9(7) VALUE 0.
       01  WS-IN-TRANSIT-COUNT          PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-LOTS-DRAWN                PIC 9(5) VALUE 0.
       01  WS-LOTS-RECEIVED             PIC 9(5) VALUE 0.
       01  WS-LOTS-OPENED               PIC 9(5) VALUE 0.
       01  WS-LOT-EXCEPTIONS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       WHXFER-MAIN.
           PERFORM TAKE-MASTER-LOCK
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-THE-OPEN-TRANSFERS
      *> The new transfer file is opened before anything moves:
      *> stock must never move without its order being worked.
           OPEN OUTPUT NEW-TRANSFER-FILE
           OPEN OUTPUT TRANSFER-REPORT-FILE
           IF WS-XFRNEW-STATUS NOT = "00"
                   OR WS-XFRRPT-STATUS NOT = "00"
               MOVE "MT1060E" TO WS-OM-ID
               STRING "WHXFER: XFRNEW OR XFRRPT NOT AVAILABLE - "
                   "TRANSFER RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT1061E" TO WS-OM-ID
               STRING "WHXFER: ITEMMAST NOT AVAILABLE - "
                   "TRANSFER RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE NEW-TRANSFER-FILE
               CLOSE TRANSFER-REPORT-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1062E" TO WS-OM-ID
               STRING "WHXFER: STKPOS NOT AVAILABLE - "
                   "TRANSFER RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE NEW-TRANSFER-FILE
               CLOSE TRANSFER-REPORT-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *> Without the lots a shipment would leave them behind in
      *> the from-warehouse: nothing moves.
           OPEN I-O STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE "MT1099E" TO WS-OM-ID
               STRING "WHXFER: STKLOT NOT AVAILABLE - "
                   "TRANSFER RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               CLOSE NEW-TRANSFER-FILE
               CLOSE TRANSFER-REPORT-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO TRANSFER-REPORT-RECORD
           STRING "TRANSFER ORDER REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
           END-STRING
           WRITE TRANSFER-REPORT-RECORD
           PERFORM APPLY-THE-TRANSACTIONS
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           CLOSE STOCK-LOT-FILE
           PERFORM WRITE-THE-OPEN-FILE
           CLOSE NEW-TRANSFER-FILE
           CLOSE TRANSFER-REPORT-FILE
           DISPLAY "===== WHXFER END-OF-JOB SUMMARY ====="
           DISPLAY "TRANSACTIONS READ   : " WS-TRANS-READ
           DISPLAY "ORDERS RAISED       : " WS-RAISED-COUNT
           DISPLAY "ORDERS SHIPPED      : " WS-SHIPPED-COUNT
           DISPLAY "ORDERS RECEIVED     : " WS-RECEIVED-COUNT
           DISPLAY "ORDERS CANCELLED    : " WS-CANCELLED-COUNT
           DISPLAY "TRANSIT LOSSES      : " WS-LOSS-COUNT
           DISPLAY "UNITS LOST          : " WS-UNITS-LOST
           DISPLAY "REJECTED            : " WS-REJECT-COUNT
           DISPLAY "ORDERS CARRIED      : " WS-CARRIED-COUNT
           DISPLAY "  OF WHICH IN TRANS : " WS-IN-TRANSIT-COUNT
           DISPLAY "LOTS DRAWN          : " WS-LOTS-DRAWN
           DISPLAY "LOTS RECEIVED       : " WS-LOTS-RECEIVED
           DISPLAY "  OF WHICH OPENED   : " WS-LOTS-OPENED
           DISPLAY "LOTS NOT WRITTEN    : " WS-LOT-EXCEPTIONS
           DISPLAY "====================================="
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE "MT1065W" TO WS-OM-ID
               STRING "WHXFER: " WS-REJECT-COUNT
                   " TRANSFER TRANSACTION(S) REJECTED - SEE XFRRPT"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LOT-EXCEPTIONS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-MASTER-LOCK
           GOBACK.

       TAKE-MASTER-LOCK.
           MOVE "TAKE" TO WS-LOCK-ACTION
           CALL "LOCKMGR" USING WS-LOCK-REQUEST
               ON EXCEPTION
                   MOVE "MT1063W" TO WS-OM-ID
                   STRING "CALL FAILED: LOCKMGR - RUN "
                       "PROCEEDS UNLOCKED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   MOVE "Y" TO WS-LOCK-VERDICT
           END-CALL
           IF WS-LOCK-VERDICT NOT = "Y"
               MOVE "MT1064E" TO WS-OM-ID
               STRING "WHXFER: ITEMMAST LOCK HELD - "
                   "TRANSFER RUN REFUSED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       FREE-MASTER-LOCK.
           MOVE "FREE" TO WS-LOCK-ACTION
           CALL "LOCKMGR" USING WS-LOCK-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       LOAD-THE-OPEN-TRANSFERS.
           OPEN INPUT TRANSFER-ORDER-FILE
           IF WS-XFROPEN-STATUS NOT = "00"
               MOVE "MT1059I" TO WS-OM-ID
               STRING "WHXFER: NO XFROPEN FILE - STARTING A NEW "
                   "OPEN-TRANSFER FILE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TRANSFER-ORDER-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-OPEN-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-ORDER-FILE
           END-IF.

       TAKE-ONE-OPEN-TRANSFER.
           *> The file only grows by what one night raises; a full
           *> table is a run that must not go on and lose orders.
           IF WS-XO-COUNT < 3000
               ADD 1 TO WS-XO-COUNT
               MOVE TRANSFER-ORDER-RECORD
                   TO WS-XO-IMAGE (WS-XO-COUNT)
               MOVE "Y" TO WS-XO-KEEP (WS-XO-COUNT)
           ELSE
               MOVE "MT1066E" TO WS-OM-ID
               STRING "WHXFER: MORE THAN 3000 OPEN TRANSFER "
                   "ORDERS - TRANSFER RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE TRANSFER-ORDER-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-THE-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSFER-TRANS-FILE
           IF WS-XFRTRANS-STATUS NOT = "00"
      *> No transactions is a quiet day: the open orders are
      *> still carried forward.
               DISPLAY "WHXFER: NO XFRTRANS TRANSACTIONS TODAY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TRANSFER-TRANS-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-TRANS-FILE
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF XT-DATE = SPACES
               MOVE WS-TODAY-TEXT TO WS-TRANS-DATE
           ELSE
               MOVE XT-DATE TO WS-TRANS-DATE
           END-IF
           PERFORM FIND-THE-ORDER
           EVALUATE TRUE
               WHEN XT-TRANSFER-NUMBER = SPACES
                   MOVE "BLANK TRANSFER NUMBER" TO WS-REJECT-REASON
               WHEN XT-IS-RAISE
                   PERFORM RAISE-AN-ORDER
               WHEN NOT WS-XO-WAS-FOUND
                   MOVE "TRANSFER ORDER NOT ON FILE"
                       TO WS-REJECT-REASON
               WHEN XT-IS-SHIP
                   PERFORM SHIP-AN-ORDER
               WHEN XT-IS-RECEIVE
                   PERFORM RECEIVE-AN-ORDER
               WHEN XT-IS-CANCEL
                   PERFORM CANCEL-AN-ORDER
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *> Leaves the order found in TRANSFER-ORDER-RECORD, where
      *> the ship, receive and cancel paragraphs work on it.
       FIND-THE-ORDER.
           MOVE "N" TO WS-XO-FOUND
           PERFORM VARYING WS-XO-IDX FROM 1 BY 1
                   UNTIL WS-XO-IDX > WS-XO-COUNT
                       OR WS-XO-WAS-FOUND
               IF WS-XO-KEEP (WS-XO-IDX) = "Y"
                       AND WS-XO-IMAGE (WS-XO-IDX) (1:8)
                           = XT-TRANSFER-NUMBER
                   SET WS-XO-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-XO-WAS-FOUND
               SUBTRACT 1 FROM WS-XO-IDX
               MOVE WS-XO-IMAGE (WS-XO-IDX) TO TRANSFER-ORDER-RECORD
           END-IF.

       RAISE-AN-ORDER.
           EVALUATE TRUE
               WHEN WS-XO-WAS-FOUND
                   MOVE "TRANSFER NUMBER ALREADY OPEN"
                       TO WS-REJECT-REASON
               WHEN XT-QUANTITY NOT NUMERIC
                       OR XT-QUANTITY-NUM = 0
                   MOVE "QUANTITY NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
               WHEN XT-FROM-WAREHOUSE NOT NUMERIC
                       OR XT-FROM-WAREHOUSE = "00"
                       OR XT-TO-WAREHOUSE NOT NUMERIC
                       OR XT-TO-WAREHOUSE = "00"
                   MOVE "WAREHOUSE CODE NOT 01-99"
                       TO WS-REJECT-REASON
               WHEN XT-FROM-WAREHOUSE = XT-TO-WAREHOUSE
                   MOVE "FROM AND TO WAREHOUSE THE SAME"
                       TO WS-REJECT-REASON
               WHEN WS-XO-COUNT NOT < 3000
                   MOVE "OPEN-TRANSFER TABLE FULL"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE XT-ITEM-NUMBER TO IM-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "ITEM NOT ON THE ITEM MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO TRANSFER-ORDER-RECORD
               MOVE XT-TRANSFER-NUMBER TO XO-TRANSFER-NUMBER
               MOVE XT-ITEM-NUMBER TO XO-ITEM-NUMBER
               MOVE XT-FROM-WAREHOUSE TO XO-FROM-WAREHOUSE
               MOVE XT-TO-WAREHOUSE TO XO-TO-WAREHOUSE
               MOVE XT-QUANTITY-NUM TO XO-ORDER-QTY
               MOVE 0 TO XO-SHIPPED-QTY
               MOVE WS-TRANS-DATE TO XO-ORDER-DATE
               MOVE 0 TO XO-LOT-COUNT
               SET XO-IS-OPEN TO TRUE
               ADD 1 TO WS-XO-COUNT
               MOVE TRANSFER-ORDER-RECORD
                   TO WS-XO-IMAGE (WS-XO-COUNT)
               MOVE "Y" TO WS-XO-KEEP (WS-XO-COUNT)
               ADD 1 TO WS-RAISED-COUNT
               MOVE XO-ORDER-QTY TO WS-MOVE-QTY
               MOVE SPACES TO TRANSFER-REPORT-RECORD
               STRING "  RAISED    " XO-TRANSFER-NUMBER
                   " ITEM " XO-ITEM-NUMBER
                   " FROM WH " XO-FROM-WAREHOUSE
                   " TO WH " XO-TO-WAREHOUSE
                   " QTY " WS-MOVE-QTY
                   DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
               END-STRING
               WRITE TRANSFER-REPORT-RECORD
           END-IF.

      *> Off the from-warehouse's shelves, into the
      *> to-warehouse's in-transit.  The shelf is checked first,
      *> so the decrease always lands whole.
       SHIP-AN-ORDER.
           IF XT-QUANTITY = SPACES
               MOVE XO-ORDER-QTY TO WS-MOVE-QTY
           ELSE
               IF XT-QUANTITY NUMERIC
                   MOVE XT-QUANTITY-NUM TO WS-MOVE-QTY
               ELSE
                   MOVE 0 TO WS-MOVE-QTY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT XO-IS-OPEN
                   MOVE "ORDER ALREADY SHIPPED" TO WS-REJECT-REASON
               WHEN WS-MOVE-QTY = 0
                   MOVE "QUANTITY NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
               WHEN WS-MOVE-QTY > XO-ORDER-QTY
                   MOVE "SHIPS MORE THAN WAS ORDERED"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE XO-ITEM-NUMBER TO SK-ITEM-NUMBER
               MOVE XO-FROM-WAREHOUSE TO SK-WAREHOUSE
               READ STOCK-POSITION-FILE
                   INVALID KEY
                       MOVE "NOTHING ON HAND IN FROM WAREHOUSE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SK-ON-HAND < WS-MOVE-QTY
                           MOVE "FROM WAREHOUSE HAS TOO LITTLE"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE XO-ITEM-NUMBER TO WS-SK-ADJ-ITEM
               MOVE XO-FROM-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
               COMPUTE WS-SK-ADJ-ON-HAND = 0 - WS-MOVE-QTY
               PERFORM ADJUST-STOCK-POSITION
               IF WS-SK-ADJ-HAS-FAILED
                   MOVE "FROM POSITION NOT WRITTEN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE XO-ITEM-NUMBER TO WS-SK-ADJ-ITEM
               MOVE XO-TO-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
               MOVE WS-MOVE-QTY TO WS-SK-ADJ-IN-TRANSIT
               PERFORM ADJUST-STOCK-POSITION
               IF WS-SK-ADJ-HAS-FAILED
      *> Put the shelf back: the shipment has not happened.
                   MOVE "TO POSITION NOT WRITTEN"
                       TO WS-REJECT-REASON
                   MOVE XO-ITEM-NUMBER TO WS-SK-ADJ-ITEM
                   MOVE XO-FROM-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
                   MOVE WS-MOVE-QTY TO WS-SK-ADJ-ON-HAND
                   PERFORM ADJUST-STOCK-POSITION
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM DRAW-TRANSFER-LOTS
               MOVE WS-MOVE-QTY TO XO-SHIPPED-QTY
               MOVE WS-TRANS-DATE TO XO-SHIP-DATE
               SET XO-IS-IN-TRANSIT TO TRUE
               MOVE TRANSFER-ORDER-RECORD TO WS-XO-IMAGE (WS-XO-IDX)
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE SPACES TO TRANSFER-REPORT-RECORD
               STRING "  SHIPPED   " XO-TRANSFER-NUMBER
                   " ITEM " XO-ITEM-NUMBER
                   " FROM WH " XO-FROM-WAREHOUSE
                   " TO WH " XO-TO-WAREHOUSE
                   " QTY " WS-MOVE-QTY
                   " ORDERED " XO-ORDER-QTY
                   DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
               END-STRING
               WRITE TRANSFER-REPORT-RECORD
               PERFORM WRITE-LOT-LINES
           END-IF.

       DRAW-TRANSFER-LOTS.
           *> WS-MOVE-QTY off the from-warehouse's lots in key
           *> order -- which is expiry order -- each rewritten in
           *> place as it is drawn and kept on the order.
           MOVE 0 TO XO-LOT-COUNT
           MOVE WS-MOVE-QTY TO WS-LOT-QTY-LEFT
           MOVE "N" TO WS-LOT-EOF
           MOVE XO-ITEM-NUMBER TO LT-ITEM-NUMBER
           MOVE XO-FROM-WAREHOUSE TO LT-WAREHOUSE
           MOVE LOW-VALUES TO LT-EXPIRY-DATE
           MOVE LOW-VALUES TO LT-LOT-NUMBER
           START STOCK-LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
               INVALID KEY
                   SET WS-LOT-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOT-AT-EOF
                   OR WS-LOT-QTY-LEFT = 0
                   OR XO-LOT-COUNT >= 5
               READ STOCK-LOT-FILE NEXT RECORD
                   AT END
                       SET WS-LOT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM DRAW-ONE-TRANSFER-LOT
               END-READ
           END-PERFORM.

       DRAW-ONE-TRANSFER-LOT.
           *> A lot past its expiry on the shipping day is not sent
           *> on to another warehouse.
           IF LT-ITEM-NUMBER NOT = XO-ITEM-NUMBER
                   OR LT-WAREHOUSE NOT = XO-FROM-WAREHOUSE
               SET WS-LOT-AT-EOF TO TRUE
           ELSE
               IF LT-ON-HAND > 0
                       AND LT-EXPIRY-DATE NOT < WS-TRANS-DATE
                   IF LT-ON-HAND > WS-LOT-QTY-LEFT
                       MOVE WS-LOT-QTY-LEFT TO WS-LOT-TAKEN
                   ELSE
                       MOVE LT-ON-HAND TO WS-LOT-TAKEN
                   END-IF
                   SUBTRACT WS-LOT-TAKEN FROM LT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOT-EXCEPTIONS
                           MOVE "MT1098W" TO WS-OM-ID
                           STRING "WHXFER: LOT " LT-LOT-NUMBER
                               " OF ITEM " LT-ITEM-NUMBER
                               " NOT WRITTEN BACK - TRANSFER "
                               XO-TRANSFER-NUMBER
                               " STILL RECORDED AGAINST IT"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                   END-REWRITE
                   ADD 1 TO XO-LOT-COUNT
                   MOVE LT-LOT-NUMBER TO XO-LOT-NUMBER (XO-LOT-COUNT)
                   MOVE LT-EXPIRY-DATE TO XO-LOT-EXPIRY (XO-LOT-COUNT)
                   MOVE WS-LOT-TAKEN TO XO-LOT-QTY (XO-LOT-COUNT)
                   SUBTRACT WS-LOT-TAKEN FROM WS-LOT-QTY-LEFT
                   ADD 1 TO WS-LOTS-DRAWN
               END-IF
           END-IF.

       WRITE-LOT-LINES.
           IF XO-LOT-COUNT NOT NUMERIC
               MOVE 0 TO XO-LOT-COUNT
           END-IF
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > XO-LOT-COUNT
               MOVE SPACES TO TRANSFER-REPORT-RECORD
               STRING "              LOT " XO-LOT-NUMBER (WS-LOT-IDX)
                   " EXPIRES " XO-LOT-EXPIRY (WS-LOT-IDX)
                   " QTY " XO-LOT-QTY (WS-LOT-IDX)
                   DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
               END-STRING
               WRITE TRANSFER-REPORT-RECORD
           END-PERFORM.

      *> The whole shipment leaves in-transit; what arrived goes
      *> on the shelf, and the difference is written off the
      *> company total.
       RECEIVE-AN-ORDER.
           IF XT-QUANTITY = SPACES
               MOVE XO-SHIPPED-QTY TO WS-MOVE-QTY
           ELSE
               IF XT-QUANTITY NUMERIC
                   MOVE XT-QUANTITY-NUM TO WS-MOVE-QTY
               ELSE
                   MOVE 99999 TO WS-MOVE-QTY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT XO-IS-IN-TRANSIT
                   MOVE "ORDER NOT YET SHIPPED" TO WS-REJECT-REASON
               WHEN XT-QUANTITY NOT = SPACES
                       AND XT-QUANTITY NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-MOVE-QTY > XO-SHIPPED-QTY
                   MOVE "RECEIVES MORE THAN WAS SHIPPED"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE XO-ITEM-NUMBER TO WS-SK-ADJ-ITEM
               MOVE XO-TO-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
               COMPUTE WS-SK-ADJ-IN-TRANSIT = 0 - XO-SHIPPED-QTY
               MOVE WS-MOVE-QTY TO WS-SK-ADJ-ON-HAND
               PERFORM ADJUST-STOCK-POSITION
               IF WS-SK-ADJ-HAS-FAILED
                   MOVE "TO POSITION NOT WRITTEN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM RECEIVE-TRANSFER-LOTS
               COMPUTE WS-LOST-QTY = XO-SHIPPED-QTY - WS-MOVE-QTY
               IF WS-LOST-QTY > 0
                   PERFORM WRITE-OFF-TRANSIT-LOSS
               END-IF
               MOVE "N" TO WS-XO-KEEP (WS-XO-IDX)
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE SPACES TO TRANSFER-REPORT-RECORD
               STRING "  RECEIVED  " XO-TRANSFER-NUMBER
                   " ITEM " XO-ITEM-NUMBER
                   " FROM WH " XO-FROM-WAREHOUSE
                   " TO WH " XO-TO-WAREHOUSE
                   " QTY " WS-MOVE-QTY
                   " SHIPPED " XO-SHIPPED-QTY
                   " LOST " WS-LOST-QTY
                   DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
               END-STRING
               WRITE TRANSFER-REPORT-RECORD
               PERFORM WRITE-LOT-LINES
           END-IF.

       RECEIVE-TRANSFER-LOTS.
           *> What arrived goes onto the order's lots in the order
           *> they were drawn, each up to what was drawn from it;
           *> the lines are left showing what each lot received.
           IF XO-LOT-COUNT NOT NUMERIC
               MOVE 0 TO XO-LOT-COUNT
           END-IF
           MOVE WS-MOVE-QTY TO WS-LOT-QTY-LEFT
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > XO-LOT-COUNT
               IF XO-LOT-QTY (WS-LOT-IDX) > WS-LOT-QTY-LEFT
                   MOVE WS-LOT-QTY-LEFT TO XO-LOT-QTY (WS-LOT-IDX)
               END-IF
               MOVE XO-LOT-QTY (WS-LOT-IDX) TO WS-LOT-TAKEN
               SUBTRACT WS-LOT-TAKEN FROM WS-LOT-QTY-LEFT
               IF WS-LOT-TAKEN > 0
                   PERFORM RECEIVE-ONE-TRANSFER-LOT
               END-IF
           END-PERFORM.

       RECEIVE-ONE-TRANSFER-LOT.
           *> The lot's supplier comes across from the
           *> from-warehouse's record; a lot not yet in the
           *> to-warehouse starts at nothing.
           MOVE SPACES TO WS-LOT-SUPPLIER
           MOVE XO-ITEM-NUMBER TO LT-ITEM-NUMBER
           MOVE XO-FROM-WAREHOUSE TO LT-WAREHOUSE
           MOVE XO-LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY-DATE
           MOVE XO-LOT-NUMBER (WS-LOT-IDX) TO LT-LOT-NUMBER
           READ STOCK-LOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LT-SUPPLIER TO WS-LOT-SUPPLIER
           END-READ
           MOVE "N" TO WS-LOT-NEW
           MOVE "N" TO WS-LOT-RESULT
           MOVE XO-ITEM-NUMBER TO LT-ITEM-NUMBER
           MOVE XO-TO-WAREHOUSE TO LT-WAREHOUSE
           MOVE XO-LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY-DATE
           MOVE XO-LOT-NUMBER (WS-LOT-IDX) TO LT-LOT-NUMBER
           READ STOCK-LOT-FILE
               INVALID KEY
                   SET WS-LOT-IS-NEW TO TRUE
                   MOVE SPACES TO STOCK-LOT-RECORD
                   MOVE XO-ITEM-NUMBER TO LT-ITEM-NUMBER
                   MOVE XO-TO-WAREHOUSE TO LT-WAREHOUSE
                   MOVE XO-LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY-DATE
                   MOVE XO-LOT-NUMBER (WS-LOT-IDX) TO LT-LOT-NUMBER
                   MOVE 0 TO LT-ON-HAND
                   MOVE 0 TO LT-RECEIVED-QTY
                   MOVE WS-TRANS-DATE TO LT-FIRST-RECEIVED
                   MOVE WS-LOT-SUPPLIER TO LT-SUPPLIER
           END-READ
           ADD WS-LOT-TAKEN TO LT-ON-HAND
           ADD WS-LOT-TAKEN TO LT-RECEIVED-QTY
           MOVE WS-TRANS-DATE TO LT-LAST-RECEIVED
           IF WS-LOT-IS-NEW
               WRITE STOCK-LOT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOT-WAS-POSTED TO TRUE
                       ADD 1 TO WS-LOTS-OPENED
               END-WRITE
           ELSE
               REWRITE STOCK-LOT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOT-WAS-POSTED TO TRUE
               END-REWRITE
           END-IF
           IF WS-LOT-WAS-POSTED
               ADD 1 TO WS-LOTS-RECEIVED
           ELSE
               ADD 1 TO WS-LOT-EXCEPTIONS
               MOVE "MT1098W" TO WS-OM-ID
               STRING "WHXFER: LOT " LT-LOT-NUMBER
                   " OF ITEM " LT-ITEM-NUMBER
                   " NOT WRITTEN - TRANSFER " XO-TRANSFER-NUMBER
                   " QTY " WS-LOT-TAKEN " STANDS UNTRACKED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

       WRITE-OFF-TRANSIT-LOSS.
           ADD 1 TO WS-LOSS-COUNT
           ADD WS-LOST-QTY TO WS-UNITS-LOST
           MOVE XO-ITEM-NUMBER TO IM-ITEM-NUMBER
           READ ITEM-MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-UNPOSTED-LOSS-LINE
               NOT INVALID KEY
                   IF IM-QUANTITY > WS-LOST-QTY
                       SUBTRACT WS-LOST-QTY FROM IM-QUANTITY
                   ELSE
                       MOVE 0 TO IM-QUANTITY
                   END-IF
                   REWRITE ITEM-MASTER-RECORD
           END-READ.

       WRITE-UNPOSTED-LOSS-LINE.
           MOVE SPACES TO TRANSFER-REPORT-RECORD
           STRING "*** ITEM " XO-ITEM-NUMBER
               " NOT ON THE ITEM MASTER - TRANSIT LOSS OF "
               WS-LOST-QTY " NOT WRITTEN OFF ***"
               DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
           END-STRING
           WRITE TRANSFER-REPORT-RECORD.

       CANCEL-AN-ORDER.
           IF NOT XO-IS-OPEN
               MOVE "ORDER ALREADY SHIPPED" TO WS-REJECT-REASON
           ELSE
               MOVE "N" TO WS-XO-KEEP (WS-XO-IDX)
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE XO-ORDER-QTY TO WS-MOVE-QTY
               MOVE SPACES TO TRANSFER-REPORT-RECORD
               STRING "  CANCELLED " XO-TRANSFER-NUMBER
                   " ITEM " XO-ITEM-NUMBER
                   " FROM WH " XO-FROM-WAREHOUSE
                   " TO WH " XO-TO-WAREHOUSE
                   " QTY " WS-MOVE-QTY
                   DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
               END-STRING
               WRITE TRANSFER-REPORT-RECORD
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO TRANSFER-REPORT-RECORD
           STRING "*** REJECTED " XT-ACTION " " XT-TRANSFER-NUMBER
               " ITEM " XT-ITEM-NUMBER
               " QTY " XT-QUANTITY
               " - " WS-REJECT-REASON " ***"
               DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
           END-STRING
           WRITE TRANSFER-REPORT-RECORD.

       WRITE-THE-OPEN-FILE.
           *> Every order still open goes forward; those in transit
           *> close the register so the warehouse can chase them.
           MOVE SPACES TO TRANSFER-REPORT-RECORD
           STRING "ORDERS IN TRANSIT AT END OF RUN"
               DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
           END-STRING
           WRITE TRANSFER-REPORT-RECORD
           PERFORM VARYING WS-XO-IDX FROM 1 BY 1
                   UNTIL WS-XO-IDX > WS-XO-COUNT
               IF WS-XO-KEEP (WS-XO-IDX) = "Y"
                   MOVE WS-XO-IMAGE (WS-XO-IDX)
                       TO TRANSFER-ORDER-RECORD
                   MOVE TRANSFER-ORDER-RECORD TO NEW-TRANSFER-RECORD
                   WRITE NEW-TRANSFER-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
                   IF XO-IS-IN-TRANSIT
                       PERFORM WRITE-IN-TRANSIT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-IN-TRANSIT-LINE.
           ADD 1 TO WS-IN-TRANSIT-COUNT
           MOVE SPACES TO TRANSFER-REPORT-RECORD
           STRING "  " XO-TRANSFER-NUMBER
               " ITEM " XO-ITEM-NUMBER
               " FROM WH " XO-FROM-WAREHOUSE
               " TO WH " XO-TO-WAREHOUSE
               " QTY " XO-SHIPPED-QTY
               " SHIPPED " XO-SHIP-DATE
               DELIMITED BY SIZE INTO TRANSFER-REPORT-RECORD
           END-STRING
           WRITE TRANSFER-REPORT-RECORD.

       COPY STKADJ.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       END PROGRAM WHXFER.
