       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVPOST.

      *> Nightly receiving run.  Stock used to come back onto
      *> IM-QUANTITY only when a purchasing clerk keyed a quantity
      *> change through ITMMAINT, with nothing tying it to what
      *> was ordered.  This reads the day's dock receipts
      *> (DOCKRCV: PO number, item, quantity, date received) and
      *> matches each to its line on the open-PO file:
      *>   - the received units are added to the item's
      *>     IM-QUANTITY in place on the keyed master and
      *>     journaled to ITMJRNL as a receipt action (R, source
      *>     RCVPOST) with the before and after images, so
      *>     ITMRECOV replays receipts like any other change; the
      *>     run closes the journal with its own control record;
      *>   - the PO line is part-closed or closed, old-file-in /
      *>     new-file-out (POOPEN in, PONEW out, swapped in by the
      *>     JCL), and the receipt is appended to RCVHIST;
      *>   - a receipt quoting no PO line, or a line already
      *>     closed, posts nothing; a receipt for more than the
      *>     line still has open posts the open quantity and the
      *>     excess waits at the dock for the buyer.  Both print
      *>     on the receiving exception report, followed by every
      *>     line still open past its due date.
      *> The item master is taken under the ITEMMAST run-lock
      *> the same way maintenance takes it.
      *> Cost: each posted receipt also moves the item's
      *> weighted moving-average cost on ITEMCOST (ITEMCOST in,
      *> COSTNEW out, swapped in by the JCL) -- the stock on hand
      *> at the old average blended with the received units at
      *> the receipt's unit cost.  The receipt cost is the one on
      *> the supplier's delivery note where the dock keyed it,
      *> otherwise the PO line's agreed cost.  The cost-change
      *> register (COSTRPT) lists every item whose average moved
      *> tonight by more than the percentage on COSTCARD
      *> (default 5.00%), and every item costed for the first
      *> time, so pricing can react before margins erode.
      *> Warehouses: each posted receipt also lands on the stock
      *> position (STKPOS) of the warehouse the PO line was
      *> raised for (PO-WAREHOUSE; blank is the main one), so the
      *> item master total and the positions stay in step.  A
      *> position that cannot be written is reported to the
      *> operator and the receipt stands on the master only.
      *> Lots: a date-sensitive delivery is keyed at the dock
      *> with its lot number and expiry date.  The posted units
      *> are added to that lot in the receiving warehouse on the
      *> stock-lot file (STKLOT), which the pricing run draws
      *> down first-expiring first, and the lot rides on the
      *> RCVHIST record so a recall can be traced back to the PO
      *> and supplier.  A lot with no expiry never expires; an
      *> expiry that cannot be read, or one keyed with no lot,
      *> posts nothing and goes on the exception report.  A lot
      *> that cannot be written is reported to the operator and
      *> the receipt stands on the position untracked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITMJRNL-SEL.
       COPY POOPEN-SEL.
       COPY RCVHIST-SEL.
       COPY ITEMCOST-SEL.
       COPY STKPOS-SEL.
       COPY STKLOT-SEL.
           SELECT DOCK-RECEIPT-FILE ASSIGN TO "DOCKRCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCKRCV-STATUS.
           SELECT NEW-PO-FILE ASSIGN TO "PONEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONEW-STATUS.
           SELECT RECEIVING-EXCEPTION-FILE ASSIGN TO "RCVEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVEXCP-STATUS.
           SELECT NEW-COST-FILE ASSIGN TO "COSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTNEW-STATUS.
           SELECT COST-CARD-FILE ASSIGN TO "COSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCARD-STATUS.
           SELECT COST-REGISTER-FILE ASSIGN TO "COSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITMJRNL-FD.
       COPY POOPEN-FD.
       COPY RCVHIST-FD.
       COPY ITEMCOST-FD.
       COPY STKPOS-FD.
       COPY STKLOT-FD.

      *> One record per receipt keyed at the dock from the
      *> supplier's delivery note.
       FD  DOCK-RECEIPT-FILE.
       01  DOCK-RECEIPT-RECORD.
           05  RV-PO-NUMBER             PIC X(8).
           05  RV-ITEM-NUMBER           PIC X(6).
           05  RV-QUANTITY              PIC X(5).
           05  RV-QUANTITY-NUM REDEFINES RV-QUANTITY
                                        PIC 9(5).
           05  RV-RECEIPT-DATE          PIC X(10).
      *> Unit cost from the delivery note; spaces when the note
      *> carries none and the PO's agreed cost stands.
           05  RV-UNIT-COST             PIC X(7).
           05  RV-UNIT-COST-NUM REDEFINES RV-UNIT-COST
                                        PIC 9(5)V99.
      *> Lot number and expiry date (YYYY-MM-DD) from the
      *> delivery note of a date-sensitive line; spaces for
      *> stock that is not lot-tracked, and spaces in the expiry
      *> alone for a lot that never expires.
           05  RV-LOT-NUMBER            PIC X(10).
           05  RV-EXPIRY-DATE           PIC X(10).
           05  FILLER                   PIC X(24).

       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD                PIC X(100).

       FD  RECEIVING-EXCEPTION-FILE.
       01  RECEIVING-EXCEPTION-RECORD   PIC X(132).

       FD  NEW-COST-FILE.
       01  NEW-COST-RECORD              PIC X(80).

      *> Register threshold: percentage with two decimals (0500
      *> is 5.00%).
       FD  COST-CARD-FILE.
       01  COST-CARD-RECORD.
           05  CC-MOVE-PCT              PIC X(4).
           05  CC-MOVE-PCT-NUM REDEFINES CC-MOVE-PCT
                                        PIC 99V99.
           05  FILLER                   PIC X(76).

       FD  COST-REGISTER-FILE.
       01  COST-REGISTER-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ITMJRNL-STATUS            PIC XX VALUE SPACES.
       01  WS-POOPEN-STATUS             PIC XX VALUE SPACES.
       01  WS-RCVHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-DOCKRCV-STATUS            PIC XX VALUE SPACES.
       01  WS-PONEW-STATUS              PIC XX VALUE SPACES.
       01  WS-RCVEXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-ITEMCOST-STATUS           PIC XX VALUE SPACES.
       01  WS-COSTNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-COSTCARD-STATUS           PIC XX VALUE SPACES.
       01  WS-COSTRPT-STATUS            PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-SWEEP-EOF                 PIC X VALUE "N".
           88  WS-SWEEP-AT-EOF          VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
      *> The open-PO file in memory, worked down by the receipts
      *> and written back whole.
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 3000 TIMES.
               10  WS-PO-IMAGE          PIC X(100).
       01  WS-PO-COUNT                  PIC 9(4) VALUE 0.
       01  WS-PO-IDX                    PIC 9(4) VALUE 0.
       01  WS-PO-FOUND                  PIC X VALUE "N".
           88  WS-PO-WAS-FOUND          VALUE "Y".
       01  WS-OPEN-QTY                  PIC 9(5) VALUE 0.
       01  WS-POST-QTY                  PIC 9(5) VALUE 0.
       01  WS-EXCESS-QTY                PIC 9(5) VALUE 0.
       01  WS-NEW-ONHAND                PIC 9(6) VALUE 0.
      *> Before image of the master record, for the journal.
       01  WS-OLD-QUANTITY              PIC 9(5) VALUE 0.
       01  WS-OLD-UNIT-PRICE            PIC 9(5)V99 VALUE 0.
       01  WS-OLD-CURRENCY              PIC X(3) VALUE SPACES.
       01  WS-OLD-CATEGORY              PIC X(4) VALUE SPACES.
       01  WS-JOURNAL-SEQ               PIC 9(7) VALUE 0.
       01  WS-MASTER-SWEEP-COUNT        PIC 9(7) VALUE 0.
       01  WS-MASTER-PRICE-HASH         PIC 9(11)V99 VALUE 0.
       01  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
      *> Run-lock handshake with LOCKMGR, as in ITMMAINT.
       01  WS-LOCK-REQUEST.
           05  WS-LOCK-ACTION           PIC X(4).
           05  WS-LOCK-NAME             PIC X(8) VALUE "ITEMMAST".
           05  WS-LOCK-JOB              PIC X(8) VALUE "RCVPOST".
           05  WS-LOCK-VERDICT          PIC X.
       01  WS-RECEIPTS-READ             PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE 0.
       01  WS-UNITS-POSTED              PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT              PIC 9(5) VALUE 0.
      *> The item cost file in memory, moved by the receipts and
      *> written back whole.  START-COST is the average as the
      *> night began, for the register.
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 3000 TIMES.
               10  WS-COST-ITEM         PIC X(6).
               10  WS-COST-AVERAGE      PIC 9(5)V99.
               10  WS-COST-PRIOR        PIC 9(5)V99.
               10  WS-COST-MOVED-DATE   PIC X(10).
               10  WS-COST-START        PIC 9(5)V99.
               10  WS-COST-IS-NEW       PIC X.
       01  WS-COST-COUNT                PIC 9(4) VALUE 0.
       01  WS-COST-IDX                  PIC 9(4) VALUE 0.
       01  WS-COST-FOUND                PIC X VALUE "N".
           88  WS-COST-WAS-FOUND        VALUE "Y".
       01  WS-RECEIPT-COST              PIC 9(5)V99 VALUE 0.
       01  WS-NEW-AVERAGE               PIC 9(5)V99 VALUE 0.
       01  WS-MOVE-THRESHOLD            PIC 99V99 VALUE 5.00.
       01  WS-MOVE-AMOUNT               PIC S9(5)V99 VALUE 0.
       01  WS-MOVE-PCT                  PIC 9(5)V99 VALUE 0.
       01  WS-OLD-COST-DISPLAY          PIC Z(4)9.99.
       01  WS-NEW-COST-DISPLAY          PIC Z(4)9.99.
       01  WS-MOVE-PCT-DISPLAY          PIC Z(4)9.99.
       01  WS-COST-MOVED-COUNT          PIC 9(5) VALUE 0.
       01  WS-COST-REGISTER-COUNT       PIC 9(5) VALUE 0.
      *> The expiry the receipt's lot is filed under: the one
      *> keyed, or the never-expires date when none was.
       01  WS-NEVER-EXPIRES             PIC X(10) VALUE "9999-12-31".
       01  WS-RECEIPT-EXPIRY            PIC X(10) VALUE SPACES.
       01  WS-LOT-VERDICT               PIC X VALUE "Y".
           88  WS-LOT-IS-GOOD           VALUE "Y".
       01  WS-LOT-NEW                   PIC X VALUE "N".
           88  WS-LOT-IS-NEW            VALUE "Y".
       01  WS-LOT-RESULT                PIC X VALUE "N".
           88  WS-LOT-WAS-POSTED        VALUE "Y".
       01  WS-LOT-RECEIPTS              PIC 9(5) VALUE 0.
       01  WS-LOTS-OPENED               PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       RCVPOST-MAIN.
           PERFORM TAKE-MASTER-LOCK
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-THE-OPEN-POS
           PERFORM LOAD-THE-ITEM-COSTS
           PERFORM READ-COST-CARD
      *> The new PO and cost files are opened before anything
      *> posts: a receipt must never reach the master without
      *> its line being worked down and its cost blended in.
           OPEN OUTPUT NEW-PO-FILE
           IF WS-PONEW-STATUS NOT = "00"
               MOVE "MT0921E" TO WS-OM-ID
               STRING "RCVPOST: PONEW NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEW-COST-FILE
           OPEN OUTPUT COST-REGISTER-FILE
           IF WS-COSTNEW-STATUS NOT = "00"
                   OR WS-COSTRPT-STATUS NOT = "00"
               MOVE "MT0932E" TO WS-OM-ID
               STRING "RCVPOST: COSTNEW OR COSTRPT NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE NEW-PO-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT0916E" TO WS-OM-ID
               STRING "RCVPOST: ITEMMAST NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1055E" TO WS-OM-ID
               STRING "RCVPOST: STKPOS NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE "MT1068E" TO WS-OM-ID
               STRING "RCVPOST: STKLOT NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECEIVING-EXCEPTION-FILE
           MOVE SPACES TO RECEIVING-EXCEPTION-RECORD
           STRING "RECEIVING EXCEPTIONS - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-RECORD
           END-STRING
           WRITE RECEIVING-EXCEPTION-RECORD
           PERFORM OPEN-THE-JOURNAL
           OPEN EXTEND RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF
           PERFORM POST-THE-RECEIPTS
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           CLOSE STOCK-LOT-FILE
           PERFORM WRITE-JOURNAL-CONTROL
           CLOSE ITEM-JOURNAL-FILE
           CLOSE RECEIPT-HISTORY-FILE
           PERFORM LIST-OVERDUE-LINES
           PERFORM WRITE-THE-NEW-PO-FILE
           PERFORM WRITE-THE-COST-REGISTER
           PERFORM WRITE-THE-NEW-COST-FILE
           CLOSE RECEIVING-EXCEPTION-FILE
           DISPLAY "===== RCVPOST END-OF-JOB SUMMARY ====="
           DISPLAY "RECEIPTS READ       : " WS-RECEIPTS-READ
           DISPLAY "RECEIPTS POSTED     : " WS-APPLIED-COUNT
           DISPLAY "UNITS TO STOCK      : " WS-UNITS-POSTED
           DISPLAY "RECEIPTS INTO LOTS  : " WS-LOT-RECEIPTS
           DISPLAY "NEW LOTS            : " WS-LOTS-OPENED
           DISPLAY "PO LINES CLOSED     : " WS-CLOSED-COUNT
           DISPLAY "RECEIPT EXCEPTIONS  : " WS-EXCEPTION-COUNT
           DISPLAY "PO LINES OVERDUE    : " WS-OVERDUE-COUNT
           DISPLAY "ITEM COSTS MOVED    : " WS-COST-MOVED-COUNT
           DISPLAY "ON COST REGISTER    : " WS-COST-REGISTER-COUNT
           DISPLAY "======================================"
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
               MOVE "MT0914W" TO WS-OM-ID
               STRING "RCVPOST: " WS-EXCEPTION-COUNT
                   " RECEIPT EXCEPTION(S) - SEE RCVEXCP"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-MASTER-LOCK
           GOBACK.

       TAKE-MASTER-LOCK.
           MOVE "TAKE" TO WS-LOCK-ACTION
           CALL "LOCKMGR" USING WS-LOCK-REQUEST
               ON EXCEPTION
                   MOVE "MT0915W" TO WS-OM-ID
                   STRING "CALL FAILED: LOCKMGR - RUN "
                       "PROCEEDS UNLOCKED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
                   MOVE "Y" TO WS-LOCK-VERDICT
           END-CALL
           IF WS-LOCK-VERDICT NOT = "Y"
               MOVE "MT0917E" TO WS-OM-ID
               STRING "RCVPOST: ITEMMAST LOCK HELD - "
                   "RECEIVING RUN REFUSED"
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

       LOAD-THE-OPEN-POS.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-POOPEN-STATUS NOT = "00"
               MOVE "MT0918E" TO WS-OM-ID
               STRING "RCVPOST: POOPEN NOT AVAILABLE - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
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
                           MOVE PURCHASE-ORDER-RECORD
                               TO WS-PO-IMAGE (WS-PO-COUNT)
                       ELSE
      *> A file past the table would lose lines on the rewrite:
      *> refuse the run rather than truncate the open POs.
                           MOVE "MT0919E" TO WS-OM-ID
                           STRING "RCVPOST: POOPEN EXCEEDS 3000 "
                               "LINES - RECEIVING RUN ABANDONED"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                           PERFORM FREE-MASTER-LOCK
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-ORDER-FILE.

       OPEN-THE-JOURNAL.
           *> As in ITMMAINT: a run that cannot journal posts
           *> nothing to the master.
           OPEN EXTEND ITEM-JOURNAL-FILE
           IF WS-ITMJRNL-STATUS NOT = "00"
               OPEN OUTPUT ITEM-JOURNAL-FILE
           END-IF
           IF WS-ITMJRNL-STATUS NOT = "00"
               MOVE "MT0920E" TO WS-OM-ID
               STRING "RCVPOST: ITMJRNL NOT AVAILABLE - "
                   "RECEIPTS NOT POSTED, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               CLOSE STOCK-LOT-FILE
               CLOSE RECEIVING-EXCEPTION-FILE
               CLOSE NEW-PO-FILE
               CLOSE NEW-COST-FILE
               CLOSE COST-REGISTER-FILE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       POST-THE-RECEIPTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT DOCK-RECEIPT-FILE
           IF WS-DOCKRCV-STATUS NOT = "00"
               DISPLAY "RCVPOST: NO DOCKRCV FILE - NO RECEIPTS "
                   "TONIGHT"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ DOCK-RECEIPT-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECEIPTS-READ
                           PERFORM POST-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE DOCK-RECEIPT-FILE
           END-IF.

       POST-ONE-RECEIPT.
           IF RV-QUANTITY NOT NUMERIC OR RV-QUANTITY-NUM = 0
               MOVE "QUANTITY NOT NUMERIC OR ZERO"
                   TO WS-EXCEPTION-REASON
               MOVE 0 TO WS-EXCESS-QTY
               PERFORM WRITE-RECEIPT-EXCEPTION
           ELSE
               PERFORM JUDGE-THE-LOT
               IF NOT WS-LOT-IS-GOOD
                   MOVE RV-QUANTITY-NUM TO WS-EXCESS-QTY
                   PERFORM WRITE-RECEIPT-EXCEPTION
               ELSE
                   PERFORM FIND-THE-PO-LINE
                   IF NOT WS-PO-WAS-FOUND
                       MOVE "NO OPEN PO LINE FOR THIS RECEIPT"
                           TO WS-EXCEPTION-REASON
                       MOVE RV-QUANTITY-NUM TO WS-EXCESS-QTY
                       PERFORM WRITE-RECEIPT-EXCEPTION
                   ELSE
                       PERFORM APPLY-TO-THE-LINE
                   END-IF
               END-IF
           END-IF.

       JUDGE-THE-LOT.
           *> The lot and expiry are checked before anything posts,
           *> so a receipt is never on the master without its lot.
           MOVE "Y" TO WS-LOT-VERDICT
           MOVE WS-NEVER-EXPIRES TO WS-RECEIPT-EXPIRY
           EVALUATE TRUE
               WHEN RV-LOT-NUMBER = SPACES
                       AND RV-EXPIRY-DATE NOT = SPACES
                   MOVE "N" TO WS-LOT-VERDICT
                   MOVE "EXPIRY DATE KEYED WITH NO LOT NUMBER"
                       TO WS-EXCEPTION-REASON
               WHEN RV-EXPIRY-DATE = SPACES
                   CONTINUE
               WHEN RV-EXPIRY-DATE (1:4) NOT NUMERIC
                       OR RV-EXPIRY-DATE (5:1) NOT = "-"
                       OR RV-EXPIRY-DATE (6:2) NOT NUMERIC
                       OR RV-EXPIRY-DATE (8:1) NOT = "-"
                       OR RV-EXPIRY-DATE (9:2) NOT NUMERIC
                   MOVE "N" TO WS-LOT-VERDICT
                   MOVE "LOT EXPIRY DATE UNREADABLE"
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   MOVE RV-EXPIRY-DATE TO WS-RECEIPT-EXPIRY
           END-EVALUATE.

       FIND-THE-PO-LINE.
           *> The first line of the quoted PO for this item that
           *> still has quantity open.
           MOVE "N" TO WS-PO-FOUND
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                       OR WS-PO-WAS-FOUND
               MOVE WS-PO-IMAGE (WS-PO-IDX)
                   TO PURCHASE-ORDER-RECORD
               IF PO-NUMBER = RV-PO-NUMBER
                       AND PO-ITEM-NUMBER = RV-ITEM-NUMBER
                       AND NOT PO-IS-CLOSED
                   SET WS-PO-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PO-WAS-FOUND
               SUBTRACT 1 FROM WS-PO-IDX
           END-IF.

       APPLY-TO-THE-LINE.
           MOVE WS-PO-IMAGE (WS-PO-IDX) TO PURCHASE-ORDER-RECORD
           COMPUTE WS-OPEN-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
           IF RV-QUANTITY-NUM > WS-OPEN-QTY
               MOVE WS-OPEN-QTY TO WS-POST-QTY
               COMPUTE WS-EXCESS-QTY =
                   RV-QUANTITY-NUM - WS-OPEN-QTY
           ELSE
               MOVE RV-QUANTITY-NUM TO WS-POST-QTY
               MOVE 0 TO WS-EXCESS-QTY
           END-IF
           MOVE RV-ITEM-NUMBER TO IM-ITEM-NUMBER
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON THE ITEM MASTER"
                       TO WS-EXCEPTION-REASON
                   MOVE RV-QUANTITY-NUM TO WS-EXCESS-QTY
                   PERFORM WRITE-RECEIPT-EXCEPTION
               NOT INVALID KEY
                   PERFORM ADD-TO-STOCK
           END-READ.

       ADD-TO-STOCK.
           COMPUTE WS-NEW-ONHAND = IM-QUANTITY + WS-POST-QTY
           IF WS-NEW-ONHAND > 99999
               MOVE "ON-HAND WOULD EXCEED 99999 - NOT POSTED"
                   TO WS-EXCEPTION-REASON
               MOVE RV-QUANTITY-NUM TO WS-EXCESS-QTY
               PERFORM WRITE-RECEIPT-EXCEPTION
           ELSE
               MOVE IM-QUANTITY TO WS-OLD-QUANTITY
               MOVE IM-UNIT-PRICE TO WS-OLD-UNIT-PRICE
               MOVE IM-CURRENCY-CODE TO WS-OLD-CURRENCY
               MOVE IM-CATEGORY-CODE TO WS-OLD-CATEGORY
               MOVE WS-NEW-ONHAND TO IM-QUANTITY
               REWRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       MOVE "MASTER REWRITE FAILED - NOT POSTED"
                           TO WS-EXCEPTION-REASON
                       MOVE RV-QUANTITY-NUM TO WS-EXCESS-QTY
                       PERFORM WRITE-RECEIPT-EXCEPTION
                   NOT INVALID KEY
                       PERFORM RECEIVE-INTO-THE-WAREHOUSE
                       PERFORM RECEIVE-INTO-THE-LOT
                       PERFORM CLOSE-OFF-THE-LINE
               END-REWRITE
           END-IF.

       RECEIVE-INTO-THE-WAREHOUSE.
           MOVE RV-ITEM-NUMBER TO WS-SK-ADJ-ITEM
           MOVE PO-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
           MOVE WS-POST-QTY TO WS-SK-ADJ-ON-HAND
           PERFORM ADJUST-STOCK-POSITION
           IF WS-SK-ADJ-HAS-FAILED
               MOVE "MT1056W" TO WS-OM-ID
               STRING "RCVPOST: STOCK POSITION "
                   RV-ITEM-NUMBER "/" WS-SK-ADJ-WAREHOUSE
                   " NOT WRITTEN - RECEIPT OF " WS-POST-QTY
                   " ON THE MASTER ONLY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

       RECEIVE-INTO-THE-LOT.
           *> Into the lot in the warehouse the position landed in
           *> (WS-SK-ADJ-WAREHOUSE, resolved by the adjustment); a
           *> lot not yet on file starts at nothing.
           IF RV-LOT-NUMBER NOT = SPACES
               MOVE "N" TO WS-LOT-NEW
               MOVE "N" TO WS-LOT-RESULT
               MOVE RV-ITEM-NUMBER TO LT-ITEM-NUMBER
               MOVE WS-SK-ADJ-WAREHOUSE TO LT-WAREHOUSE
               MOVE WS-RECEIPT-EXPIRY TO LT-EXPIRY-DATE
               MOVE RV-LOT-NUMBER TO LT-LOT-NUMBER
               READ STOCK-LOT-FILE
                   INVALID KEY
                       SET WS-LOT-IS-NEW TO TRUE
                       MOVE SPACES TO STOCK-LOT-RECORD
                       MOVE RV-ITEM-NUMBER TO LT-ITEM-NUMBER
                       MOVE WS-SK-ADJ-WAREHOUSE TO LT-WAREHOUSE
                       MOVE WS-RECEIPT-EXPIRY TO LT-EXPIRY-DATE
                       MOVE RV-LOT-NUMBER TO LT-LOT-NUMBER
                       MOVE 0 TO LT-ON-HAND
                       MOVE 0 TO LT-RECEIVED-QTY
                       MOVE RV-RECEIPT-DATE TO LT-FIRST-RECEIVED
                       MOVE PO-SUPPLIER TO LT-SUPPLIER
               END-READ
               ADD WS-POST-QTY TO LT-ON-HAND
               ADD WS-POST-QTY TO LT-RECEIVED-QTY
               MOVE RV-RECEIPT-DATE TO LT-LAST-RECEIVED
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
                   ADD 1 TO WS-LOT-RECEIPTS
               ELSE
                   MOVE "MT1069W" TO WS-OM-ID
                   STRING "RCVPOST: LOT " RV-LOT-NUMBER
                       " OF ITEM " RV-ITEM-NUMBER
                       " NOT WRITTEN - RECEIPT OF " WS-POST-QTY
                       " STANDS UNTRACKED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               END-IF
           END-IF.

       CLOSE-OFF-THE-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-POST-QTY TO WS-UNITS-POSTED
           PERFORM WRITE-RECEIPT-JOURNAL
           PERFORM BLEND-THE-RECEIPT-COST
           ADD WS-POST-QTY TO PO-RECEIVED-QTY
           MOVE RV-RECEIPT-DATE TO PO-LAST-RECEIPT-DATE
           IF PO-RECEIVED-QTY >= PO-ORDER-QTY
               SET PO-IS-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               SET PO-IS-PART-RECEIVED TO TRUE
           END-IF
           MOVE PURCHASE-ORDER-RECORD TO WS-PO-IMAGE (WS-PO-IDX)
           MOVE SPACES TO RECEIPT-HISTORY-RECORD
           MOVE PO-NUMBER TO RH-PO-NUMBER
           MOVE PO-LINE-NUMBER TO RH-LINE-NUMBER
           MOVE PO-SUPPLIER TO RH-SUPPLIER
           MOVE PO-ITEM-NUMBER TO RH-ITEM-NUMBER
           MOVE WS-POST-QTY TO RH-QUANTITY
           MOVE PO-ORDER-QTY TO RH-ORDER-QTY
           MOVE WS-RECEIPT-COST TO RH-UNIT-COST
           MOVE RV-RECEIPT-DATE TO RH-RECEIPT-DATE
           MOVE PO-DUE-DATE TO RH-DUE-DATE
           IF RV-LOT-NUMBER NOT = SPACES
               MOVE RV-LOT-NUMBER TO RH-LOT-NUMBER
               MOVE WS-RECEIPT-EXPIRY TO RH-EXPIRY-DATE
           END-IF
           WRITE RECEIPT-HISTORY-RECORD
           IF WS-EXCESS-QTY > 0
               MOVE "OVER-RECEIPT - EXCESS HELD AT THE DOCK"
                   TO WS-EXCEPTION-REASON
               PERFORM WRITE-RECEIPT-EXCEPTION
           END-IF.

       BLEND-THE-RECEIPT-COST.
           IF RV-UNIT-COST NUMERIC AND RV-UNIT-COST-NUM > 0
               MOVE RV-UNIT-COST-NUM TO WS-RECEIPT-COST
           ELSE
               MOVE PO-UNIT-COST TO WS-RECEIPT-COST
           END-IF
           PERFORM FIND-THE-ITEM-COST
           IF NOT WS-COST-WAS-FOUND
               IF WS-COST-COUNT < 3000
                   ADD 1 TO WS-COST-COUNT
                   MOVE WS-COST-COUNT TO WS-COST-IDX
                   MOVE RV-ITEM-NUMBER TO WS-COST-ITEM (WS-COST-IDX)
                   MOVE 0 TO WS-COST-AVERAGE (WS-COST-IDX)
                   MOVE 0 TO WS-COST-PRIOR (WS-COST-IDX)
                   MOVE SPACES TO WS-COST-MOVED-DATE (WS-COST-IDX)
                   MOVE 0 TO WS-COST-START (WS-COST-IDX)
                   MOVE "Y" TO WS-COST-IS-NEW (WS-COST-IDX)
               ELSE
                   MOVE "COST FILE FULL - RECEIPT NOT COSTED"
                       TO WS-EXCEPTION-REASON
                   MOVE 0 TO WS-EXCESS-QTY
                   PERFORM WRITE-RECEIPT-EXCEPTION
               END-IF
           END-IF
           IF WS-COST-IDX > 0 AND WS-COST-IDX <= WS-COST-COUNT
      *> Stock already on hand at the old average, the received
      *> units at the receipt cost.  An item with nothing on hand
      *> or never costed simply takes the receipt cost.
               IF WS-COST-IS-NEW (WS-COST-IDX) = "Y"
                       AND WS-COST-AVERAGE (WS-COST-IDX) = 0
                   MOVE WS-RECEIPT-COST TO WS-NEW-AVERAGE
               ELSE
                   COMPUTE WS-NEW-AVERAGE ROUNDED =
                       (WS-OLD-QUANTITY
                           * WS-COST-AVERAGE (WS-COST-IDX)
                        + WS-POST-QTY * WS-RECEIPT-COST)
                       / (WS-OLD-QUANTITY + WS-POST-QTY)
               END-IF
               IF WS-NEW-AVERAGE NOT = WS-COST-AVERAGE (WS-COST-IDX)
      *> The prior cost is the one the night started from, however
      *> many receipts move it tonight.
                   IF WS-COST-MOVED-DATE (WS-COST-IDX)
                           NOT = WS-TODAY-TEXT
                       MOVE WS-COST-AVERAGE (WS-COST-IDX)
                           TO WS-COST-PRIOR (WS-COST-IDX)
                       MOVE WS-TODAY-TEXT
                           TO WS-COST-MOVED-DATE (WS-COST-IDX)
                       ADD 1 TO WS-COST-MOVED-COUNT
                   END-IF
                   MOVE WS-NEW-AVERAGE
                       TO WS-COST-AVERAGE (WS-COST-IDX)
               END-IF
           END-IF.

       FIND-THE-ITEM-COST.
           MOVE "N" TO WS-COST-FOUND
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
                       OR WS-COST-WAS-FOUND
               IF WS-COST-ITEM (WS-COST-IDX) = RV-ITEM-NUMBER
                   SET WS-COST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-COST-WAS-FOUND
               SUBTRACT 1 FROM WS-COST-IDX
           ELSE
               MOVE 0 TO WS-COST-IDX
           END-IF.

       WRITE-RECEIPT-JOURNAL.
           *> One J record per receipt posted: the received
           *> quantity as the transaction, the record before and
           *> after.  Only the quantity moves.
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO ITEM-JOURNAL-RECORD
           SET JR-IS-ACTION TO TRUE
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE-NUMBER
           MOVE WS-TODAY-TEXT TO JR-BUSINESS-DATE
           SET JR-ACT-RECEIPT TO TRUE
           MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
           MOVE "RCVPOST" TO JR-SOURCE
           MOVE WS-POST-QTY TO JR-TRN-QUANTITY
           MOVE IM-UNIT-PRICE TO JR-TRN-UNIT-PRICE
           MOVE IM-CURRENCY-CODE TO JR-TRN-CURRENCY
           MOVE IM-CATEGORY-CODE TO JR-TRN-CATEGORY
           MOVE WS-OLD-QUANTITY TO JR-OLD-QUANTITY
           MOVE WS-OLD-UNIT-PRICE TO JR-OLD-UNIT-PRICE
           MOVE WS-OLD-CURRENCY TO JR-OLD-CURRENCY
           MOVE WS-OLD-CATEGORY TO JR-OLD-CATEGORY
           MOVE IM-QUANTITY TO JR-NEW-QUANTITY
           MOVE IM-UNIT-PRICE TO JR-NEW-UNIT-PRICE
           MOVE IM-CURRENCY-CODE TO JR-NEW-CURRENCY
           MOVE IM-CATEGORY-CODE TO JR-NEW-CATEGORY
           WRITE ITEM-JOURNAL-RECORD.

       WRITE-JOURNAL-CONTROL.
           *> The run's closing statement, exactly as maintenance
           *> writes it: the master's count and price hash as
           *> this run left it.
           MOVE 0 TO WS-MASTER-SWEEP-COUNT
           MOVE 0 TO WS-MASTER-PRICE-HASH
           MOVE "N" TO WS-SWEEP-EOF
           OPEN INPUT ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS = "00"
               PERFORM UNTIL WS-SWEEP-AT-EOF
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-SWEEP-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-SWEEP-COUNT
                           ADD IM-UNIT-PRICE
                               TO WS-MASTER-PRICE-HASH
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF
           ADD 1 TO WS-JOURNAL-SEQ
           MOVE SPACES TO ITEM-JOURNAL-CONTROL
           MOVE "C" TO ITEM-JOURNAL-RECORD (1:1)
           MOVE WS-JOURNAL-SEQ TO JC-SEQUENCE-NUMBER
           MOVE WS-TODAY-TEXT TO JC-BUSINESS-DATE
           MOVE WS-MASTER-SWEEP-COUNT TO JC-MASTER-COUNT
           MOVE WS-MASTER-PRICE-HASH TO JC-PRICE-HASH
           MOVE WS-APPLIED-COUNT TO JC-APPLIED-COUNT
           WRITE ITEM-JOURNAL-RECORD.

       WRITE-RECEIPT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RECEIVING-EXCEPTION-RECORD
           STRING "*** PO " RV-PO-NUMBER " ITEM " RV-ITEM-NUMBER
               " RECEIVED " RV-QUANTITY " ON " RV-RECEIPT-DATE
               " NOT POSTED " WS-EXCESS-QTY " - "
               WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-RECORD
           END-STRING
           WRITE RECEIVING-EXCEPTION-RECORD.

       LIST-OVERDUE-LINES.
           MOVE SPACES TO RECEIVING-EXCEPTION-RECORD
           STRING "OPEN PO LINES PAST THEIR DUE DATE"
               DELIMITED BY SIZE INTO RECEIVING-EXCEPTION-RECORD
           END-STRING
           WRITE RECEIVING-EXCEPTION-RECORD
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-IDX)
                   TO PURCHASE-ORDER-RECORD
               IF NOT PO-IS-CLOSED
                       AND PO-DUE-DATE < WS-TODAY-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
                   COMPUTE WS-OPEN-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
                   MOVE SPACES TO RECEIVING-EXCEPTION-RECORD
                   STRING "  OVERDUE PO " PO-NUMBER
                       " LINE " PO-LINE-NUMBER
                       " SUPPLIER " PO-SUPPLIER
                       " ITEM " PO-ITEM-NUMBER
                       " DUE " PO-DUE-DATE
                       " STILL OPEN " WS-OPEN-QTY
                       DELIMITED BY SIZE
                       INTO RECEIVING-EXCEPTION-RECORD
                   END-STRING
                   WRITE RECEIVING-EXCEPTION-RECORD
               END-IF
           END-PERFORM.

       WRITE-THE-NEW-PO-FILE.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               MOVE WS-PO-IMAGE (WS-PO-IDX) TO NEW-PO-RECORD
               WRITE NEW-PO-RECORD
           END-PERFORM
           CLOSE NEW-PO-FILE.

       LOAD-THE-ITEM-COSTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-COST-FILE
           IF WS-ITEMCOST-STATUS NOT = "00"
               DISPLAY "RCVPOST: NO ITEMCOST FILE - STARTING A NEW "
                   "ONE FROM TONIGHT'S RECEIPTS"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-COST-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-ITEM-COST
                   END-READ
               END-PERFORM
               CLOSE ITEM-COST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       STORE-ONE-ITEM-COST.
           IF WS-COST-COUNT < 3000
               ADD 1 TO WS-COST-COUNT
               MOVE IC-ITEM-NUMBER TO WS-COST-ITEM (WS-COST-COUNT)
               IF IC-AVERAGE-COST NOT NUMERIC
                   MOVE 0 TO IC-AVERAGE-COST
               END-IF
               IF IC-PRIOR-COST NOT NUMERIC
                   MOVE 0 TO IC-PRIOR-COST
               END-IF
               MOVE IC-AVERAGE-COST
                   TO WS-COST-AVERAGE (WS-COST-COUNT)
               MOVE IC-AVERAGE-COST
                   TO WS-COST-START (WS-COST-COUNT)
               MOVE IC-PRIOR-COST TO WS-COST-PRIOR (WS-COST-COUNT)
               MOVE IC-COST-MOVED-DATE
                   TO WS-COST-MOVED-DATE (WS-COST-COUNT)
               MOVE "N" TO WS-COST-IS-NEW (WS-COST-COUNT)
           ELSE
      *> As with the PO file: a cost file past the table would
      *> lose items on the rewrite.
               MOVE "MT0933E" TO WS-OM-ID
               STRING "RCVPOST: ITEMCOST EXCEEDS 3000 ITEMS - "
                   "RECEIVING RUN ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               PERFORM FREE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-COST-CARD.
           OPEN INPUT COST-CARD-FILE
           IF WS-COSTCARD-STATUS = "00"
               READ COST-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-MOVE-PCT NUMERIC
                           MOVE CC-MOVE-PCT-NUM
                               TO WS-MOVE-THRESHOLD
                       END-IF
               END-READ
               CLOSE COST-CARD-FILE
           END-IF.

       WRITE-THE-COST-REGISTER.
           MOVE WS-MOVE-THRESHOLD TO WS-MOVE-PCT-DISPLAY
           MOVE SPACES TO COST-REGISTER-RECORD
           STRING "COST-CHANGE REGISTER - " WS-TODAY-TEXT
               " - AVERAGE COST MOVES OVER " WS-MOVE-PCT-DISPLAY
               " PCT"
               DELIMITED BY SIZE INTO COST-REGISTER-RECORD
           END-STRING
           WRITE COST-REGISTER-RECORD
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
               PERFORM JUDGE-ONE-COST-MOVE
           END-PERFORM.

       JUDGE-ONE-COST-MOVE.
           MOVE WS-COST-START (WS-COST-IDX) TO WS-OLD-COST-DISPLAY
           MOVE WS-COST-AVERAGE (WS-COST-IDX) TO WS-NEW-COST-DISPLAY
           IF WS-COST-IS-NEW (WS-COST-IDX) = "Y"
                   OR WS-COST-START (WS-COST-IDX) = 0
               IF WS-COST-AVERAGE (WS-COST-IDX) > 0
                   ADD 1 TO WS-COST-REGISTER-COUNT
                   MOVE SPACES TO COST-REGISTER-RECORD
                   STRING "  " WS-COST-ITEM (WS-COST-IDX)
                       "  FIRST COST " WS-NEW-COST-DISPLAY
                       DELIMITED BY SIZE INTO COST-REGISTER-RECORD
                   END-STRING
                   WRITE COST-REGISTER-RECORD
               END-IF
           ELSE
               COMPUTE WS-MOVE-AMOUNT =
                   WS-COST-AVERAGE (WS-COST-IDX)
                   - WS-COST-START (WS-COST-IDX)
               IF WS-MOVE-AMOUNT < 0
                   COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
               END-IF
               COMPUTE WS-MOVE-PCT ROUNDED =
                   WS-MOVE-AMOUNT * 100 / WS-COST-START (WS-COST-IDX)
               IF WS-MOVE-PCT > WS-MOVE-THRESHOLD
                   ADD 1 TO WS-COST-REGISTER-COUNT
                   MOVE WS-MOVE-PCT TO WS-MOVE-PCT-DISPLAY
                   MOVE SPACES TO COST-REGISTER-RECORD
                   IF WS-COST-AVERAGE (WS-COST-IDX)
                           > WS-COST-START (WS-COST-IDX)
                       STRING "  " WS-COST-ITEM (WS-COST-IDX)
                           "  WAS " WS-OLD-COST-DISPLAY
                           "  NOW " WS-NEW-COST-DISPLAY
                           "  UP " WS-MOVE-PCT-DISPLAY " PCT"
                           DELIMITED BY SIZE
                           INTO COST-REGISTER-RECORD
                       END-STRING
                   ELSE
                       STRING "  " WS-COST-ITEM (WS-COST-IDX)
                           "  WAS " WS-OLD-COST-DISPLAY
                           "  NOW " WS-NEW-COST-DISPLAY
                           "  DOWN " WS-MOVE-PCT-DISPLAY " PCT"
                           DELIMITED BY SIZE
                           INTO COST-REGISTER-RECORD
                       END-STRING
                   END-IF
                   WRITE COST-REGISTER-RECORD
               END-IF
           END-IF.

       WRITE-THE-NEW-COST-FILE.
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
               MOVE SPACES TO ITEM-COST-RECORD
               MOVE WS-COST-ITEM (WS-COST-IDX) TO IC-ITEM-NUMBER
               MOVE WS-COST-AVERAGE (WS-COST-IDX) TO IC-AVERAGE-COST
               MOVE WS-COST-PRIOR (WS-COST-IDX) TO IC-PRIOR-COST
               MOVE WS-COST-MOVED-DATE (WS-COST-IDX)
                   TO IC-COST-MOVED-DATE
               MOVE ITEM-COST-RECORD TO NEW-COST-RECORD
               WRITE NEW-COST-RECORD
           END-PERFORM
           CLOSE NEW-COST-FILE
           CLOSE COST-REGISTER-FILE.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       COPY STKADJ.

       END PROGRAM RCVPOST.
