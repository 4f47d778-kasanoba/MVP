       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.

      *> Nightly ship confirmation.  PICKLIST prints a picked-
      *> quantity box on every pick line, but what the picker
      *> wrote in it never came back: the register, the AR
      *> posting and BILLOUT all went out for the quantity
      *> ORDPRICE ALLOCATED, shelf or no shelf.  This reads the
      *> picked quantities keyed from the returned pick documents
      *> (SHPCONF: order, item, picked quantity, picker) and holds
      *> each one against what the order actually invoiced for
      *> the item on the cumulative ORDHIST history, less what
      *> earlier confirmations already settled on the SHPHIST
      *> ship-confirmation journal.  A full pick just confirms.
      *> A short pick:
      *>   - puts the shortfall back on IM-QUANTITY (keyed
      *>     REWRITE in place, as the returns run does), so the
      *>     units the allocation took and the shelf never had
      *>     stop counting against it;
      *>   - carries the shortfall forward on BACKORD at the
      *>     price ORIGINALLY invoiced -- the invoiced local
      *>     value per unit, never today's master price -- for
      *>     the next pricing run to release like any other
      *>     backorder;
      *>   - raises a shipment-adjustment credit: goods pro-rated
      *>     exactly as RETPROC pro-rates a return, plus the tax
      *>     the invoice charged on them at the category rate.
      *>     Goods plus tax goes to the AR ledger as a negative
      *>     open item on its own ARCRDIN-shaped feed (SHPCRDIN,
      *>     concatenated under ARPOST's credit DD); goods alone
      *>     go to billing on the SHPADJ file BILLINT carries to
      *>     corporate as credit lines, since BILLOUT never
      *>     carried the tax in the first place.
      *> Every accepted confirmation appends to SHPHIST, which is
      *> what refuses a pick document keyed twice.  The SHPRPT
      *> report lists the confirmations, the rejects, and the
      *> short-picked items as cycle-count candidates: a short
      *> shelf is the master's on-hand figure being wrong, which
      *> is what CNTSHEET exists to settle.
      *> A short pick's SHPHIST record also carries the category,
      *> goods and tax it credited, and the AR credit breaks the
      *> tax out, so the monthly sales-tax return (TAXRTN) and the
      *> GL journal (GLINTF) count the tax given back.
      *> Warehouses: a shortfall goes back on the stock position
      *> of the warehouse the line was picked in (the history
      *> line's warehouse; blank is the main one) as well as on
      *> IM-QUANTITY, so the master stays the sum of the
      *> positions.
      *> Kits: PICKLIST lists a kit as its components, so the
      *> pick documents come back by component.  A confirmation
      *> for an item the order did not invoice as itself is
      *> matched to the order's kit line carrying it (KITBOM,
      *> the shared KITLOAD) and held against the kits invoiced
      *> times its quantity per kit.  A kit one component short
      *> is not built: a component short by n is a shortfall of
      *> n / quantity-per kits rounded up (less any kits another
      *> of its components already shorted), and it is the
      *> KITS that are credited and backordered, while every
      *> component of them -- the short one's included, as for
      *> any item -- goes back to stock.  The component's own
      *> SHPHIST record names the kit and carries no credit;
      *> the kit shortfall gets a record of its own that does.
      *> Lots: a shortfall goes back on the lots the order/item
      *> was shipped from (its L records on ORDHIST), latest-
      *> expiring first -- the reverse of the order they were
      *> drawn in -- and each lot put back on is written to
      *> SHPLOT as an R record in the invoice-detail shape, which
      *> the job appends to ORDHIST so the recall trace nets it
      *> out of the lot's shipments.  A lot gone from STKLOT is
      *> reported and the position alone takes the units.  The
      *> backorder carries the line's ship-to as ORDPRICE's own
      *> do, so the released units go where the order said.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY STKPOS-SEL.
       COPY BACKORD-SEL.
       COPY ARCRDIN-SEL.
       COPY SHPADJ-SEL.
       COPY KITBOM-SEL.
       COPY STKLOT-SEL.
           SELECT LOT-RETURN-FILE ASSIGN TO "SHPLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPLOT-STATUS.
           SELECT SHIP-CONFIRM-FILE ASSIGN TO "SHPCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPCONF-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHIST-STATUS.
           SELECT SHIP-HISTORY-FILE ASSIGN TO "SHPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPHIST-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT SHIP-REPORT-FILE ASSIGN TO "SHPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY STKPOS-FD.
       COPY BACKORD-FD.

      *> Signed credit feed for ARPOST: a negative amount posts
      *> as a negative open item on the ledger.
       COPY ARCRDIN-FD.
       COPY SHPADJ-FD.
       COPY KITBOM-FD.
       COPY STKLOT-FD.

      *> The lots a shortfall was put back on, in the invoice-
      *> detail shape (see INVDETL-FD.cpy): one R record per lot,
      *> with the order's keys, the units in LR-QUANTITY and no
      *> money.  The job appends the file to ORDHIST.
       FD  LOT-RETURN-FILE.
       01  LOT-RETURN-RECORD.
           05  LR-RECORD-TYPE           PIC X.
           05  LR-BUSINESS-DATE         PIC X(10).
           05  LR-ORDER-NUMBER          PIC X(8).
           05  LR-CUSTOMER-NUMBER       PIC X(6).
           05  LR-ITEM-NUMBER           PIC X(6).
           05  LR-CATEGORY-CODE         PIC X(4).
           05  LR-QUANTITY              PIC 9(5).
           05  LR-UNIT-PRICE            PIC 9(5)V99.
           05  LR-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  LR-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  LR-TAX-AMOUNT            PIC 9(9)V99.
           05  LR-FREIGHT-AMOUNT        PIC 9(9)V99.
           05  LR-SHIPTO-CODE           PIC X(4).
           05  LR-WAREHOUSE             PIC X(2).
           05  LR-LOT-NUMBER            PIC X(10).
           05  LR-EXPIRY-DATE           PIC X(10).

       FD  SHIP-CONFIRM-FILE.
       01  SHIP-CONFIRM-RECORD.
           05  SC-ORDER-NUMBER          PIC X(8).
           05  SC-ITEM-NUMBER           PIC X(6).
           05  SC-PICKED-QTY            PIC X(5).
           05  SC-PICKED-QTY-NUM REDEFINES SC-PICKED-QTY
                                        PIC 9(5).
           05  SC-PICKER                PIC X(8).
           05  FILLER                   PIC X(53).

      *> The cumulative order history in the INVDETL shape (see
      *> INVDETL-FD.cpy); the order's D records, and its L and
      *> R records for the lots a shortfall goes back on.
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
           05  FILLER                   PIC X(22).
           05  OH-SHIPTO-CODE           PIC X(4).
           05  OH-WAREHOUSE             PIC X(2).
           05  OH-LOT-NUMBER            PIC X(10).
           05  OH-EXPIRY-DATE           PIC X(10).

      *> One journal record per accepted confirmation: picked
      *> plus short is the invoiced quantity that confirmation
      *> settled, and the sum per order/item is the guard
      *> against a pick document keyed twice.  A short pick adds
      *> the category, goods and tax its credit carried.  A kit
      *> component's record names the kit in SH-KIT-NUMBER and
      *> never carries a credit; a kit shortfall is a record of
      *> the kit's own, nothing picked, the kits short credited.
       FD  SHIP-HISTORY-FILE.
       01  SHIP-HISTORY-RECORD.
           05  SH-CONFIRM-DATE          PIC X(10).
           05  SH-ORDER-NUMBER          PIC X(8).
           05  SH-ITEM-NUMBER           PIC X(6).
           05  SH-PICKED-QTY            PIC 9(5).
           05  SH-SHORT-QTY             PIC 9(5).
           05  SH-PICKER                PIC X(8).
           05  SH-CATEGORY-CODE         PIC X(4).
           05  SH-GOODS-AMOUNT          PIC 9(10)V99.
           05  SH-TAX-AMOUNT            PIC 9(9)V99.
           05  SH-KIT-NUMBER            PIC X(6).
           05  FILLER                   PIC X(5).

      *> ORDPRICE's tax-rate layout (see ORDPRICE): percent to
      *> two decimals, or the exempt flag.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-RECORD.
           05  TX-CATEGORY-CODE         PIC X(4).
           05  TX-RATE                  PIC X(4).
           05  TX-RATE-NUM REDEFINES TX-RATE
                                        PIC 99V99.
           05  TX-EXEMPT-FLAG           PIC X.
           05  FILLER                   PIC X(71).

       FD  SHIP-REPORT-FILE.
       01  SHIP-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-OM-TEXT                  PIC X(100) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       COPY STKADJ-WS.
       01  WS-BACKORD-STATUS            PIC XX VALUE SPACES.
       01  WS-ARCRDIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPADJ-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPCONF-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPHIST-STATUS            PIC XX VALUE SPACES.
       01  WS-TAXRATE-STATUS            PIC XX VALUE SPACES.
       01  WS-SHPRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       01  WS-SHPLOT-STATUS             PIC XX VALUE SPACES.
       COPY KITLOAD-WS.
       01  WS-FILE-EOF                  PIC X VALUE "N".
           88  WS-FILE-AT-EOF           VALUE "Y".
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY            PIC 9(4).
           05  WS-TODAY-MM              PIC 99.
           05  WS-TODAY-DD              PIC 99.
       01  WS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 100 TIMES.
               10  WS-TAX-CATEGORY      PIC X(4).
               10  WS-TAX-RATE          PIC 99V99.
               10  WS-TAX-EXEMPT        PIC X.
       01  WS-TAX-COUNT                 PIC 999 VALUE 0.
       01  WS-TAX-IDX                   PIC 999 VALUE 0.
       01  WS-TAX-FOUND                 PIC X VALUE "N".
           88  WS-TAX-WAS-FOUND         VALUE "Y".
      *> What the order invoiced of the item -- quantity and the
      *> CONVERTED, discounted local extended value -- summed
      *> across its history lines, with the customer, category
      *> and original business date the backorder carries.
       01  WS-INVOICED-QTY              PIC 9(7) VALUE 0.
       01  WS-INVOICED-VALUE            PIC 9(12)V99 VALUE 0.
       01  WS-HIST-CUSTOMER             PIC X(6) VALUE SPACES.
       01  WS-HIST-CATEGORY             PIC X(4) VALUE SPACES.
       01  WS-HIST-DATE                 PIC X(10) VALUE SPACES.
       01  WS-HIST-WAREHOUSE            PIC X(2) VALUE SPACES.
       01  WS-HIST-SHIPTO               PIC X(4) VALUE SPACES.
       01  WS-MATCH-FOUND               PIC X VALUE "N".
           88  WS-A-LINE-MATCHED        VALUE "Y".
      *> The same for the order's kit line carrying the item, when
      *> the order did not invoice the item as itself: the kit,
      *> the item's quantity per kit, and the line in kits.
       01  WS-CONF-KIT                  PIC X(6) VALUE SPACES.
       01  WS-CONF-QTY-PER              PIC 9(3) VALUE 0.
       01  WS-KIT-INVOICED-QTY          PIC 9(7) VALUE 0.
       01  WS-KIT-INVOICED-VALUE        PIC 9(12)V99 VALUE 0.
       01  WS-KIT-HIST-CUSTOMER         PIC X(6) VALUE SPACES.
       01  WS-KIT-HIST-CATEGORY         PIC X(4) VALUE SPACES.
       01  WS-KIT-HIST-DATE             PIC X(10) VALUE SPACES.
       01  WS-KIT-HIST-WAREHOUSE        PIC X(2) VALUE SPACES.
       01  WS-KIT-HIST-SHIPTO           PIC X(4) VALUE SPACES.
       01  WS-KIT-LINE-FOUND            PIC X VALUE "N".
           88  WS-A-KIT-LINE-MATCHED    VALUE "Y".
      *> What the invoiced value was for: units of the item, or
      *> kits.
       01  WS-PRICED-QTY                PIC 9(7) VALUE 0.
      *> Quantity earlier confirmations already settled, from
      *> the ship-confirmation journal.
       01  WS-CONFIRMED-QTY             PIC 9(7) VALUE 0.
      *> Of that, what was short; and for a kit component, the
      *> kits the order/kit has already been shorted.
       01  WS-CONFIRMED-SHORT           PIC 9(7) VALUE 0.
       01  WS-KITS-SHORTED              PIC 9(7) VALUE 0.
       01  WS-KITS-NEEDED               PIC 9(7) VALUE 0.
       01  WS-OPEN-QTY                  PIC 9(7) VALUE 0.
       01  WS-SHORT-QTY                 PIC 9(5) VALUE 0.
      *> What a short pick credits and carries forward: the item
      *> and its shortfall, or the kit and its kits short.
       01  WS-CREDIT-ITEM               PIC X(6) VALUE SPACES.
       01  WS-CREDIT-QTY                PIC 9(5) VALUE 0.
      *> What goes back on hand, on the master, the position and
      *> the lots.
       01  WS-RETURN-ITEM               PIC X(6) VALUE SPACES.
       01  WS-RETURN-QTY                PIC 9(7) VALUE 0.
      *> The order's lots from its L records, net of what R
      *> records (and this run's own returns) already put back.
       01  WS-OL-TABLE.
           05  WS-OL-ENTRY OCCURS 200 TIMES.
               10  WS-OL-KEY.
                   15  WS-OL-ITEM       PIC X(6).
                   15  WS-OL-WAREHOUSE  PIC X(2).
                   15  WS-OL-EXPIRY     PIC X(10).
                   15  WS-OL-LOT        PIC X(10).
               10  WS-OL-QTY            PIC 9(5).
       01  WS-OL-COUNT                  PIC 999 VALUE 0.
       01  WS-OL-IDX                    PIC 999 VALUE 0.
       01  WS-OL-BEST                   PIC 999 VALUE 0.
       01  WS-OL-FOUND                  PIC X VALUE "N".
           88  WS-OL-WAS-FOUND          VALUE "Y".
      *> This run's lot returns, which ORDHIST has not got yet.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-ORDER          PIC X(8).
               10  WS-RT-KEY            PIC X(28).
               10  WS-RT-QTY            PIC 9(5).
       01  WS-RT-COUNT                  PIC 999 VALUE 0.
       01  WS-RT-IDX                    PIC 999 VALUE 0.
       01  WS-LOT-WANTED.
           05  WS-LW-ITEM               PIC X(6).
           05  WS-LW-WAREHOUSE          PIC X(2).
           05  WS-LW-EXPIRY             PIC X(10).
           05  WS-LW-LOT                PIC X(10).
       01  WS-LW-QTY                    PIC 9(5) VALUE 0.
       01  WS-LOT-QTY-LEFT              PIC 9(7) VALUE 0.
       01  WS-LOT-PUT-BACK              PIC 9(5) VALUE 0.
       01  WS-LOT-RETURNS               PIC 9(5) VALUE 0.
       01  WS-LOT-EXCEPTIONS            PIC 9(5) VALUE 0.
       01  WS-CREDIT-COUNT              PIC 9(5) VALUE 0.
       01  WS-INVOICED-PRICE            PIC 9(5)V99 VALUE 0.
       01  WS-GOODS-CREDIT              PIC 9(10)V99 VALUE 0.
       01  WS-TAX-CREDIT                PIC 9(9)V99 VALUE 0.
       01  WS-NEG-WORK                  PIC S9(11)V99 VALUE 0.
       01  WS-CONFIRM-COUNT             PIC 9(5) VALUE 0.
       01  WS-FULL-COUNT                PIC 9(5) VALUE 0.
       01  WS-SHORT-COUNT               PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-TAX-EXCEPTIONS            PIC 9(5) VALUE 0.
       01  WS-UNITS-RETURNED            PIC 9(7) VALUE 0.
       01  WS-GOODS-TOTAL               PIC 9(12)V99 VALUE 0.
       01  WS-TAX-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY            PIC Z(9)9.99.
       01  WS-TAX-DISPLAY               PIC Z(8)9.99.
       01  WS-TOTAL-DISPLAY             PIC Z(12)9.99.
      *> Items that came up short tonight, for the cycle-count
      *> candidate list at the foot of the report.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY OCCURS 500 TIMES.
               10  WS-CAND-ITEM         PIC X(6).
               10  WS-CAND-SHORT        PIC 9(7).
               10  WS-CAND-PICKS        PIC 9(5).
       01  WS-CAND-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAND-IDX                  PIC 9(4) VALUE 0.
       01  WS-CAND-FOUND                PIC X VALUE "N".
           88  WS-CAND-WAS-FOUND        VALUE "Y".

       PROCEDURE DIVISION.
       SHIPCONF-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           OPEN I-O ITEM-MASTER-FILE
           IF WS-ITEMMAST-STATUS NOT = "00"
               MOVE "MT0948E" TO WS-OM-ID
               STRING "SHIPCONF: ITEMMAST NOT AVAILABLE - "
                   "SHIP CONFIRMATION ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1051E" TO WS-OM-ID
               STRING "SHIPCONF: STKPOS NOT AVAILABLE - "
                   "SHIP CONFIRMATION ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE "MT1096E" TO WS-OM-ID
               STRING "SHIPCONF: STKLOT NOT AVAILABLE - "
                   "SHIP CONFIRMATION ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-HAS-OVERFLOWED
               DISPLAY "SHIPCONF: KIT BILL OF MATERIALS EXCEEDS "
                   "3000 COMPONENTS - THE REST ARE NOT MATCHED"
           END-IF
           OPEN OUTPUT SHIP-REPORT-FILE
           OPEN OUTPUT LOT-RETURN-FILE
           OPEN OUTPUT AR-CREDIT-FILE
           OPEN OUTPUT SHIPMENT-ADJUSTMENT-FILE
           OPEN EXTEND BACKORDER-FILE
           IF WS-BACKORD-STATUS NOT = "00"
               OPEN OUTPUT BACKORDER-FILE
           END-IF
           OPEN EXTEND SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS NOT = "00"
               OPEN OUTPUT SHIP-HISTORY-FILE
           END-IF
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "SHIP-CONFIRMATION REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD
           MOVE SPACES TO SHIP-REPORT-RECORD
           WRITE SHIP-REPORT-RECORD
           PERFORM PROCESS-THE-CONFIRMATIONS
           PERFORM WRITE-ADJUSTMENT-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-COUNT-CANDIDATES
           CLOSE SHIP-REPORT-FILE
           CLOSE AR-CREDIT-FILE
           CLOSE SHIPMENT-ADJUSTMENT-FILE
           CLOSE BACKORDER-FILE
           CLOSE SHIP-HISTORY-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           CLOSE STOCK-LOT-FILE
           CLOSE LOT-RETURN-FILE
           DISPLAY "===== SHIPCONF END-OF-JOB SUMMARY ====="
           DISPLAY "CONFIRMATIONS READ : " WS-CONFIRM-COUNT
           DISPLAY "FULL PICKS         : " WS-FULL-COUNT
           DISPLAY "SHORT PICKS        : " WS-SHORT-COUNT
           DISPLAY "UNITS BACK ON HAND : " WS-UNITS-RETURNED
           DISPLAY "LOTS PUT BACK ON   : " WS-LOT-RETURNS
           DISPLAY "LOT EXCEPTIONS     : " WS-LOT-EXCEPTIONS
           DISPLAY "REJECTED           : " WS-REJECTED-COUNT
           DISPLAY "TAX EXCEPTIONS     : " WS-TAX-EXCEPTIONS
           MOVE WS-GOODS-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "GOODS CREDITED     : " WS-TOTAL-DISPLAY
           MOVE WS-TAX-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "TAX CREDITED       : " WS-TOTAL-DISPLAY
           DISPLAY "======================================="
           IF (WS-REJECTED-COUNT > 0 OR WS-TAX-EXCEPTIONS > 0
                   OR WS-LOT-EXCEPTIONS > 0)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: NO TAX-RATE TABLE - SHORT-PICK "
                   "CREDITS WILL CARRY GOODS ONLY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ TAX-RATE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-TAX-COUNT < 100
                                   AND (TX-RATE NUMERIC
                                       OR TX-EXEMPT-FLAG = "E")
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TX-CATEGORY-CODE TO
                                   WS-TAX-CATEGORY (WS-TAX-COUNT)
                               IF TX-RATE NUMERIC
                                   MOVE TX-RATE-NUM TO
                                       WS-TAX-RATE (WS-TAX-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-TAX-RATE (WS-TAX-COUNT)
                               END-IF
                               MOVE TX-EXEMPT-FLAG TO
                                   WS-TAX-EXEMPT (WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF.

       PROCESS-THE-CONFIRMATIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT SHIP-CONFIRM-FILE
           IF WS-SHPCONF-STATUS NOT = "00"
               DISPLAY "*** SHIPCONF: SHPCONF NOT AVAILABLE - "
                   "NO CONFIRMATIONS PROCESSED ***"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-CONFIRM-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONFIRM-COUNT
                           PERFORM PROCESS-ONE-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE SHIP-CONFIRM-FILE
           END-IF.

       PROCESS-ONE-CONFIRMATION.
           MOVE SPACES TO WS-REJECT-REASON
           IF SC-PICKED-QTY NOT NUMERIC
               MOVE "PICKED QUANTITY NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM SUM-THE-INVOICED-LINES
               PERFORM SUM-PRIOR-CONFIRMATIONS
               MOVE 0 TO WS-OPEN-QTY
               IF WS-INVOICED-QTY > WS-CONFIRMED-QTY
                   COMPUTE WS-OPEN-QTY =
                       WS-INVOICED-QTY - WS-CONFIRMED-QTY
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-A-LINE-MATCHED
                       MOVE "NO MATCHING INVOICED LINE"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   WHEN WS-OPEN-QTY = 0
                       MOVE "ALREADY CONFIRMED IN FULL"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   WHEN SC-PICKED-QTY-NUM > WS-OPEN-QTY
                       MOVE "PICKED EXCEEDS INVOICED QUANTITY"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-LINE
                   WHEN SC-PICKED-QTY-NUM = WS-OPEN-QTY
                       PERFORM CONFIRM-FULL-PICK
                   WHEN WS-CONF-KIT NOT = SPACES
                       PERFORM CONFIRM-SHORT-KIT-PICK
                   WHEN OTHER
                       PERFORM CONFIRM-SHORT-PICK
               END-EVALUATE
           END-IF.

      *> The invoiced lines: every D record on the history for
      *> this order and item.  Quantity and value come from the
      *> history, never from the master.  Failing that, the
      *> order's kit line the item is a component of.  The
      *> order's lot records are gathered on the same pass.
       SUM-THE-INVOICED-LINES.
           MOVE "N" TO WS-MATCH-FOUND
           MOVE 0 TO WS-INVOICED-QTY
           MOVE 0 TO WS-INVOICED-VALUE
           MOVE SPACES TO WS-HIST-CUSTOMER
           MOVE SPACES TO WS-HIST-CATEGORY
           MOVE SPACES TO WS-HIST-DATE
           MOVE SPACES TO WS-HIST-WAREHOUSE
           MOVE SPACES TO WS-HIST-SHIPTO
           MOVE "N" TO WS-KIT-LINE-FOUND
           MOVE SPACES TO WS-CONF-KIT
           MOVE 0 TO WS-CONF-QTY-PER
           MOVE 0 TO WS-KIT-INVOICED-QTY
           MOVE 0 TO WS-KIT-INVOICED-VALUE
           MOVE SPACES TO WS-KIT-HIST-DATE
           MOVE 0 TO WS-OL-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ORDER-HISTORY-FILE
           IF WS-ORDHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ORDER-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF OH-ORDER-NUMBER = SC-ORDER-NUMBER
                               PERFORM TAKE-ONE-ORDER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-ORDER (WS-RT-IDX) = SC-ORDER-NUMBER
                   MOVE WS-RT-KEY (WS-RT-IDX) TO WS-LOT-WANTED
                   MOVE WS-RT-QTY (WS-RT-IDX) TO WS-LW-QTY
                   PERFORM NET-ONE-LOT-RETURN
               END-IF
           END-PERFORM
           IF WS-A-LINE-MATCHED
               MOVE SPACES TO WS-CONF-KIT
               MOVE WS-INVOICED-QTY TO WS-PRICED-QTY
           ELSE
               IF WS-A-KIT-LINE-MATCHED
                   SET WS-A-LINE-MATCHED TO TRUE
                   MOVE WS-KIT-INVOICED-QTY TO WS-PRICED-QTY
                   COMPUTE WS-INVOICED-QTY =
                       WS-KIT-INVOICED-QTY * WS-CONF-QTY-PER
                   MOVE WS-KIT-INVOICED-VALUE TO WS-INVOICED-VALUE
                   MOVE WS-KIT-HIST-CUSTOMER TO WS-HIST-CUSTOMER
                   MOVE WS-KIT-HIST-CATEGORY TO WS-HIST-CATEGORY
                   MOVE WS-KIT-HIST-DATE TO WS-HIST-DATE
                   MOVE WS-KIT-HIST-WAREHOUSE TO WS-HIST-WAREHOUSE
                   MOVE WS-KIT-HIST-SHIPTO TO WS-HIST-SHIPTO
               END-IF
           END-IF.

       TAKE-ONE-ORDER-RECORD.
           EVALUATE TRUE
               WHEN OH-RECORD-TYPE = "D"
                       AND OH-ITEM-NUMBER = SC-ITEM-NUMBER
                   SET WS-A-LINE-MATCHED TO TRUE
                   ADD OH-QUANTITY TO WS-INVOICED-QTY
                   ADD OH-EXTENDED-AMOUNT TO WS-INVOICED-VALUE
                   MOVE OH-CUSTOMER-NUMBER TO WS-HIST-CUSTOMER
                   MOVE OH-CATEGORY-CODE TO WS-HIST-CATEGORY
                   MOVE OH-WAREHOUSE TO WS-HIST-WAREHOUSE
                   MOVE OH-SHIPTO-CODE TO WS-HIST-SHIPTO
                   IF WS-HIST-DATE = SPACES
                       MOVE OH-BUSINESS-DATE TO WS-HIST-DATE
                   END-IF
               WHEN OH-RECORD-TYPE = "D"
                   PERFORM MATCH-KIT-LINE
               WHEN OH-RECORD-TYPE = "L" AND OH-QUANTITY NUMERIC
                   MOVE OH-ITEM-NUMBER TO WS-LW-ITEM
                   MOVE OH-WAREHOUSE TO WS-LW-WAREHOUSE
                   MOVE OH-EXPIRY-DATE TO WS-LW-EXPIRY
                   MOVE OH-LOT-NUMBER TO WS-LW-LOT
                   MOVE OH-QUANTITY TO WS-LW-QTY
                   PERFORM ADD-ONE-LOT-DRAW
               WHEN OH-RECORD-TYPE = "R" AND OH-QUANTITY NUMERIC
                   MOVE OH-ITEM-NUMBER TO WS-LW-ITEM
                   MOVE OH-WAREHOUSE TO WS-LW-WAREHOUSE
                   MOVE OH-EXPIRY-DATE TO WS-LW-EXPIRY
                   MOVE OH-LOT-NUMBER TO WS-LW-LOT
                   MOVE OH-QUANTITY TO WS-LW-QTY
                   PERFORM NET-ONE-LOT-RETURN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A D line for another item: is it a kit with the
      *> confirmed item among its components?  The first such kit
      *> on the order is the one the item was picked for.
       MATCH-KIT-LINE.
           IF WS-CONF-KIT = SPACES
               MOVE OH-ITEM-NUMBER TO WS-KIT-WANTED
               PERFORM FIND-KIT-BOM
               IF WS-KIT-WAS-FOUND
                   PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                           UNTIL WS-KIT-IDX > WS-KIT-COUNT
                       IF WS-KIT-ITEM (WS-KIT-IDX) = OH-ITEM-NUMBER
                               AND WS-KIT-COMPONENT (WS-KIT-IDX)
                                   = SC-ITEM-NUMBER
                               AND WS-CONF-KIT = SPACES
                           MOVE OH-ITEM-NUMBER TO WS-CONF-KIT
                           MOVE WS-KIT-QTY-PER (WS-KIT-IDX)
                               TO WS-CONF-QTY-PER
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-CONF-KIT NOT = SPACES
                   AND OH-ITEM-NUMBER = WS-CONF-KIT
                   AND WS-CONF-QTY-PER > 0
               SET WS-A-KIT-LINE-MATCHED TO TRUE
               ADD OH-QUANTITY TO WS-KIT-INVOICED-QTY
               ADD OH-EXTENDED-AMOUNT TO WS-KIT-INVOICED-VALUE
               MOVE OH-CUSTOMER-NUMBER TO WS-KIT-HIST-CUSTOMER
               MOVE OH-CATEGORY-CODE TO WS-KIT-HIST-CATEGORY
               MOVE OH-WAREHOUSE TO WS-KIT-HIST-WAREHOUSE
               MOVE OH-SHIPTO-CODE TO WS-KIT-HIST-SHIPTO
               IF WS-KIT-HIST-DATE = SPACES
                   MOVE OH-BUSINESS-DATE TO WS-KIT-HIST-DATE
               END-IF
           END-IF.

       ADD-ONE-LOT-DRAW.
           MOVE "N" TO WS-OL-FOUND
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
                       OR WS-OL-WAS-FOUND
               IF WS-OL-KEY (WS-OL-IDX) = WS-LOT-WANTED
                   SET WS-OL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OL-WAS-FOUND
               SUBTRACT 1 FROM WS-OL-IDX
               ADD WS-LW-QTY TO WS-OL-QTY (WS-OL-IDX)
           ELSE
               IF WS-OL-COUNT < 200
                   ADD 1 TO WS-OL-COUNT
                   MOVE WS-LOT-WANTED TO WS-OL-KEY (WS-OL-COUNT)
                   MOVE WS-LW-QTY TO WS-OL-QTY (WS-OL-COUNT)
               END-IF
           END-IF.

       NET-ONE-LOT-RETURN.
           MOVE "N" TO WS-OL-FOUND
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
                       OR WS-OL-WAS-FOUND
               IF WS-OL-KEY (WS-OL-IDX) = WS-LOT-WANTED
                   SET WS-OL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OL-WAS-FOUND
               SUBTRACT 1 FROM WS-OL-IDX
               IF WS-OL-QTY (WS-OL-IDX) > WS-LW-QTY
                   SUBTRACT WS-LW-QTY FROM WS-OL-QTY (WS-OL-IDX)
               ELSE
                   MOVE 0 TO WS-OL-QTY (WS-OL-IDX)
               END-IF
           END-IF.

       SUM-PRIOR-CONFIRMATIONS.
           MOVE 0 TO WS-CONFIRMED-QTY
           MOVE 0 TO WS-CONFIRMED-SHORT
           MOVE 0 TO WS-KITS-SHORTED
           MOVE "N" TO WS-FILE-EOF
      *> The journal is open EXTEND for this run's appends; it is
      *> closed and reopened around the read so tonight's own
      *> confirmations count too.
           CLOSE SHIP-HISTORY-FILE
           OPEN INPUT SHIP-HISTORY-FILE
           IF WS-SHPHIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ SHIP-HISTORY-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-ORDER-NUMBER = SC-ORDER-NUMBER
                                   AND SH-ITEM-NUMBER
                                       = SC-ITEM-NUMBER
                               ADD SH-PICKED-QTY
                                   TO WS-CONFIRMED-QTY
                               ADD SH-SHORT-QTY
                                   TO WS-CONFIRMED-QTY
                               ADD SH-SHORT-QTY
                                   TO WS-CONFIRMED-SHORT
                           END-IF
                           IF WS-CONF-KIT NOT = SPACES
                                   AND SH-ORDER-NUMBER
                                       = SC-ORDER-NUMBER
                                   AND SH-ITEM-NUMBER = WS-CONF-KIT
                                   AND SH-KIT-NUMBER = SPACES
                               ADD SH-SHORT-QTY TO WS-KITS-SHORTED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SHIP-HISTORY-FILE
           OPEN EXTEND SHIP-HISTORY-FILE
           MOVE "N" TO WS-FILE-EOF.

       CONFIRM-FULL-PICK.
           ADD 1 TO WS-FULL-COUNT
           MOVE 0 TO WS-SHORT-QTY
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "CONFIRMED ORDER " SC-ORDER-NUMBER
               " ITEM " SC-ITEM-NUMBER
               " PICKED " SC-PICKED-QTY
               " BY " SC-PICKER
               " - SHIPPED IN FULL"
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD
           PERFORM WRITE-SHIP-HISTORY.

       CONFIRM-SHORT-PICK.
           *> Only the quantity still open on the order/item is
           *> judged, so a line confirmed in two goes settles
           *> once.  The credit pro-rates the invoiced local value
           *> by the short share of the invoiced quantity, as a
           *> return is credited; the backorder carries the same
           *> per-unit value forward.
           ADD 1 TO WS-SHORT-COUNT
           COMPUTE WS-SHORT-QTY = WS-OPEN-QTY - SC-PICKED-QTY-NUM
           MOVE SC-ITEM-NUMBER TO WS-CREDIT-ITEM
           MOVE WS-SHORT-QTY TO WS-CREDIT-QTY
           PERFORM PRICE-THE-CREDIT
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "SHORT     ORDER " SC-ORDER-NUMBER
               " ITEM " SC-ITEM-NUMBER
               " PICKED " SC-PICKED-QTY
               " BY " SC-PICKER
               " SHORT " WS-SHORT-QTY
               " CREDIT -" WS-AMOUNT-DISPLAY
               " TAX -" WS-TAX-DISPLAY
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD
           MOVE SC-ITEM-NUMBER TO WS-RETURN-ITEM
           MOVE WS-SHORT-QTY TO WS-RETURN-QTY
           PERFORM RETURN-SHORTFALL-TO-MASTER
           PERFORM CARRY-THE-BACKORDER
           PERFORM RAISE-THE-CREDIT
           PERFORM NOTE-COUNT-CANDIDATE
           PERFORM WRITE-SHIP-HISTORY.

      *> A kit component picked short.  The component's shortfall
      *> is journaled against it, but the order invoiced kits:
      *> its shortfall so far (earlier confirmations' included)
      *> over the quantity per kit, rounded up, is the kits that
      *> cannot be built, and those not already shorted by
      *> another component are credited and carried forward as
      *> kits, with every component of them back on hand.
       CONFIRM-SHORT-KIT-PICK.
           ADD 1 TO WS-SHORT-COUNT
           COMPUTE WS-SHORT-QTY = WS-OPEN-QTY - SC-PICKED-QTY-NUM
           COMPUTE WS-KITS-NEEDED =
               (WS-CONFIRMED-SHORT + WS-SHORT-QTY
                   + WS-CONF-QTY-PER - 1) / WS-CONF-QTY-PER
           MOVE WS-CONF-KIT TO WS-CREDIT-ITEM
           MOVE 0 TO WS-CREDIT-QTY
           IF WS-KITS-NEEDED > WS-KITS-SHORTED
               COMPUTE WS-CREDIT-QTY = WS-KITS-NEEDED - WS-KITS-SHORTED
           END-IF
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "SHORT     ORDER " SC-ORDER-NUMBER
               " ITEM " SC-ITEM-NUMBER
               " PICKED " SC-PICKED-QTY
               " BY " SC-PICKER
               " SHORT " WS-SHORT-QTY
               " OF KIT " WS-CONF-KIT
               " - KITS SHORT " WS-CREDIT-QTY
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD
           PERFORM NOTE-COUNT-CANDIDATE
           PERFORM WRITE-SHIP-HISTORY
           IF WS-CREDIT-QTY > 0
               PERFORM PRICE-THE-CREDIT
               MOVE SPACES TO SHIP-REPORT-RECORD
               STRING "          ORDER " SC-ORDER-NUMBER
                   " KIT  " WS-CONF-KIT
                   " SHORT " WS-CREDIT-QTY
                   " CREDIT -" WS-AMOUNT-DISPLAY
                   " TAX -" WS-TAX-DISPLAY
                   " - COMPONENTS BACK ON HAND"
                   DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
               END-STRING
               WRITE SHIP-REPORT-RECORD
               PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-COUNT
                   IF WS-KIT-ITEM (WS-KIT-IDX) = WS-CONF-KIT
                       MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                           TO WS-RETURN-ITEM
                       COMPUTE WS-RETURN-QTY = WS-CREDIT-QTY
                           * WS-KIT-QTY-PER (WS-KIT-IDX)
                       PERFORM RETURN-SHORTFALL-TO-MASTER
                   END-IF
               END-PERFORM
               PERFORM CARRY-THE-BACKORDER
               PERFORM RAISE-THE-CREDIT
               PERFORM WRITE-KIT-SHORT-HISTORY
           END-IF.

      *> The credit pro-rates the invoiced local value by the
      *> credited share of what it was for (units, or kits).
       PRICE-THE-CREDIT.
           COMPUTE WS-GOODS-CREDIT ROUNDED =
               WS-INVOICED-VALUE * WS-CREDIT-QTY
               / WS-PRICED-QTY
           COMPUTE WS-INVOICED-PRICE ROUNDED =
               WS-INVOICED-VALUE / WS-PRICED-QTY
           PERFORM JUDGE-CREDIT-TAX
           ADD WS-GOODS-CREDIT TO WS-GOODS-TOTAL
           ADD WS-TAX-CREDIT TO WS-TAX-TOTAL
           MOVE WS-GOODS-CREDIT TO WS-AMOUNT-DISPLAY
           MOVE WS-TAX-CREDIT TO WS-TAX-DISPLAY.

       RAISE-THE-CREDIT.
           ADD 1 TO WS-CREDIT-COUNT
      *> The negative open item for the ledger: goods and tax,
      *> as the AR posting charged them.
           COMPUTE WS-NEG-WORK = 0 - WS-GOODS-CREDIT - WS-TAX-CREDIT
           MOVE SPACES TO AR-CREDIT-RECORD
           MOVE WS-HIST-CUSTOMER TO AC-CUSTOMER-NUMBER
           MOVE SC-ORDER-NUMBER TO AC-ORDER-NUMBER
           MOVE WS-TODAY-TEXT TO AC-BUSINESS-DATE
           MOVE WS-NEG-WORK TO AC-CREDIT-AMOUNT
           MOVE WS-TAX-CREDIT TO AC-TAX-AMOUNT
           WRITE AR-CREDIT-RECORD
      *> The credit line for billing.
           MOVE SPACES TO SHIPMENT-ADJUSTMENT-RECORD
           SET SA-IS-DETAIL TO TRUE
           MOVE WS-TODAY-TEXT TO SA-BUSINESS-DATE
           MOVE SC-ORDER-NUMBER TO SA-ORDER-NUMBER
           MOVE WS-HIST-CUSTOMER TO SA-CUSTOMER-NUMBER
           MOVE WS-CREDIT-ITEM TO SA-ITEM-NUMBER
           MOVE WS-HIST-CATEGORY TO SA-CATEGORY-CODE
           MOVE WS-CREDIT-QTY TO SA-SHORT-QTY
           MOVE WS-INVOICED-PRICE TO SA-UNIT-PRICE
           MOVE WS-GOODS-CREDIT TO SA-GOODS-AMOUNT
           MOVE WS-TAX-CREDIT TO SA-TAX-AMOUNT
           WRITE SHIPMENT-ADJUSTMENT-RECORD.

      *> Tax on the credited goods at the rate the invoice used:
      *> the category's rate, nothing for an exempt category.  A
      *> category that has since left the rate table credits
      *> goods only and says so, for the accountant to settle.
       JUDGE-CREDIT-TAX.
           MOVE 0 TO WS-TAX-CREDIT
           MOVE "N" TO WS-TAX-FOUND
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
                       OR WS-TAX-WAS-FOUND
               IF WS-TAX-CATEGORY (WS-TAX-IDX) = WS-HIST-CATEGORY
                   SET WS-TAX-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TAX-WAS-FOUND
               SUBTRACT 1 FROM WS-TAX-IDX
               IF WS-TAX-EXEMPT (WS-TAX-IDX) NOT = "E"
                   COMPUTE WS-TAX-CREDIT ROUNDED =
                       WS-GOODS-CREDIT * WS-TAX-RATE (WS-TAX-IDX)
                       / 100
               END-IF
           ELSE
               ADD 1 TO WS-TAX-EXCEPTIONS
               MOVE "MT0950W" TO WS-OM-ID
               STRING "SHIPCONF: ORDER " SC-ORDER-NUMBER
                   " ITEM " WS-CREDIT-ITEM " CATEGORY '"
                   WS-HIST-CATEGORY "' NOT ON THE RATE TABLE - "
                   "GOODS ONLY CREDITED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               MOVE SPACES TO SHIP-REPORT-RECORD
               STRING "*** TAX EXCEPTION: " WS-OM-TEXT
                   DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
               END-STRING
               WRITE SHIP-REPORT-RECORD
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

      *> WS-RETURN-QTY of WS-RETURN-ITEM back on hand: on the
      *> master, the position it was picked from, and its lots.
      *> A master that will not take the units takes them
      *> nowhere, so the three never disagree.
       RETURN-SHORTFALL-TO-MASTER.
           MOVE WS-RETURN-ITEM TO IM-ITEM-NUMBER
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "MT0949W" TO WS-OM-ID
                   STRING "SHIPCONF: ITEM " WS-RETURN-ITEM
                       " NOT ON THE MASTER - SHORTFALL OF "
                       WS-RETURN-QTY " NOT PUT BACK ON HAND"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               NOT INVALID KEY
                   ADD WS-RETURN-QTY TO IM-QUANTITY
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           MOVE "MT1095W" TO WS-OM-ID
                           STRING "SHIPCONF: ITEM " WS-RETURN-ITEM
                               " NOT REWRITTEN ON THE MASTER - "
                               "SHORTFALL OF " WS-RETURN-QTY
                               " NOT PUT BACK ON HAND"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                       NOT INVALID KEY
                           ADD WS-RETURN-QTY TO WS-UNITS-RETURNED
                           PERFORM RETURN-SHORTFALL-TO-POSITION
                           PERFORM RETURN-SHORTFALL-TO-LOTS
                   END-REWRITE
           END-READ.

       RETURN-SHORTFALL-TO-POSITION.
           MOVE WS-RETURN-ITEM TO WS-SK-ADJ-ITEM
           MOVE WS-HIST-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
           MOVE WS-RETURN-QTY TO WS-SK-ADJ-ON-HAND
           PERFORM ADJUST-STOCK-POSITION
           IF WS-SK-ADJ-HAS-FAILED
               MOVE "MT1052W" TO WS-OM-ID
               STRING "SHIPCONF: STOCK POSITION "
                   WS-RETURN-ITEM "/" WS-SK-ADJ-WAREHOUSE
                   " NOT WRITTEN - SHORTFALL OF "
                   WS-RETURN-QTY " ON THE MASTER ONLY"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF.

      *> Latest-expiring lot first: the shipment drew the lots
      *> earliest first, so its last units came from the latest.
      *> Units the order's lots do not account for were never
      *> lot-tracked and stay on the position alone.
       RETURN-SHORTFALL-TO-LOTS.
           MOVE WS-RETURN-QTY TO WS-LOT-QTY-LEFT
           MOVE 1 TO WS-OL-BEST
           PERFORM UNTIL WS-LOT-QTY-LEFT = 0 OR WS-OL-BEST = 0
               PERFORM FIND-LATEST-LOT
               IF WS-OL-BEST > 0
                   PERFORM PUT-BACK-ON-ONE-LOT
               END-IF
           END-PERFORM.

       FIND-LATEST-LOT.
           MOVE 0 TO WS-OL-BEST
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
               IF WS-OL-ITEM (WS-OL-IDX) = WS-RETURN-ITEM
                       AND WS-OL-QTY (WS-OL-IDX) > 0
                   IF WS-OL-BEST = 0
                       MOVE WS-OL-IDX TO WS-OL-BEST
                   ELSE
                       IF WS-OL-EXPIRY (WS-OL-IDX)
                               > WS-OL-EXPIRY (WS-OL-BEST)
                           MOVE WS-OL-IDX TO WS-OL-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PUT-BACK-ON-ONE-LOT.
           IF WS-OL-QTY (WS-OL-BEST) > WS-LOT-QTY-LEFT
               MOVE WS-LOT-QTY-LEFT TO WS-LOT-PUT-BACK
           ELSE
               MOVE WS-OL-QTY (WS-OL-BEST) TO WS-LOT-PUT-BACK
           END-IF
           SUBTRACT WS-LOT-PUT-BACK FROM WS-OL-QTY (WS-OL-BEST)
           SUBTRACT WS-LOT-PUT-BACK FROM WS-LOT-QTY-LEFT
           MOVE WS-OL-KEY (WS-OL-BEST) TO LT-LOT-KEY
           READ STOCK-LOT-FILE
               INVALID KEY
                   PERFORM REPORT-LOT-NOT-PUT-BACK
               NOT INVALID KEY
                   ADD WS-LOT-PUT-BACK TO LT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
                       INVALID KEY
                           PERFORM REPORT-LOT-NOT-PUT-BACK
                       NOT INVALID KEY
                           PERFORM WRITE-LOT-RETURN
                   END-REWRITE
           END-READ.

       REPORT-LOT-NOT-PUT-BACK.
           ADD 1 TO WS-LOT-EXCEPTIONS
           MOVE "MT1097W" TO WS-OM-ID
           STRING "SHIPCONF: LOT " WS-OL-LOT (WS-OL-BEST)
               " OF ITEM " WS-RETURN-ITEM " NOT ON STKLOT - "
               WS-LOT-PUT-BACK " UNIT(S) ON THE POSITION ONLY"
               DELIMITED BY SIZE INTO WS-OM-TEXT
           END-STRING
           PERFORM ISSUE-OPERATOR-MESSAGE.

      *> The R record that nets the units out of the lot's
      *> shipments, kept for the rest of the run as well.
       WRITE-LOT-RETURN.
           ADD 1 TO WS-LOT-RETURNS
           MOVE SPACES TO LOT-RETURN-RECORD
           MOVE "R" TO LR-RECORD-TYPE
           MOVE WS-TODAY-TEXT TO LR-BUSINESS-DATE
           MOVE SC-ORDER-NUMBER TO LR-ORDER-NUMBER
           MOVE WS-HIST-CUSTOMER TO LR-CUSTOMER-NUMBER
           MOVE WS-RETURN-ITEM TO LR-ITEM-NUMBER
           MOVE WS-LOT-PUT-BACK TO LR-QUANTITY
           MOVE 0 TO LR-UNIT-PRICE
           MOVE 0 TO LR-DISCOUNT-AMOUNT
           MOVE 0 TO LR-EXTENDED-AMOUNT
           MOVE 0 TO LR-TAX-AMOUNT
           MOVE 0 TO LR-FREIGHT-AMOUNT
           MOVE WS-HIST-SHIPTO TO LR-SHIPTO-CODE
           MOVE WS-OL-WAREHOUSE (WS-OL-BEST) TO LR-WAREHOUSE
           MOVE WS-OL-LOT (WS-OL-BEST) TO LR-LOT-NUMBER
           MOVE WS-OL-EXPIRY (WS-OL-BEST) TO LR-EXPIRY-DATE
           WRITE LOT-RETURN-RECORD
           IF WS-RT-COUNT < 500
               ADD 1 TO WS-RT-COUNT
               MOVE SC-ORDER-NUMBER TO WS-RT-ORDER (WS-RT-COUNT)
               MOVE WS-OL-KEY (WS-OL-BEST) TO WS-RT-KEY (WS-RT-COUNT)
               MOVE WS-LOT-PUT-BACK TO WS-RT-QTY (WS-RT-COUNT)
           END-IF.

       CARRY-THE-BACKORDER.
           *> At the ORIGINALLY invoiced price: the invoiced local
           *> value per unit, converted and discounted exactly as
           *> ORDPRICE carries its own backorders, dated with the
           *> day the order was taken so it queues in its turn.
           MOVE SPACES TO BACKORDER-RECORD
           MOVE WS-HIST-CUSTOMER TO BO-CUSTOMER-NUMBER
           MOVE SC-ORDER-NUMBER TO BO-ORDER-NUMBER
           MOVE WS-CREDIT-ITEM TO BO-ITEM-NUMBER
           MOVE WS-CREDIT-QTY TO BO-QUANTITY
           MOVE WS-INVOICED-PRICE TO BO-UNIT-PRICE
           MOVE WS-HIST-DATE TO BO-ORDER-DATE
           MOVE WS-HIST-SHIPTO TO BO-SHIPTO-CODE
           WRITE BACKORDER-RECORD.

       NOTE-COUNT-CANDIDATE.
           MOVE "N" TO WS-CAND-FOUND
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
                       OR WS-CAND-WAS-FOUND
               IF WS-CAND-ITEM (WS-CAND-IDX) = SC-ITEM-NUMBER
                   SET WS-CAND-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CAND-WAS-FOUND
               SUBTRACT 1 FROM WS-CAND-IDX
               ADD WS-SHORT-QTY TO WS-CAND-SHORT (WS-CAND-IDX)
               ADD 1 TO WS-CAND-PICKS (WS-CAND-IDX)
           ELSE
               IF WS-CAND-COUNT < 500
                   ADD 1 TO WS-CAND-COUNT
                   MOVE SC-ITEM-NUMBER
                       TO WS-CAND-ITEM (WS-CAND-COUNT)
                   MOVE WS-SHORT-QTY
                       TO WS-CAND-SHORT (WS-CAND-COUNT)
                   MOVE 1 TO WS-CAND-PICKS (WS-CAND-COUNT)
               END-IF
           END-IF.

       WRITE-SHIP-HISTORY.
           MOVE SPACES TO SHIP-HISTORY-RECORD
           MOVE WS-TODAY-TEXT TO SH-CONFIRM-DATE
           MOVE SC-ORDER-NUMBER TO SH-ORDER-NUMBER
           MOVE SC-ITEM-NUMBER TO SH-ITEM-NUMBER
           MOVE SC-PICKED-QTY-NUM TO SH-PICKED-QTY
           MOVE WS-SHORT-QTY TO SH-SHORT-QTY
           MOVE SC-PICKER TO SH-PICKER
           MOVE WS-CONF-KIT TO SH-KIT-NUMBER
           IF WS-SHORT-QTY > 0 AND WS-CONF-KIT = SPACES
               MOVE WS-HIST-CATEGORY TO SH-CATEGORY-CODE
               MOVE WS-GOODS-CREDIT TO SH-GOODS-AMOUNT
               MOVE WS-TAX-CREDIT TO SH-TAX-AMOUNT
           END-IF
           WRITE SHIP-HISTORY-RECORD.

       WRITE-KIT-SHORT-HISTORY.
           MOVE SPACES TO SHIP-HISTORY-RECORD
           MOVE WS-TODAY-TEXT TO SH-CONFIRM-DATE
           MOVE SC-ORDER-NUMBER TO SH-ORDER-NUMBER
           MOVE WS-CONF-KIT TO SH-ITEM-NUMBER
           MOVE 0 TO SH-PICKED-QTY
           MOVE WS-CREDIT-QTY TO SH-SHORT-QTY
           MOVE SC-PICKER TO SH-PICKER
           MOVE WS-HIST-CATEGORY TO SH-CATEGORY-CODE
           MOVE WS-GOODS-CREDIT TO SH-GOODS-AMOUNT
           MOVE WS-TAX-CREDIT TO SH-TAX-AMOUNT
           WRITE SHIP-HISTORY-RECORD.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "REJECTED  ORDER " SC-ORDER-NUMBER
               " ITEM " SC-ITEM-NUMBER
               " PICKED " SC-PICKED-QTY
               " BY " SC-PICKER
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           DISPLAY SHIP-REPORT-RECORD
           WRITE SHIP-REPORT-RECORD.

      *> Count and goods total, for BILLINT to prove the file
      *> against before it carries a single credit.
       WRITE-ADJUSTMENT-TRAILER.
           MOVE SPACES TO SHIPMENT-ADJUSTMENT-RECORD
           SET SA-IS-TRAILER TO TRUE
           MOVE WS-TODAY-TEXT TO SA-BUSINESS-DATE
           MOVE WS-CREDIT-COUNT TO SA-SHORT-QTY
           MOVE WS-GOODS-TOTAL TO SA-GOODS-AMOUNT
           MOVE WS-TAX-TOTAL TO SA-TAX-AMOUNT
           WRITE SHIPMENT-ADJUSTMENT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SHIP-REPORT-RECORD
           WRITE SHIP-REPORT-RECORD
           MOVE WS-GOODS-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "RUN GOODS CREDITED: -" WS-TOTAL-DISPLAY
               "  SHORT PICKS: " WS-SHORT-COUNT
               "  FULL PICKS: " WS-FULL-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD
           MOVE WS-TAX-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SHIP-REPORT-RECORD
           STRING "RUN TAX CREDITED  : -" WS-TOTAL-DISPLAY
               "  UNITS BACK ON HAND: " WS-UNITS-RETURNED
               DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
           END-STRING
           WRITE SHIP-REPORT-RECORD.

       WRITE-COUNT-CANDIDATES.
           MOVE SPACES TO SHIP-REPORT-RECORD
           WRITE SHIP-REPORT-RECORD
           MOVE SPACES TO SHIP-REPORT-RECORD
           IF WS-CAND-COUNT = 0
               MOVE "CYCLE-COUNT CANDIDATES: NONE - NO SHORT PICKS"
                   TO SHIP-REPORT-RECORD
               WRITE SHIP-REPORT-RECORD
           ELSE
               MOVE "CYCLE-COUNT CANDIDATES (ITEMS PICKED SHORT)"
                   TO SHIP-REPORT-RECORD
               WRITE SHIP-REPORT-RECORD
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-CAND-COUNT
                   MOVE SPACES TO SHIP-REPORT-RECORD
                   STRING "  ITEM " WS-CAND-ITEM (WS-CAND-IDX)
                       "  UNITS SHORT " WS-CAND-SHORT (WS-CAND-IDX)
                       "  SHORT PICKS " WS-CAND-PICKS (WS-CAND-IDX)
                       DELIMITED BY SIZE INTO SHIP-REPORT-RECORD
                   END-STRING
                   WRITE SHIP-REPORT-RECORD
               END-PERFORM
           END-IF.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
                   DISPLAY WS-OM-ID " " WS-OM-TEXT UPON CONSOLE
           END-CALL
           MOVE SPACES TO WS-OM-TEXT.

       COPY STKADJ.

       COPY KITLOAD.

       END PROGRAM SHIPCONF.
