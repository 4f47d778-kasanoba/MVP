       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.

      *> Online order entry for the phone desk.  Phone orders used
      *> to be written on paper and re-keyed into the capture
      *> system, and a bad item or an unknown customer only came
      *> to light when ORDEDIT and ORDPRICE threw the line out
      *> the next night -- long after the customer hung up.  This
      *> transaction takes the order while the customer is on
      *> the line:
      *>   - the customer number (and optional ship-to code) is
      *>     checked against the customer master first; a number
      *>     not on file, or a customer on credit hold (whose
      *>     orders ORDPRICE refuses outright), is turned away
      *>     before a line is keyed;
      *>   - each line's item (and optional saved-quote number)
      *>     is checked as it is keyed: the item must be on the
      *>     item master, an item merchandising has replaced is
      *>     refused with its replacement named so the desk keys
      *>     that instead, and a quote must be one ORDPRICE will
      *>     honor for this customer, item and quantity;
      *>   - every accepted line shows the price read back to the
      *>     customer: the quote's price for a quoted line,
      *>     otherwise the shared PRCENG engine's price with the
      *>     tiers, rate and contract the batch run will use --
      *>     looked up exactly as INQQUOTE does;
      *>   - PF5 files the order on the PENDORD cluster (PNDDEFN)
      *>     under the next phone order number, P and seven
      *>     digits from the control record under key
      *>     00000000000; PF6 drops the last line keyed; PF3 or
      *>     CLEAR abandons the order.
      *> Nothing else is done with the order here: the nightly
      *> PENDEXT run turns the day's filed lines into a PHNRAW
      *> transmittal that ORDEDIT balances, edits and sorts with
      *> the capture file, so a phone order is priced, held,
      *> invoiced and acknowledged like any other.  The ship-to
      *> code is carried, not checked: the ship-to file is a flat
      *> batch file, and whether the code is on it is the
      *> shipping run's judgement.
      *> Pseudo-conversational like INQACCT: the order being
      *> built rides in the COMMAREA (nine lines -- a screen's
      *> worth; a longer order goes in as two).  Filing is all
      *> or nothing: PENDORD is recoverable in the region, and a
      *> line that cannot be written rolls back the order number
      *> and every line before it.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY PRCENGLK.
      *> Local mirror of CUSTOMER-MASTER-RECORD (CUSTMAST-FD.cpy),
      *> keyed on the customer number on the region's CUSTMAST
      *> file.
       01  WS-CUSTOMER-RECORD.
           05  WS-CU-CUSTOMER-NUMBER        PIC X(6).
           05  WS-CU-NAME                   PIC X(30).
           05  WS-CU-CREDIT-LIMIT           PIC 9(9)V99.
           05  WS-CU-OPEN-BALANCE           PIC 9(9)V99.
           05  WS-CU-STATUS                 PIC X.
               88  WS-CU-IS-ON-HOLD         VALUE "H".
           05  WS-CU-BO-CANCEL-DAYS         PIC X(3).
           05  WS-CU-TERMS-CODE             PIC X(8).
           05  WS-CU-FINCHG-EXEMPT          PIC X.
           05  WS-CU-SALES-REP              PIC X(4).
           05  WS-CU-HOME-WAREHOUSE         PIC X(2).
           05  FILLER                       PIC X(3).
      *> Local mirror of ITEM-MASTER-RECORD (ITEMMAST-FD.cpy).
       01  WS-ITEM-RECORD.
           05  WS-IM-ITEM-NUMBER            PIC X(6).
           05  WS-IM-QUANTITY               PIC 9(5).
           05  WS-IM-UNIT-PRICE             PIC 9(5)V99.
           05  WS-IM-CURRENCY-CODE          PIC X(3).
           05  WS-IM-CATEGORY-CODE          PIC X(4).
      *> Local mirror of the discount-tier record as the region's
      *> keyed DISCTIER file carries it (item + threshold key).
       01  WS-TIER-RECORD.
           05  WS-DT-KEY.
               10  WS-DT-ITEM-NUMBER        PIC X(6).
               10  WS-DT-THRESHOLD          PIC X(5).
           05  WS-DT-DISCOUNT-PCT           PIC X(4).
           05  WS-DT-EFFECTIVE-DATE         PIC X(10).
           05  FILLER                       PIC X(55).
      *> Local mirror of the rate-history record, keyed currency
      *> plus date on the region's EXRHIST file.
       01  WS-RATE-RECORD.
           05  WS-EX-KEY.
               10  WS-EX-CURRENCY           PIC X(3).
               10  WS-EX-RATE-DATE          PIC X(10).
           05  WS-EX-RATE                   PIC X(8).
           05  WS-EX-RATE-R REDEFINES WS-EX-RATE
                                            PIC 9(4)V9(4).
           05  FILLER                       PIC X(59).
      *> Local mirror of CONTRACT-PRICE-RECORD (CONTRACT-FD.cpy),
      *> keyed customer plus item on the region's CONTRACT file.
       01  WS-CONTRACT-RECORD.
           05  WS-CT-KEY.
               10  WS-CT-CUSTOMER-NUMBER    PIC X(6).
               10  WS-CT-ITEM-NUMBER        PIC X(6).
           05  WS-CT-CONTRACT-PRICE         PIC 9(5)V99.
           05  WS-CT-EFFECTIVE-DATE         PIC X(10).
           05  WS-CT-EXPIRY-DATE            PIC X(10).
           05  WS-CT-CONTRACT-ID            PIC X(10).
           05  FILLER                       PIC X(31).
      *> Local mirror of SAVED-QUOTE-RECORD (SAVQUOTE-FD.cpy).
       01  WS-QUOTE-RECORD.
           05  WS-QT-QUOTE-NUMBER           PIC X(8).
           05  WS-QT-CUSTOMER-NUMBER        PIC X(6).
           05  WS-QT-ITEM-NUMBER            PIC X(6).
           05  WS-QT-QUANTITY               PIC 9(5).
           05  WS-QT-UNIT-PRICE             PIC 9(5)V99.
           05  WS-QT-DISCOUNT-AMOUNT        PIC 9(9)V99.
           05  WS-QT-EXTENDED-PRICE         PIC 9(10)V99.
           05  WS-QT-QUOTE-DATE             PIC X(10).
           05  WS-QT-VALID-UNTIL            PIC X(10).
           05  WS-QT-STATUS                 PIC X.
               88  WS-QT-IS-OPEN            VALUE "O".
           05  WS-QT-ORDER-NUMBER           PIC X(8).
           05  WS-QT-CONVERTED-DATE         PIC X(10).
           05  FILLER                       PIC X(6).
      *> Local mirror of SUPERSESSION-RECORD (SUPERSED-FD.cpy).
       01  WS-SUPER-RECORD.
           05  WS-SS-OLD-ITEM               PIC X(6).
           05  WS-SS-NEW-ITEM               PIC X(6).
           05  WS-SS-EFFECTIVE-DATE         PIC X(10).
           05  WS-SS-CONV-FACTOR            PIC X(7).
           05  FILLER                       PIC X(51).
      *> Local mirror of PENDING-ORDER-RECORD (PENDORD-FD.cpy),
      *> and of the numbering control record under key
      *> 00000000000.
       01  WS-PENDING-RECORD.
           05  WS-PO-KEY.
               10  WS-PO-ORDER-NUMBER       PIC X(8).
               10  WS-PO-LINE-NUMBER        PIC 9(3).
           05  WS-PO-CUSTOMER-NUMBER        PIC X(6).
           05  WS-PO-ITEM-NUMBER            PIC X(6).
           05  WS-PO-QUANTITY               PIC 9(5).
           05  WS-PO-QUOTE-NUMBER           PIC X(8).
           05  WS-PO-SHIPTO-CODE            PIC X(4).
           05  WS-PO-UNIT-PRICE             PIC 9(5)V99.
           05  WS-PO-EXTENDED-PRICE         PIC 9(12)V99.
           05  WS-PO-ENTRY-DATE             PIC X(10).
           05  WS-PO-TERMINAL-ID            PIC X(4).
           05  WS-PO-STATUS                 PIC X.
           05  WS-PO-EXTRACT-DATE           PIC X(10).
           05  FILLER                       PIC X(14).
       01  WS-PENDING-CONTROL-RECORD.
           05  WS-PC-KEY                    PIC X(11).
           05  WS-PC-LAST-ORDER-NUMBER      PIC 9(7).
           05  FILLER                       PIC X(82).
       01  WS-NEW-ORDER-NUMBER              PIC 9(7) VALUE 0.
       01  WS-NEW-ORDER-ID.
           05  FILLER                       PIC X VALUE "P".
           05  WS-NEW-ORDER-DIGITS          PIC 9(7) VALUE 0.
       01  WS-ORDER-FILED                   PIC X VALUE "N".
           88  WS-ORDER-WAS-FILED           VALUE "Y".
      *> EXEC CICS RESP values: 0 is DFHRESP(NORMAL), 13 is
      *> DFHRESP(NOTFND).  Spelled as literals because the RESP
      *> comparison sits outside the translated EXEC block.
       01  WS-READ-RESP                     PIC S9(8) COMP VALUE 0.
           88  WS-READ-WAS-NORMAL           VALUE 0.
       01  WS-WRITE-RESP                    PIC S9(8) COMP VALUE 0.
           88  WS-WRITE-WAS-NORMAL          VALUE 0.
       01  WS-BROWSE-RESP                   PIC S9(8) COMP VALUE 0.
      *> EIBAID values, spelled as literals for the same reason
      *> (DFHAID's DFHCLEAR, DFHPF3, DFHPF5 and DFHPF6); anything
      *> else, ENTER included, reads what was keyed.
       01  WS-AID                           PIC X VALUE SPACE.
           88  WS-AID-IS-CLEAR              VALUE X"6D".
           88  WS-AID-IS-PF3                VALUE X"F3".
           88  WS-AID-IS-PF5                VALUE X"F5".
           88  WS-AID-IS-PF6                VALUE X"F6".
      *> The order being built, carried between tasks.  No
      *> customer: the next input is a customer number.
       01  WS-COMMAREA.
           05  CA-CUSTOMER-NUMBER           PIC X(6).
           05  CA-CUSTOMER-NAME             PIC X(30).
           05  CA-SHIPTO-CODE               PIC X(4).
           05  CA-LINE-COUNT                PIC 99.
           05  CA-ORDER-TOTAL               PIC 9(12)V99.
           05  CA-LINE OCCURS 9 TIMES.
               10  CA-LN-ITEM               PIC X(6).
               10  CA-LN-QUANTITY           PIC 9(5).
               10  CA-LN-QUOTE              PIC X(8).
               10  CA-LN-UNIT-PRICE         PIC 9(5)V99.
               10  CA-LN-EXTENDED           PIC 9(12)V99.
      *> L list price, C contract price, Q saved quote.
               10  CA-LN-SOURCE             PIC X.
       01  WS-COMMAREA-LENGTH               PIC S9(4) COMP VALUE 425.
       01  WS-MAX-LINES                     PIC 99 VALUE 9.
      *> What was keyed: a customer number and ship-to code on
      *> the first screen, an order line after that.
       01  WS-ENTRY-INPUT                   PIC X(19).
       01  WS-CUSTOMER-INPUT REDEFINES WS-ENTRY-INPUT.
           05  WI-CUSTOMER-NUMBER           PIC X(6).
           05  WI-SHIPTO-CODE               PIC X(4).
           05  FILLER                       PIC X(9).
       01  WS-LINE-INPUT REDEFINES WS-ENTRY-INPUT.
           05  WI-ITEM-NUMBER               PIC X(6).
           05  WI-QUANTITY                  PIC X(5).
           05  WI-QUANTITY-NUM REDEFINES WI-QUANTITY
                                            PIC 9(5).
           05  WI-QUOTE-NUMBER              PIC X(8).
       01  WS-INPUT-LENGTH                  PIC S9(4) COMP VALUE 19.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 99.
           05  WS-TODAY-DD                  PIC 99.
       01  WS-TODAY-TEXT                    PIC X(10) VALUE SPACES.
       01  WS-EX-RATE-NUM                   PIC 9(4)V9(4) VALUE 0.
       01  WS-THRESHOLD-WORK                PIC X(5).
       01  WS-THRESHOLD-WORK-N REDEFINES WS-THRESHOLD-WORK
                                            PIC 9(5).
       01  WS-PCT-WORK                      PIC X(4).
       01  WS-PCT-WORK-N REDEFINES WS-PCT-WORK
                                            PIC 99V99.
      *> The line being judged: refused with a reason, or priced.
       01  WS-LINE-REASON                   PIC X(60) VALUE SPACES.
       01  WS-LINE-PRICE                    PIC 9(5)V99 VALUE 0.
       01  WS-LINE-EXTENDED                 PIC 9(12)V99 VALUE 0.
       01  WS-LINE-SOURCE                   PIC X VALUE SPACE.
       01  WS-LINE-IDX                      PIC 99 VALUE 0.
       01  WS-SCREEN-IDX                    PIC 99 VALUE 0.
       01  WS-MESSAGE                       PIC X(79) VALUE SPACES.
       01  WS-QTY-DISPLAY                   PIC ZZZZ9.
       01  WS-PRICE-DISPLAY                 PIC ZZZZ9.99.
       01  WS-EXT-DISPLAY                   PIC Z(11)9.99.
       01  WS-SOURCE-DISPLAY                PIC X(8).
       01  WS-INQUIRY-SCREEN.
           05  WS-SCREEN-LINE OCCURS 14 TIMES
                                            PIC X(79).
       01  WS-SCREEN-LENGTH                 PIC S9(4) COMP VALUE 1106.

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(425).

       PROCEDURE DIVISION.
       ORDENTRY-MAIN.
           IF EIBCALEN = 0
               PERFORM CLEAR-THE-ORDER
               MOVE SPACES TO WS-MESSAGE
               PERFORM BUILD-THE-SCREEN
               PERFORM SEND-THE-SCREEN
               EXEC CICS RETURN
                   TRANSID("ORDE")
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-COMMAREA-LENGTH)
               END-EXEC
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE EIBAID TO WS-AID
               IF WS-AID-IS-PF3 OR WS-AID-IS-CLEAR
                   MOVE SPACES TO WS-INQUIRY-SCREEN
                   IF CA-LINE-COUNT > 0
                       STRING "ORDER ENTRY ENDED - ORDER IN "
                           "PROGRESS ABANDONED, NOTHING FILED"
                           DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE (1)
                       END-STRING
                   ELSE
                       STRING "ORDER ENTRY ENDED"
                           DELIMITED BY SIZE
                           INTO WS-SCREEN-LINE (1)
                       END-STRING
                   END-IF
                   PERFORM SEND-THE-SCREEN
                   EXEC CICS RETURN
                   END-EXEC
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-TODAY-TEXT
                   STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-"
                       WS-TODAY-DD
                       DELIMITED BY SIZE INTO WS-TODAY-TEXT
                   END-STRING
                   MOVE SPACES TO WS-MESSAGE
                   IF CA-CUSTOMER-NUMBER = SPACES
                       PERFORM TAKE-THE-CUSTOMER
                   ELSE
                       IF WS-AID-IS-PF5
                           PERFORM FILE-THE-ORDER
                       ELSE
                           IF WS-AID-IS-PF6
                               PERFORM DROP-THE-LAST-LINE
                           ELSE
                               PERFORM TAKE-ONE-LINE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM BUILD-THE-SCREEN
                   PERFORM SEND-THE-SCREEN
                   EXEC CICS RETURN
                       TRANSID("ORDE")
                       COMMAREA(WS-COMMAREA)
                       LENGTH(WS-COMMAREA-LENGTH)
                   END-EXEC
               END-IF
           END-IF.

       CLEAR-THE-ORDER.
           MOVE SPACES TO WS-COMMAREA
           MOVE 0 TO CA-LINE-COUNT
           MOVE 0 TO CA-ORDER-TOTAL.

       SEND-THE-SCREEN.
           EXEC CICS SEND
               FROM(WS-INQUIRY-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

      *> No customer yet: the customer prompt.  Otherwise the
      *> order so far, its total, the line prompt, the message
      *> and the keys.
       BUILD-THE-SCREEN.
           MOVE SPACES TO WS-INQUIRY-SCREEN
           IF CA-CUSTOMER-NUMBER = SPACES
               STRING "ORDER ENTRY: CUSTOMER NUMBER (6) "
                   "[SHIP-TO CODE (4)]: "
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
               END-STRING
               STRING "PF3 END"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (14)
               END-STRING
           ELSE
               STRING "ORDER ENTRY - CUSTOMER " CA-CUSTOMER-NUMBER
                   " " CA-CUSTOMER-NAME "  SHIP-TO " CA-SHIPTO-CODE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (1)
               END-STRING
               STRING "LN ITEM      QTY  QUOTE     UNIT PRICE"
                   "   EXTENDED PRICE  PRICED AT"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (2)
               END-STRING
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > CA-LINE-COUNT
                   PERFORM FORMAT-ORDER-LINE
               END-PERFORM
               MOVE CA-ORDER-TOTAL TO WS-EXT-DISPLAY
               STRING "ORDER TOTAL " WS-EXT-DISPLAY
                   "   NEXT LINE: ITEM(6) QTY(5) [QUOTE(8)]: "
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (12)
               END-STRING
               STRING "ENTER ADD LINE  PF5 FILE ORDER  "
                   "PF6 DROP LAST LINE  PF3 ABANDON"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE (14)
               END-STRING
           END-IF
           MOVE WS-MESSAGE TO WS-SCREEN-LINE (13).

       FORMAT-ORDER-LINE.
           COMPUTE WS-SCREEN-IDX = WS-LINE-IDX + 2
           MOVE CA-LN-QUANTITY (WS-LINE-IDX) TO WS-QTY-DISPLAY
           MOVE CA-LN-UNIT-PRICE (WS-LINE-IDX) TO WS-PRICE-DISPLAY
           MOVE CA-LN-EXTENDED (WS-LINE-IDX) TO WS-EXT-DISPLAY
           EVALUATE CA-LN-SOURCE (WS-LINE-IDX)
               WHEN "Q"
                   MOVE "QUOTE" TO WS-SOURCE-DISPLAY
               WHEN "C"
                   MOVE "CONTRACT" TO WS-SOURCE-DISPLAY
               WHEN OTHER
                   MOVE "LIST" TO WS-SOURCE-DISPLAY
           END-EVALUATE
           STRING WS-LINE-IDX " " CA-LN-ITEM (WS-LINE-IDX) "  "
               WS-QTY-DISPLAY "  " CA-LN-QUOTE (WS-LINE-IDX) "  "
               WS-PRICE-DISPLAY "  " WS-EXT-DISPLAY "  "
               WS-SOURCE-DISPLAY
               DELIMITED BY SIZE
               INTO WS-SCREEN-LINE (WS-SCREEN-IDX)
           END-STRING.

      *> A customer on credit hold is refused here because the
      *> pricing run would refuse the whole order tonight.
       TAKE-THE-CUSTOMER.
           MOVE SPACES TO WS-ENTRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-ENTRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           IF WI-CUSTOMER-NUMBER = SPACES
               MOVE "CUSTOMER NUMBER IS REQUIRED" TO WS-MESSAGE
           ELSE
               EXEC CICS READ
                   FILE("CUSTMAST")
                   INTO(WS-CUSTOMER-RECORD)
                   RIDFLD(WI-CUSTOMER-NUMBER)
                   RESP(WS-READ-RESP)
               END-EXEC
               IF NOT WS-READ-WAS-NORMAL
                   STRING "CUSTOMER NOT FOUND: " WI-CUSTOMER-NUMBER
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   IF WS-CU-IS-ON-HOLD
                       STRING "CUSTOMER " WI-CUSTOMER-NUMBER
                           " IS ON CREDIT HOLD - ORDER CANNOT BE "
                           "TAKEN, REFER TO CREDIT DESK"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       END-STRING
                   ELSE
                       PERFORM CLEAR-THE-ORDER
                       MOVE WS-CU-CUSTOMER-NUMBER
                           TO CA-CUSTOMER-NUMBER
                       MOVE WS-CU-NAME TO CA-CUSTOMER-NAME
                       MOVE WI-SHIPTO-CODE TO CA-SHIPTO-CODE
                       MOVE "CUSTOMER ACCEPTED - KEY THE FIRST LINE"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       TAKE-ONE-LINE.
           MOVE SPACES TO WS-ENTRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-ENTRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           MOVE SPACES TO WS-LINE-REASON
           EVALUATE TRUE
               WHEN CA-LINE-COUNT >= WS-MAX-LINES
                   MOVE "ORDER IS FULL - PF5 TO FILE IT, KEY THE "
                       & "REST AS A NEW ORDER" TO WS-LINE-REASON
               WHEN WI-ITEM-NUMBER = SPACES
                   MOVE "ITEM NUMBER IS REQUIRED" TO WS-LINE-REASON
               WHEN WI-QUANTITY NOT NUMERIC
                   MOVE "QUANTITY MUST BE FIVE DIGITS"
                       TO WS-LINE-REASON
               WHEN WI-QUANTITY-NUM = 0
                   MOVE "QUANTITY MUST BE MORE THAN ZERO"
                       TO WS-LINE-REASON
               WHEN OTHER
                   PERFORM JUDGE-THE-ITEM
           END-EVALUATE
           IF WS-LINE-REASON = SPACES
               IF WI-QUOTE-NUMBER NOT = SPACES
                   PERFORM PRICE-FROM-THE-QUOTE
               ELSE
                   PERFORM PRICE-FROM-THE-ENGINE
               END-IF
           END-IF
           IF WS-LINE-REASON NOT = SPACES
               STRING "LINE REFUSED: " WS-LINE-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           ELSE
               ADD 1 TO CA-LINE-COUNT
               MOVE WI-ITEM-NUMBER TO CA-LN-ITEM (CA-LINE-COUNT)
               MOVE WI-QUANTITY-NUM
                   TO CA-LN-QUANTITY (CA-LINE-COUNT)
               MOVE WI-QUOTE-NUMBER TO CA-LN-QUOTE (CA-LINE-COUNT)
               MOVE WS-LINE-PRICE
                   TO CA-LN-UNIT-PRICE (CA-LINE-COUNT)
               MOVE WS-LINE-EXTENDED
                   TO CA-LN-EXTENDED (CA-LINE-COUNT)
               MOVE WS-LINE-SOURCE TO CA-LN-SOURCE (CA-LINE-COUNT)
               ADD WS-LINE-EXTENDED TO CA-ORDER-TOTAL
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               STRING "LINE " CA-LINE-COUNT " ACCEPTED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.

      *> A supersession in force sends the desk to the
      *> replacement: the price read back must be the price the
      *> invoice will carry, and the invoice carries the
      *> replacement.
       JUDGE-THE-ITEM.
           EXEC CICS READ
               FILE("SUPERSED")
               INTO(WS-SUPER-RECORD)
               RIDFLD(WI-ITEM-NUMBER)
               RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-WAS-NORMAL
                   AND WS-SS-EFFECTIVE-DATE <= WS-TODAY-TEXT
                   AND WS-SS-NEW-ITEM NOT = SPACES
               STRING "ITEM " WI-ITEM-NUMBER " IS REPLACED BY "
                   WS-SS-NEW-ITEM " - KEY THE REPLACEMENT"
                   DELIMITED BY SIZE INTO WS-LINE-REASON
               END-STRING
           ELSE
               EXEC CICS READ
                   FILE("ITEMMAST")
                   INTO(WS-ITEM-RECORD)
                   RIDFLD(WI-ITEM-NUMBER)
                   RESP(WS-READ-RESP)
               END-EXEC
               IF NOT WS-READ-WAS-NORMAL
                   STRING "ITEM NOT FOUND: " WI-ITEM-NUMBER
                       DELIMITED BY SIZE INTO WS-LINE-REASON
                   END-STRING
               END-IF
           END-IF.

      *> The tests ORDPRICE applies before it honors a quote:
      *> same item, same customer (a quote given with no
      *> customer honors for anyone), same quantity, still open
      *> and still in date.
       PRICE-FROM-THE-QUOTE.
           EXEC CICS READ
               FILE("SAVQUOTE")
               INTO(WS-QUOTE-RECORD)
               RIDFLD(WI-QUOTE-NUMBER)
               RESP(WS-READ-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN NOT WS-READ-WAS-NORMAL
                   MOVE "QUOTE NOT ON FILE" TO WS-LINE-REASON
               WHEN WS-QT-QUOTE-NUMBER = "00000000"
                   MOVE "QUOTE NOT ON FILE" TO WS-LINE-REASON
               WHEN WS-QT-ITEM-NUMBER NOT = WI-ITEM-NUMBER
                   MOVE "QUOTE IS FOR ANOTHER ITEM"
                       TO WS-LINE-REASON
               WHEN WS-QT-CUSTOMER-NUMBER NOT = SPACES
                       AND WS-QT-CUSTOMER-NUMBER
                           NOT = CA-CUSTOMER-NUMBER
                   MOVE "QUOTE IS FOR ANOTHER CUSTOMER"
                       TO WS-LINE-REASON
               WHEN WS-QT-QUANTITY NOT = WI-QUANTITY-NUM
                   MOVE "QUOTE IS FOR ANOTHER QUANTITY"
                       TO WS-LINE-REASON
               WHEN NOT WS-QT-IS-OPEN
                   MOVE "QUOTE ALREADY USED ON AN ORDER"
                       TO WS-LINE-REASON
               WHEN WS-QT-VALID-UNTIL < WS-TODAY-TEXT
                   MOVE "QUOTE HAS EXPIRED" TO WS-LINE-REASON
               WHEN OTHER
                   MOVE WS-QT-UNIT-PRICE TO WS-LINE-PRICE
                   MOVE WS-QT-EXTENDED-PRICE TO WS-LINE-EXTENDED
                   MOVE "Q" TO WS-LINE-SOURCE
           END-EVALUATE.

      *> The engine prices the line with the tiers, rate and
      *> contract the invoice run will use -- gathered the way
      *> INQQUOTE gathers them.  A foreign-currency item with no
      *> rate for today cannot be priced tonight either.
       PRICE-FROM-THE-ENGINE.
           PERFORM LOAD-TIERS-BY-BROWSE
           PERFORM RESOLVE-THE-RATE
           PERFORM LOOK-UP-THE-CONTRACT
           IF WS-IM-CURRENCY-CODE NOT = SPACES
                   AND WS-EX-RATE-NUM = 0
               STRING "NO RATE TODAY FOR " WS-IM-CURRENCY-CODE
                   " - LINE CANNOT BE PRICED"
                   DELIMITED BY SIZE INTO WS-LINE-REASON
               END-STRING
           ELSE
               MOVE WI-ITEM-NUMBER TO PRC-ITEM-NUMBER
               MOVE WI-QUANTITY-NUM TO PRC-QUANTITY
               MOVE WS-IM-UNIT-PRICE TO PRC-UNIT-PRICE
               MOVE WS-EX-RATE-NUM TO PRC-RATE
               MOVE CA-CUSTOMER-NUMBER TO PRC-CUSTOMER-NUMBER
               CALL "PRCENG" USING PRC-PRICE-REQUEST
                   PRC-TIER-AREA PRC-CONTRACT-AREA
               IF PRC-STATUS NOT = "0"
                   MOVE "LINE TOO LARGE TO PRICE" TO WS-LINE-REASON
               ELSE
                   MOVE PRC-PRICE-USED TO WS-LINE-PRICE
                   MOVE PRC-CONVERTED TO WS-LINE-EXTENDED
                   IF PRC-PRICED-AT-CONTRACT
                       MOVE "C" TO WS-LINE-SOURCE
                   ELSE
                       MOVE "L" TO WS-LINE-SOURCE
                   END-IF
               END-IF
           END-IF.

      *> The tiers in force today, gathered by a keyed browse of
      *> the region's DISCTIER file, as INQQUOTE does.
       LOAD-TIERS-BY-BROWSE.
           MOVE 0 TO PRC-TIER-COUNT
           MOVE SPACES TO WS-DT-KEY
           EXEC CICS STARTBR
               FILE("DISCTIER")
               RIDFLD(WS-DT-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = 0
               PERFORM READ-NEXT-TIER
               PERFORM UNTIL WS-BROWSE-RESP NOT = 0
                       OR PRC-TIER-COUNT >= 200
                   IF (WS-DT-ITEM-NUMBER = SPACES
                           OR WS-DT-ITEM-NUMBER = WI-ITEM-NUMBER)
                       AND WS-DT-THRESHOLD NUMERIC
                       AND WS-DT-DISCOUNT-PCT NUMERIC
                       AND (WS-DT-EFFECTIVE-DATE = SPACES
                           OR WS-DT-EFFECTIVE-DATE
                               <= WS-TODAY-TEXT)
                       ADD 1 TO PRC-TIER-COUNT
                       MOVE WS-DT-ITEM-NUMBER
                           TO PRC-TIER-ITEM (PRC-TIER-COUNT)
                       MOVE WS-DT-THRESHOLD TO WS-THRESHOLD-WORK
                       MOVE WS-THRESHOLD-WORK-N TO
                           PRC-TIER-THRESHOLD (PRC-TIER-COUNT)
                       MOVE WS-DT-DISCOUNT-PCT TO WS-PCT-WORK
                       MOVE WS-PCT-WORK-N
                           TO PRC-TIER-PCT (PRC-TIER-COUNT)
                   END-IF
                   PERFORM READ-NEXT-TIER
               END-PERFORM
               EXEC CICS ENDBR
                   FILE("DISCTIER")
               END-EXEC
           END-IF.

       READ-NEXT-TIER.
           EXEC CICS READNEXT
               FILE("DISCTIER")
               INTO(WS-TIER-RECORD)
               RIDFLD(WS-DT-KEY)
               RESP(WS-BROWSE-RESP)
           END-EXEC.

       RESOLVE-THE-RATE.
           MOVE 0 TO WS-EX-RATE-NUM
           IF WS-IM-CURRENCY-CODE NOT = SPACES
               MOVE WS-IM-CURRENCY-CODE TO WS-EX-CURRENCY
               MOVE WS-TODAY-TEXT TO WS-EX-RATE-DATE
               EXEC CICS READ
                   FILE("EXRHIST")
                   INTO(WS-RATE-RECORD)
                   RIDFLD(WS-EX-KEY)
                   RESP(WS-READ-RESP)
               END-EXEC
               IF WS-READ-WAS-NORMAL
                       AND WS-EX-RATE NUMERIC
                   MOVE WS-EX-RATE-R TO WS-EX-RATE-NUM
               END-IF
           END-IF.

      *> The customer's contract for the item, kept only when in
      *> force today.
       LOOK-UP-THE-CONTRACT.
           MOVE 0 TO PRC-CONTRACT-COUNT
           MOVE CA-CUSTOMER-NUMBER TO WS-CT-CUSTOMER-NUMBER
           MOVE WI-ITEM-NUMBER TO WS-CT-ITEM-NUMBER
           EXEC CICS READ
               FILE("CONTRACT")
               INTO(WS-CONTRACT-RECORD)
               RIDFLD(WS-CT-KEY)
               RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-WAS-NORMAL
                   AND WS-CT-EFFECTIVE-DATE <= WS-TODAY-TEXT
                   AND (WS-CT-EXPIRY-DATE = SPACES
                       OR WS-CT-EXPIRY-DATE >= WS-TODAY-TEXT)
               MOVE 1 TO PRC-CONTRACT-COUNT
               MOVE WS-CT-CUSTOMER-NUMBER TO PRC-CON-CUSTOMER (1)
               MOVE WS-CT-ITEM-NUMBER TO PRC-CON-ITEM (1)
               MOVE WS-CT-CONTRACT-PRICE TO PRC-CON-PRICE (1)
           END-IF.

       DROP-THE-LAST-LINE.
           IF CA-LINE-COUNT = 0
               MOVE "NO LINES TO DROP" TO WS-MESSAGE
           ELSE
               IF CA-ORDER-TOTAL >= CA-LN-EXTENDED (CA-LINE-COUNT)
                   SUBTRACT CA-LN-EXTENDED (CA-LINE-COUNT)
                       FROM CA-ORDER-TOTAL
               ELSE
                   MOVE 0 TO CA-ORDER-TOTAL
               END-IF
               STRING "LINE " CA-LINE-COUNT " DROPPED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               SUBTRACT 1 FROM CA-LINE-COUNT
           END-IF.

      *> The next order number from the control record (the
      *> first order ever filed creates it), then every line
      *> under it.  Any failure rolls the whole unit of work
      *> back -- number and lines -- and the order stays on the
      *> screen to be filed again.
       FILE-THE-ORDER.
           IF CA-LINE-COUNT = 0
               MOVE "NO LINES TO FILE - KEY A LINE FIRST"
                   TO WS-MESSAGE
           ELSE
               PERFORM NEXT-ORDER-NUMBER
               IF WS-WRITE-WAS-NORMAL
                   MOVE WS-NEW-ORDER-NUMBER TO WS-NEW-ORDER-DIGITS
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > CA-LINE-COUNT
                               OR NOT WS-WRITE-WAS-NORMAL
                       PERFORM WRITE-ONE-PENDING-LINE
                   END-PERFORM
               END-IF
               IF WS-WRITE-WAS-NORMAL
                   MOVE CA-ORDER-TOTAL TO WS-EXT-DISPLAY
                   STRING "ORDER " WS-NEW-ORDER-ID " FILED - "
                       CA-LINE-COUNT " LINES, TOTAL "
                       WS-EXT-DISPLAY " - NEXT CUSTOMER"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM CLEAR-THE-ORDER
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE "PENDING ORDER FILE REJECTED THE ORDER - "
                       & "NOTHING FILED, PF5 TO TRY AGAIN"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       NEXT-ORDER-NUMBER.
           MOVE "00000000000" TO WS-PC-KEY
           EXEC CICS READ
               FILE("PENDORD")
               INTO(WS-PENDING-CONTROL-RECORD)
               RIDFLD(WS-PC-KEY)
               UPDATE
               RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-WAS-NORMAL
               ADD 1 TO WS-PC-LAST-ORDER-NUMBER
               MOVE WS-PC-LAST-ORDER-NUMBER TO WS-NEW-ORDER-NUMBER
               EXEC CICS REWRITE
                   FILE("PENDORD")
                   FROM(WS-PENDING-CONTROL-RECORD)
                   RESP(WS-WRITE-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-PENDING-CONTROL-RECORD
               MOVE "00000000000" TO WS-PC-KEY
               MOVE 1 TO WS-PC-LAST-ORDER-NUMBER
               MOVE 1 TO WS-NEW-ORDER-NUMBER
               EXEC CICS WRITE
                   FILE("PENDORD")
                   FROM(WS-PENDING-CONTROL-RECORD)
                   RIDFLD(WS-PC-KEY)
                   RESP(WS-WRITE-RESP)
               END-EXEC
           END-IF.

       WRITE-ONE-PENDING-LINE.
           MOVE SPACES TO WS-PENDING-RECORD
           MOVE WS-NEW-ORDER-ID TO WS-PO-ORDER-NUMBER
           MOVE WS-LINE-IDX TO WS-PO-LINE-NUMBER
           MOVE CA-CUSTOMER-NUMBER TO WS-PO-CUSTOMER-NUMBER
           MOVE CA-LN-ITEM (WS-LINE-IDX) TO WS-PO-ITEM-NUMBER
           MOVE CA-LN-QUANTITY (WS-LINE-IDX) TO WS-PO-QUANTITY
           MOVE CA-LN-QUOTE (WS-LINE-IDX) TO WS-PO-QUOTE-NUMBER
           MOVE CA-SHIPTO-CODE TO WS-PO-SHIPTO-CODE
           MOVE CA-LN-UNIT-PRICE (WS-LINE-IDX) TO WS-PO-UNIT-PRICE
           MOVE CA-LN-EXTENDED (WS-LINE-IDX)
               TO WS-PO-EXTENDED-PRICE
           MOVE WS-TODAY-TEXT TO WS-PO-ENTRY-DATE
           MOVE EIBTRMID TO WS-PO-TERMINAL-ID
           MOVE "P" TO WS-PO-STATUS
           EXEC CICS WRITE
               FILE("PENDORD")
               FROM(WS-PENDING-RECORD)
               RIDFLD(WS-PO-KEY)
               RESP(WS-WRITE-RESP)
           END-EXEC.

       END PROGRAM ORDENTRY.
