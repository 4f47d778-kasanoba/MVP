      *> the browse here never meets two versions of a tier.
      *> The tier table is built by a browse and handed to the
      *> engine the way the batch callers hand it theirs.
      *> Contract quotes: an optional customer number after the
      *> quantity quotes for that customer.  Their contract for
      *> the item, if one is in force today, is read keyed from
      *> the region's CONTRACT cluster -- the same KSDS the batch
      *> runs load -- and handed to the engine as a one-entry
      *> contract table, so the screen shows the contract price
      *> the invoice will charge, flagged as such, with no tier.
      *> Saved quotes: every quote the screen issues is written
      *> to the region's SAVQUOTE cluster under the next quote
      *> number (the control record under key 00000000 is read
      *> for update and rewritten, so two terminals never share
      *> a number) with what was quoted and a valid-until date
      *> 30 days out.  The number goes on the screen for the
      *> customer to quote on the order; ORDPRICE invoices a
      *> line carrying it at the quoted price.  A quote that
      *> could not be saved says so and gives no number.
      *> Item supersession: an item number merchandising has
      *> replaced is looked up on the region's SUPERSED cluster
      *> (the file ORDPRICE substitutes from) and the replacement
      *> is quoted instead -- the chain followed to its end and
      *> the quantity converted by the pack-size factor, rounded
      *> up, exactly as the invoice will do it.  The screen's
      *> last line says which item was keyed and that it has
      *> been replaced, and the quote is saved for the
      *> replacement, so it honors on the order.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
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
      *> Local mirror of SAVED-QUOTE-RECORD (SAVQUOTE-FD.cpy), and
      *> of the numbering control record under key 00000000.
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
           05  WS-QT-ORDER-NUMBER           PIC X(8).
           05  WS-QT-CONVERTED-DATE         PIC X(10).
           05  FILLER                       PIC X(6).
      *> Local mirror of SUPERSESSION-RECORD (SUPERSED-FD.cpy),
      *> keyed on the old item number on the region's SUPERSED
      *> file.
       01  WS-SUPER-RECORD.
           05  WS-SS-OLD-ITEM               PIC X(6).
           05  WS-SS-NEW-ITEM               PIC X(6).
           05  WS-SS-EFFECTIVE-DATE         PIC X(10).
           05  WS-SS-CONV-FACTOR            PIC X(7).
           05  WS-SS-CONV-FACTOR-R REDEFINES WS-SS-CONV-FACTOR
                                            PIC 9(3)V9(4).
           05  FILLER                       PIC X(51).
      *> The item and quantity as keyed, when superseded; the
      *> walk down the chain and the converted quantity.
       01  WS-KEYED-ITEM                    PIC X(6) VALUE SPACES.
       01  WS-KEYED-QUANTITY                PIC 9(5) VALUE 0.
       01  WS-SUB-ITEM                      PIC X(6) VALUE SPACES.
       01  WS-SUB-FACTOR                    PIC 9(7)V9(8) VALUE 0.
       01  WS-SUB-LINKS                     PIC 99 VALUE 0.
       01  WS-SUB-EXACT-QTY                 PIC 9(9)V9(8) VALUE 0.
       01  WS-SUB-NEW-QTY                   PIC 9(9) VALUE 0.
       01  WS-SUPER-FOUND                   PIC X VALUE "N".
           88  WS-SUPER-WAS-FOUND           VALUE "Y".
       01  WS-SUB-FAILED                    PIC X VALUE "N".
           88  WS-SUB-HAS-FAILED            VALUE "Y".
       01  WS-QUOTE-CONTROL-RECORD.
           05  WS-QC-KEY                    PIC X(8).
           05  WS-QC-LAST-QUOTE-NUMBER      PIC 9(8).
           05  FILLER                       PIC X(84).
       01  WS-NEW-QUOTE-NUMBER              PIC 9(8) VALUE 0.
       01  WS-QUOTE-SAVED                   PIC X VALUE "N".
           88  WS-QUOTE-WAS-SAVED           VALUE "Y".
       01  WS-WRITE-RESP                    PIC S9(8) COMP VALUE 0.
      *> Valid-until: the business date plus the validity days.
       01  WS-QUOTE-VALID-DAYS              PIC 999 VALUE 30.
       01  WS-TODAY-INT                     PIC 9(7) VALUE 0.
       01  WS-VALID-INT                     PIC 9(7) VALUE 0.
       01  WS-VALID-DIGITS                  PIC 9(8) VALUE 0.
       01  WS-VALID-DIGIT-PARTS REDEFINES WS-VALID-DIGITS.
           05  WS-VD-YYYY                   PIC 9(4).
           05  WS-VD-MM                     PIC 99.
           05  WS-VD-DD                     PIC 99.
       01  WS-VALID-TEXT                    PIC X(10) VALUE SPACES.
       01  WS-EX-RATE-NUM                   PIC 9(4)V9(4) VALUE 0.
       01  WS-THRESHOLD-WORK                PIC X(5).
       01  WS-THRESHOLD-WORK-N REDEFINES WS-THRESHOLD-WORK
           05  WI-QUANTITY                  PIC X(5).
           05  WI-QUANTITY-NUM REDEFINES WI-QUANTITY
                                            PIC 9(5).
           05  WI-CUSTOMER-NUMBER           PIC X(6).
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY                PIC 9(4).
           05  WS-TODAY-MM                  PIC 99.
           05  WS-SCREEN-LINE-2             PIC X(40).
           05  WS-SCREEN-LINE-3             PIC X(40).
           05  WS-SCREEN-LINE-4             PIC X(40).
           05  WS-SCREEN-LINE-5             PIC X(40).
       01  WS-INPUT-LENGTH                  PIC S9(4) COMP VALUE 17.
       01  WS-SCREEN-LENGTH                 PIC S9(4) COMP VALUE 200.
       01  WS-COMMAREA                      PIC X(1) VALUE "R".

       LINKAGE SECTION.

       SEND-PROMPT-SCREEN.
           MOVE SPACES TO WS-INQUIRY-SCREEN
           STRING "QUOTE: ITEM(6) QTY(5) [CUSTOMER(6)]: "
               DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
           END-STRING
           EXEC CICS SEND
           END-EXEC.

       RECEIVE-AND-QUOTE.
           MOVE SPACES TO WS-INQUIRY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INQUIRY-INPUT)
               LENGTH(WS-INPUT-LENGTH)
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               END-STRING
           ELSE
               PERFORM FOLLOW-SUPERSESSION
           END-IF
           IF WI-QUANTITY NUMERIC AND NOT WS-SUB-HAS-FAILED
               EXEC CICS READ
                   FILE("ITEMMAST")
                   INTO(WS-ITEM-RECORD)
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
                   END-STRING
               END-IF
               IF WS-KEYED-ITEM NOT = SPACES
                   STRING "KEYED " WS-KEYED-ITEM " QTY "
                       WS-KEYED-QUANTITY " - SUPERSEDED"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-5
                   END-STRING
               END-IF
           END-IF
           EXEC CICS SEND
               FROM(WS-INQUIRY-SCREEN)
       BUILD-THE-QUOTE.
           PERFORM LOAD-TIERS-BY-BROWSE
           PERFORM RESOLVE-THE-RATE
           PERFORM LOOK-UP-THE-CONTRACT
           IF WS-IM-CURRENCY-CODE NOT = SPACES
                   AND WS-EX-RATE-NUM = 0
               STRING "NO RATE TODAY FOR " WS-IM-CURRENCY-CODE
               MOVE WI-QUANTITY-NUM TO PRC-QUANTITY
               MOVE WS-IM-UNIT-PRICE TO PRC-UNIT-PRICE
               MOVE WS-EX-RATE-NUM TO PRC-RATE
               MOVE WI-CUSTOMER-NUMBER TO PRC-CUSTOMER-NUMBER
               CALL "PRCENG" USING PRC-PRICE-REQUEST
                   PRC-TIER-AREA PRC-CONTRACT-AREA
               IF PRC-STATUS NOT = "0"
                   STRING "QUOTE TOO LARGE TO PRICE - RE-ENTER"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
                   END-STRING
               ELSE
                   MOVE PRC-PRICE-USED TO WS-PRICE-DISPLAY
                   MOVE PRC-DISC-PCT TO WS-PCT-DISPLAY
                   MOVE PRC-DISCOUNT TO WS-DISC-DISPLAY
                   MOVE PRC-CONVERTED TO WS-EXT-DISPLAY
                       " " WS-IM-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
                   END-STRING
                   IF PRC-PRICED-AT-CONTRACT
                       STRING "CONTRACT PRICE FOR CUSTOMER "
                           WI-CUSTOMER-NUMBER
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-2
                       END-STRING
                   ELSE
                       STRING "TIER DISCOUNT " WS-PCT-DISPLAY
                           " PCT = " WS-DISC-DISPLAY
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-2
                       END-STRING
                   END-IF
                   STRING "EXTENDED PRICE (LOCAL) "
                       WS-EXT-DISPLAY
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-3
                   END-STRING
                   PERFORM SAVE-THE-QUOTE
                   IF WS-QUOTE-WAS-SAVED
                       STRING "QUOTE " WS-QT-QUOTE-NUMBER
                           " VALID TO " WS-QT-VALID-UNTIL
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-4
                       END-STRING
                   ELSE
                       STRING "QUOTE NOT SAVED - NO QUOTE NUMBER"
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-4
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *> A superseded item is replaced, link by link, by the item
      *> that replaced it, while the supersession is in force;
      *> the keyed item and quantity are kept for the screen.
      *> A chain that has not ended in nine links is looping,
      *> and a converted quantity past five digits cannot be
      *> ordered: either is said on the screen and nothing is
      *> quoted.
       FOLLOW-SUPERSESSION.
           MOVE SPACES TO WS-KEYED-ITEM
           MOVE "N" TO WS-SUB-FAILED
           MOVE WI-ITEM-NUMBER TO WS-SUB-ITEM
           MOVE 1 TO WS-SUB-FACTOR
           MOVE 0 TO WS-SUB-LINKS
           PERFORM READ-ONE-SUPERSESSION
           PERFORM UNTIL NOT WS-SUPER-WAS-FOUND
                   OR WS-SUB-HAS-FAILED
               ADD 1 TO WS-SUB-LINKS
               IF WS-SUB-LINKS > 9
                   SET WS-SUB-HAS-FAILED TO TRUE
               ELSE
                   MOVE WS-SS-NEW-ITEM TO WS-SUB-ITEM
                   IF WS-SS-CONV-FACTOR NUMERIC
                           AND WS-SS-CONV-FACTOR-R > 0
                       COMPUTE WS-SUB-FACTOR =
                           WS-SUB-FACTOR * WS-SS-CONV-FACTOR-R
                           ON SIZE ERROR
                               SET WS-SUB-HAS-FAILED TO TRUE
                       END-COMPUTE
                   END-IF
                   PERFORM READ-ONE-SUPERSESSION
               END-IF
           END-PERFORM
           IF WS-SUB-LINKS > 0 AND NOT WS-SUB-HAS-FAILED
               COMPUTE WS-SUB-EXACT-QTY =
                   WI-QUANTITY-NUM * WS-SUB-FACTOR
                   ON SIZE ERROR
                       SET WS-SUB-HAS-FAILED TO TRUE
               END-COMPUTE
           END-IF
           IF WS-SUB-LINKS > 0 AND NOT WS-SUB-HAS-FAILED
               MOVE WS-SUB-EXACT-QTY TO WS-SUB-NEW-QTY
               IF WS-SUB-NEW-QTY < WS-SUB-EXACT-QTY
                   ADD 1 TO WS-SUB-NEW-QTY
               END-IF
               IF WS-SUB-NEW-QTY > 99999
                   SET WS-SUB-HAS-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-SUB-HAS-FAILED
               STRING "ITEM " WI-ITEM-NUMBER " SUPERSEDED - "
                   "REFER TO MERCHANDISING"
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               END-STRING
           ELSE
               IF WS-SUB-LINKS > 0
                   MOVE WI-ITEM-NUMBER TO WS-KEYED-ITEM
                   MOVE WI-QUANTITY-NUM TO WS-KEYED-QUANTITY
                   MOVE WS-SUB-ITEM TO WI-ITEM-NUMBER
                   MOVE WS-SUB-NEW-QTY TO WI-QUANTITY-NUM
               END-IF
           END-IF.

      *> Only a supersession already in force counts; one dated
      *> ahead is treated as not there.
       READ-ONE-SUPERSESSION.
           EXEC CICS READ
               FILE("SUPERSED")
               INTO(WS-SUPER-RECORD)
               RIDFLD(WS-SUB-ITEM)
               RESP(WS-READ-RESP)
           END-EXEC
           MOVE "N" TO WS-SUPER-FOUND
           IF WS-READ-WAS-NORMAL
                   AND WS-SS-EFFECTIVE-DATE <= WS-TODAY-TEXT
                   AND WS-SS-NEW-ITEM NOT = SPACES
               SET WS-SUPER-WAS-FOUND TO TRUE
           END-IF.

      *> The tiers in force today, gathered by a keyed browse of
      *> the region's DISCTIER file -- blanket tiers (blank item)
      *> sit at the front of the key range, then this item's own.
               RESP(WS-BROWSE-RESP)
           END-EXEC.

      *> The next number from the control record (the first quote
      *> ever creates it), then the quote itself.  The control
      *> record is rewritten before the quote is written: a
      *> number lost to a failed write is a gap, never a repeat.
       SAVE-THE-QUOTE.
           MOVE "N" TO WS-QUOTE-SAVED
           MOVE "00000000" TO WS-QC-KEY
           EXEC CICS READ
               FILE("SAVQUOTE")
               INTO(WS-QUOTE-CONTROL-RECORD)
               RIDFLD(WS-QC-KEY)
               UPDATE
               RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-WAS-NORMAL
               ADD 1 TO WS-QC-LAST-QUOTE-NUMBER
               MOVE WS-QC-LAST-QUOTE-NUMBER TO WS-NEW-QUOTE-NUMBER
               EXEC CICS REWRITE
                   FILE("SAVQUOTE")
                   FROM(WS-QUOTE-CONTROL-RECORD)
                   RESP(WS-WRITE-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-QUOTE-CONTROL-RECORD
               MOVE "00000000" TO WS-QC-KEY
               MOVE 1 TO WS-QC-LAST-QUOTE-NUMBER
               MOVE 1 TO WS-NEW-QUOTE-NUMBER
               EXEC CICS WRITE
                   FILE("SAVQUOTE")
                   FROM(WS-QUOTE-CONTROL-RECORD)
                   RIDFLD(WS-QC-KEY)
                   RESP(WS-WRITE-RESP)
               END-EXEC
           END-IF
           IF WS-WRITE-RESP = 0
               COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                   (WS-TODAY-YYYY * 10000 + WS-TODAY-MM * 100
                       + WS-TODAY-DD)
               COMPUTE WS-VALID-INT =
                   WS-TODAY-INT + WS-QUOTE-VALID-DAYS
               COMPUTE WS-VALID-DIGITS =
                   FUNCTION DATE-OF-INTEGER (WS-VALID-INT)
               MOVE SPACES TO WS-VALID-TEXT
               STRING WS-VD-YYYY "-" WS-VD-MM "-" WS-VD-DD
                   DELIMITED BY SIZE INTO WS-VALID-TEXT
               END-STRING
               MOVE SPACES TO WS-QUOTE-RECORD
               MOVE WS-NEW-QUOTE-NUMBER TO WS-QT-QUOTE-NUMBER
               MOVE WI-CUSTOMER-NUMBER TO WS-QT-CUSTOMER-NUMBER
               MOVE WI-ITEM-NUMBER TO WS-QT-ITEM-NUMBER
               MOVE WI-QUANTITY-NUM TO WS-QT-QUANTITY
               MOVE PRC-PRICE-USED TO WS-QT-UNIT-PRICE
               MOVE PRC-DISCOUNT TO WS-QT-DISCOUNT-AMOUNT
               MOVE PRC-CONVERTED TO WS-QT-EXTENDED-PRICE
               MOVE WS-TODAY-TEXT TO WS-QT-QUOTE-DATE
               MOVE WS-VALID-TEXT TO WS-QT-VALID-UNTIL
               MOVE "O" TO WS-QT-STATUS
               EXEC CICS WRITE
                   FILE("SAVQUOTE")
                   FROM(WS-QUOTE-RECORD)
                   RIDFLD(WS-QT-QUOTE-NUMBER)
                   RESP(WS-WRITE-RESP)
               END-EXEC
               IF WS-WRITE-RESP = 0
                   SET WS-QUOTE-WAS-SAVED TO TRUE
               END-IF
           END-IF.

      *> The customer's contract for the item, kept only when in
      *> force today -- the test CONLOAD applies in batch.
       LOOK-UP-THE-CONTRACT.
           MOVE 0 TO PRC-CONTRACT-COUNT
           IF WI-CUSTOMER-NUMBER NOT = SPACES
               MOVE WI-CUSTOMER-NUMBER TO WS-CT-CUSTOMER-NUMBER
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
               END-IF
           END-IF.

       RESOLVE-THE-RATE.
           MOVE 0 TO WS-EX-RATE-NUM
           IF WS-IM-CURRENCY-CODE NOT = SPACES
