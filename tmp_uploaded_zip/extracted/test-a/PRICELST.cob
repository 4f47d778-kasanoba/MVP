      *>   - the effective date on every page, and as-of price
      *>     resolution through PRCHIST, so a reprint of an old
      *>     list matches what was actually in force.
      *> Customer editions: a customer number on the PLCARD
      *> prints that customer's own list.  Their contracts in
      *> force on the effective date load from the CONTRACT file
      *> (the shared CONLOAD) and every engine call names the
      *> customer, so an item under contract lists at the
      *> contract price, marked CONTRACT PRICE and with no
      *> quantity ladder -- the invoice gives no tier on top --
      *> while every other item lists as usual.  The customer
      *> is named on every page header.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMDESC-SEL.
       COPY CONTRACT-SEL.
           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITEMDESC-FD.
       COPY CONTRACT-FD.

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
       FD  LIST-CARD-FILE.
       01  LIST-CARD-RECORD.
           05  PL-EFFECTIVE-DATE       PIC X(10).
      *> Blank for the general list; a customer number for that
      *> customer's contract edition.
           05  PL-CUSTOMER-NUMBER      PIC X(6).
           05  FILLER                  PIC X(64).

       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       COPY PRCENGLK.
       COPY CONLOAD-WS.
       01  WS-ITEMMAST-STATUS          PIC XX VALUE SPACES.
       01  WS-CATMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-DISCTIER-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
       01  WS-EFFECTIVE-DATE           PIC X(10) VALUE SPACES.
       01  WS-LIST-CUSTOMER            PIC X(6) VALUE SPACES.
       01  WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           PERFORM LOAD-CATEGORY-NAMES
           PERFORM LOAD-ITEM-DESCRIPTIONS
           PERFORM LOAD-EFFECTIVE-TIERS
           MOVE 0 TO PRC-CONTRACT-COUNT
           IF WS-LIST-CUSTOMER NOT = SPACES
               MOVE WS-EFFECTIVE-DATE TO WS-CON-DATE-WANTED
               MOVE WS-LIST-CUSTOMER TO WS-CON-CUSTOMER-WANTED
               PERFORM LOAD-CONTRACT-PRICES
               DISPLAY "PRICELST: " PRC-CONTRACT-COUNT
                   " CONTRACT(S) IN FORCE FOR CUSTOMER "
                   WS-LIST-CUSTOMER
           END-IF
           PERFORM LOAD-THE-ITEMS
           PERFORM RESOLVE-AS-OF-PRICES
           PERFORM SORT-BY-CATEGORY
                           MOVE PL-EFFECTIVE-DATE
                               TO WS-EFFECTIVE-DATE
                       END-IF
                       MOVE PL-CUSTOMER-NUMBER TO WS-LIST-CUSTOMER
               END-READ
               CLOSE LIST-CARD-FILE
           END-IF.
               "   PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO PL-DATA
           END-STRING
           IF WS-LIST-CUSTOMER NOT = SPACES
               STRING "FOR CUSTOMER " WS-LIST-CUSTOMER
                   DELIMITED BY SIZE INTO PL-DATA (50:)
               END-STRING
           END-IF
           WRITE PRICE-LIST-RECORD
           MOVE 2 TO WS-LINE-ON-PAGE.

           MOVE WS-IT-ITEM (WS-ITEM-IDX) TO WS-DESC-WANTED
           PERFORM FIND-ITEM-DESCRIPTION
           MOVE WS-IT-PRICE (WS-ITEM-IDX) TO WS-PRICE-DISPLAY
           MOVE "L" TO PRC-PRICE-SOURCE
           IF PRC-CONTRACT-COUNT > 0
               PERFORM PROBE-CONTRACT-PRICE
           END-IF
           IF PRC-PRICED-AT-CONTRACT
               MOVE PRC-PRICE-USED TO WS-PRICE-DISPLAY
               MOVE "CONTRACT PRICE" TO WS-LADDER-TEXT
           ELSE
               PERFORM BUILD-PRICE-LADDER
           END-IF
           MOVE SPACES TO PRICE-LIST-RECORD
           MOVE " " TO PL-CTRL-CHAR
           STRING "  " WS-IT-ITEM (WS-ITEM-IDX)
           WRITE PRICE-LIST-RECORD
           ADD 1 TO WS-LINE-ON-PAGE.

       PROBE-CONTRACT-PRICE.
           *> One unit through the engine for the list's customer:
           *> the engine alone says whether a contract applies.
           MOVE WS-IT-ITEM (WS-ITEM-IDX) TO PRC-ITEM-NUMBER
           MOVE WS-LIST-CUSTOMER TO PRC-CUSTOMER-NUMBER
           MOVE 1 TO PRC-QUANTITY
           MOVE WS-IT-PRICE (WS-ITEM-IDX) TO PRC-UNIT-PRICE
           MOVE 0 TO PRC-RATE
           CALL "PRCENG" USING PRC-PRICE-REQUEST
               PRC-TIER-AREA PRC-CONTRACT-AREA
               ON EXCEPTION
                   MOVE "S" TO PRC-STATUS
           END-CALL
           IF PRC-STATUS NOT = "0"
               MOVE "L" TO PRC-PRICE-SOURCE
           END-IF.

       BUILD-PRICE-LADDER.
           *> Per-item price ladder: for each tier threshold that
           *> applies to the item, the effective unit price AT
               MOVE PRC-TIER-THRESHOLD (WS-LADDER-IDX)
                   TO PRC-QUANTITY
               MOVE WS-IT-PRICE (WS-ITEM-IDX) TO PRC-UNIT-PRICE
               MOVE WS-LIST-CUSTOMER TO PRC-CUSTOMER-NUMBER
               MOVE 0 TO PRC-RATE
               CALL "PRCENG" USING PRC-PRICE-REQUEST
                   PRC-TIER-AREA PRC-CONTRACT-AREA
                   ON EXCEPTION
                       MOVE "S" TO PRC-STATUS
               END-CALL

       COPY DSCLOOK.

       COPY CONLOAD.

       END PROGRAM PRICELST.
