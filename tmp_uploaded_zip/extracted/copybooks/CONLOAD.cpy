      *> CONLOAD.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the contract-
      *> price load: PERFORM LOAD-CONTRACT-PRICES once at startup,
      *> then hand PRC-CONTRACT-AREA to every PRCENG call.  Only
      *> contracts in force on WS-CON-DATE-WANTED are kept -- the
      *> effective date reached and the expiry date not passed
      *> (or blank) -- so the engine need not know dates.  For
      *> one customer the load STARTs at that customer's first
      *> key; for every customer it sweeps the file.  An absent
      *> file loads nothing and everything prices at list -- the
      *> run says so.  Requires COPY CONTRACT-SEL (FILE-CONTROL),
      *> COPY CONTRACT-FD (FILE SECTION), COPY CONLOAD-WS and
      *> COPY PRCENGLK (WORKING-STORAGE).
       LOAD-CONTRACT-PRICES.
           MOVE 0 TO PRC-CONTRACT-COUNT
           MOVE "N" TO WS-CON-OVERFLOW
           OPEN INPUT CONTRACT-PRICE-FILE
           IF WS-CONTRACT-STATUS NOT = "00"
               DISPLAY "NO CONTRACT-PRICE FILE - EVERY LINE "
                   "PRICED AT LIST"
           ELSE
               MOVE "N" TO WS-CON-EOF
               IF WS-CON-CUSTOMER-WANTED NOT = SPACES
                   MOVE WS-CON-CUSTOMER-WANTED TO CT-CUSTOMER-NUMBER
                   MOVE LOW-VALUES TO CT-ITEM-NUMBER
                   START CONTRACT-PRICE-FILE KEY NOT < CT-KEY
                       INVALID KEY
                           SET WS-CON-AT-EOF TO TRUE
                   END-START
               END-IF
               PERFORM UNTIL WS-CON-AT-EOF
                   READ CONTRACT-PRICE-FILE NEXT RECORD
                       AT END
                           SET WS-CON-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM KEEP-CONTRACT-IF-IN-FORCE
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF.

       KEEP-CONTRACT-IF-IN-FORCE.
           EVALUATE TRUE
               WHEN WS-CON-CUSTOMER-WANTED NOT = SPACES
                       AND CT-CUSTOMER-NUMBER
                           NOT = WS-CON-CUSTOMER-WANTED
                   SET WS-CON-AT-EOF TO TRUE
               WHEN CT-EFFECTIVE-DATE > WS-CON-DATE-WANTED
                   CONTINUE
               WHEN CT-EXPIRY-DATE NOT = SPACES
                       AND CT-EXPIRY-DATE < WS-CON-DATE-WANTED
                   CONTINUE
               WHEN PRC-CONTRACT-COUNT >= 1000
                   SET WS-CON-HAS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO PRC-CONTRACT-COUNT
                   MOVE CT-CUSTOMER-NUMBER
                       TO PRC-CON-CUSTOMER (PRC-CONTRACT-COUNT)
                   MOVE CT-ITEM-NUMBER
                       TO PRC-CON-ITEM (PRC-CONTRACT-COUNT)
                   MOVE CT-CONTRACT-PRICE
                       TO PRC-CON-PRICE (PRC-CONTRACT-COUNT)
           END-EVALUATE.
