      *> WGTLOAD.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the item
      *> shipping weights: PERFORM LOAD-ITEM-WEIGHTS once at
      *> startup, then FIND-ITEM-WEIGHT per item.  An absent file
      *> loads nothing and every item is unweighed -- the run
      *> says so.  A record whose weight is not a number is
      *> skipped rather than guessed at.  Requires COPY
      *> ITMWGHT-SEL (FILE-CONTROL), COPY ITMWGHT-FD (FILE
      *> SECTION) and COPY WGTLOAD-WS (WORKING-STORAGE).
       LOAD-ITEM-WEIGHTS.
           MOVE 0 TO WS-WGT-COUNT
           MOVE "N" TO WS-WGT-OVERFLOW
           OPEN INPUT ITEM-WEIGHT-FILE
           IF WS-ITMWGHT-STATUS = "00"
               MOVE "N" TO WS-WGT-EOF
               PERFORM UNTIL WS-WGT-AT-EOF
                   READ ITEM-WEIGHT-FILE
                       AT END
                           SET WS-WGT-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-ITEM-WEIGHT
                   END-READ
               END-PERFORM
               CLOSE ITEM-WEIGHT-FILE
           ELSE
               DISPLAY "NO ITEM SHIPPING WEIGHTS - EVERY ITEM "
                   "WEIGHS NOTHING"
           END-IF.

       TAKE-ONE-ITEM-WEIGHT.
           EVALUATE TRUE
               WHEN IW-ITEM-NUMBER = SPACES
                   CONTINUE
               WHEN IW-UNIT-WEIGHT NOT NUMERIC
                   CONTINUE
               WHEN WS-WGT-COUNT >= 2000
                   SET WS-WGT-HAS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-WGT-COUNT
                   MOVE IW-ITEM-NUMBER TO WS-WGT-ITEM (WS-WGT-COUNT)
                   MOVE IW-UNIT-WEIGHT-NUM
                       TO WS-WGT-WEIGHT (WS-WGT-COUNT)
           END-EVALUATE.

       FIND-ITEM-WEIGHT.
           MOVE "N" TO WS-WGT-FOUND
           MOVE 0 TO WS-WGT-VALUE
           PERFORM VARYING WS-WGT-IDX FROM 1 BY 1
                   UNTIL WS-WGT-IDX > WS-WGT-COUNT
                       OR WS-WGT-WAS-FOUND
               IF WS-WGT-ITEM (WS-WGT-IDX) = WS-WGT-WANTED
                   SET WS-WGT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-WGT-WAS-FOUND
               SUBTRACT 1 FROM WS-WGT-IDX
               MOVE WS-WGT-WEIGHT (WS-WGT-IDX) TO WS-WGT-VALUE
           END-IF.
