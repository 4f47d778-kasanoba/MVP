      *> KITLOAD.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the kit bill of
      *> materials: PERFORM LOAD-KIT-BOM once at startup, then
      *> FIND-KIT-BOM per item.  An absent file loads nothing and
      *> every item is its own stock -- the run says so.  A
      *> record whose quantity per kit is not a number is
      *> skipped rather than guessed at.  Requires COPY
      *> KITBOM-SEL (FILE-CONTROL), COPY KITBOM-FD (FILE SECTION)
      *> and COPY KITLOAD-WS (WORKING-STORAGE).
       LOAD-KIT-BOM.
           MOVE 0 TO WS-KIT-COUNT
           MOVE "N" TO WS-KIT-OVERFLOW
           OPEN INPUT KIT-BOM-FILE
           IF WS-KITBOM-STATUS = "00"
               MOVE "N" TO WS-KIT-EOF
               PERFORM UNTIL WS-KIT-AT-EOF
                   READ KIT-BOM-FILE
                       AT END
                           SET WS-KIT-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-KIT-COMPONENT
                   END-READ
               END-PERFORM
               CLOSE KIT-BOM-FILE
           ELSE
               DISPLAY "NO KIT BILL OF MATERIALS - NO ITEM IS "
                   "TREATED AS A KIT"
           END-IF.

       TAKE-ONE-KIT-COMPONENT.
           EVALUATE TRUE
               WHEN KB-KIT-ITEM = SPACES
                       OR KB-COMPONENT-ITEM = SPACES
                   CONTINUE
               WHEN KB-QTY-PER-KIT NOT = SPACES
                       AND KB-QTY-PER-KIT NOT NUMERIC
                   CONTINUE
               WHEN WS-KIT-COUNT >= 3000
                   SET WS-KIT-HAS-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-KIT-COUNT
                   MOVE KB-KIT-ITEM TO WS-KIT-ITEM (WS-KIT-COUNT)
                   MOVE KB-COMPONENT-ITEM
                       TO WS-KIT-COMPONENT (WS-KIT-COUNT)
                   IF KB-QTY-PER-KIT = SPACES
                           OR KB-QTY-PER-KIT-NUM = 0
                       MOVE 1 TO WS-KIT-QTY-PER (WS-KIT-COUNT)
                   ELSE
                       MOVE KB-QTY-PER-KIT-NUM
                           TO WS-KIT-QTY-PER (WS-KIT-COUNT)
                   END-IF
           END-EVALUATE.

       FIND-KIT-BOM.
           MOVE "N" TO WS-KIT-FOUND
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
                       OR WS-KIT-WAS-FOUND
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   SET WS-KIT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
