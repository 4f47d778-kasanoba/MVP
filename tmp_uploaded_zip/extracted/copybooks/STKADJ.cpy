      *> STKADJ.cpy
      *> Shared PROCEDURE DIVISION paragraphs that move stock on
      *> the stock-position file.  COPY at the end of the
      *> PROCEDURE DIVISION of any batch program that changes
      *> IM-QUANTITY or moves stock between warehouses, with the
      *> file OPEN I-O.  The caller keeps IM-QUANTITY in step
      *> itself: the item master and the positions must always
      *> agree (IM-QUANTITY is the sum of every position's
      *> on-hand plus in-transit).
      *> A position not yet on file is created at nothing before
      *> the movement is applied, so the first receipt into a
      *> new warehouse needs no set-up.  A decrease larger than
      *> the position leaves it at nothing and reports the
      *> difference in WS-SK-ADJ-SHORT.
      *> Requires COPY STKPOS-SEL (FILE-CONTROL), COPY STKPOS-FD
      *> (FILE SECTION) and COPY STKADJ-WS (WORKING-STORAGE).
       ADJUST-STOCK-POSITION.
           IF WS-SK-ADJ-WAREHOUSE = SPACES
               MOVE WS-SK-MAIN-WAREHOUSE TO WS-SK-ADJ-WAREHOUSE
           END-IF
           MOVE 0 TO WS-SK-ADJ-SHORT
           MOVE "N" TO WS-SK-ADJ-RESULT
           MOVE "N" TO WS-SK-ADJ-NEW-POSITION
           MOVE WS-SK-ADJ-ITEM TO SK-ITEM-NUMBER
           MOVE WS-SK-ADJ-WAREHOUSE TO SK-WAREHOUSE
           READ STOCK-POSITION-FILE
               INVALID KEY
                   SET WS-SK-ADJ-IS-NEW-POSITION TO TRUE
                   MOVE SPACES TO STOCK-POSITION-RECORD
                   MOVE WS-SK-ADJ-ITEM TO SK-ITEM-NUMBER
                   MOVE WS-SK-ADJ-WAREHOUSE TO SK-WAREHOUSE
                   MOVE 0 TO SK-ON-HAND
                   MOVE 0 TO SK-IN-TRANSIT
           END-READ
           COMPUTE WS-SK-ADJ-WORK = SK-ON-HAND + WS-SK-ADJ-ON-HAND
           IF WS-SK-ADJ-WORK < 0
               COMPUTE WS-SK-ADJ-SHORT = 0 - WS-SK-ADJ-WORK
               MOVE 0 TO WS-SK-ADJ-WORK
           END-IF
           MOVE WS-SK-ADJ-WORK TO SK-ON-HAND
           COMPUTE WS-SK-ADJ-WORK =
               SK-IN-TRANSIT + WS-SK-ADJ-IN-TRANSIT
           IF WS-SK-ADJ-WORK < 0
               COMPUTE WS-SK-ADJ-SHORT =
                   WS-SK-ADJ-SHORT - WS-SK-ADJ-WORK
               MOVE 0 TO WS-SK-ADJ-WORK
           END-IF
           MOVE WS-SK-ADJ-WORK TO SK-IN-TRANSIT
           IF WS-SK-ADJ-IS-NEW-POSITION
               WRITE STOCK-POSITION-RECORD
                   INVALID KEY
                       SET WS-SK-ADJ-HAS-FAILED TO TRUE
                   NOT INVALID KEY
                       SET WS-SK-ADJ-WAS-POSTED TO TRUE
               END-WRITE
           ELSE
               REWRITE STOCK-POSITION-RECORD
                   INVALID KEY
                       SET WS-SK-ADJ-HAS-FAILED TO TRUE
                   NOT INVALID KEY
                       SET WS-SK-ADJ-WAS-POSTED TO TRUE
               END-REWRITE
           END-IF
           MOVE 0 TO WS-SK-ADJ-ON-HAND
           MOVE 0 TO WS-SK-ADJ-IN-TRANSIT.
