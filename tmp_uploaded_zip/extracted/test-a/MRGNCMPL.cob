      *> ceiling, and items with no base price on file, with
      *> category subtotals and a worst-offenders ranking (the
      *> deepest below-target shortfalls first).
      *> Cost: the base an item's markup is measured over is now
      *> its moving-average cost from ITEMCOST, which the
      *> receiving run keeps from actual receipt costs.  The
      *> hand-kept ITMBASE figure is used only for an item that
      *> has never been received, and the report counts how many
      *> items were still judged that way.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY ITEMDESC-SEL.
       COPY ITEMCOST-SEL.
           SELECT ITEM-BASE-FILE ASSIGN TO "ITMBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITMBASE-STATUS.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY ITEMDESC-FD.
       COPY ITEMCOST-FD.

       FD  ITEM-BASE-FILE.
       01  ITEM-BASE-RECORD.
       COPY DSCLOOK-WS.
       01  WS-ITEMMAST-STATUS          PIC XX VALUE SPACES.
       01  WS-ITMBASE-STATUS           PIC XX VALUE SPACES.
       01  WS-ITEMCOST-STATUS          PIC XX VALUE SPACES.
       01  WS-MRGBANDS-STATUS          PIC XX VALUE SPACES.
       01  WS-MRGNRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-FILE-EOF                 PIC X VALUE "N".
           88  WS-FILE-AT-EOF          VALUE "Y".
      *> Base prices in memory: SOURCE C for a moving-average
      *> cost, B for an ITMBASE figure standing in for one.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 2000 TIMES.
               10  WS-BASE-ITEM        PIC X(6).
               10  WS-BASE-PRICE       PIC 9(5)V99.
               10  WS-BASE-SOURCE      PIC X.
       01  WS-BASE-WANTED              PIC X(6) VALUE SPACES.
       01  WS-HAND-BASE-COUNT          PIC 9(5) VALUE 0.
       01  WS-BASE-COUNT               PIC 9(4) VALUE 0.
       01  WS-BASE-IDX                 PIC 9(4) VALUE 0.
       01  WS-BASE-FOUND               PIC X VALUE "N".
               GOBACK
           END-IF
           MOVE SPACES TO COMPLIANCE-REPORT-RECORD
           STRING "MARGIN-POLICY COMPLIANCE - ACTUAL MARKUP OVER "
               "MOVING-AVERAGE COST VS BAND TARGETS"
               DELIMITED BY SIZE INTO COMPLIANCE-REPORT-RECORD
           END-STRING
           WRITE COMPLIANCE-REPORT-RECORD
           CLOSE COMPLIANCE-REPORT-FILE
           DISPLAY "MRGNCMPL: " WS-ITEMS-READ " ITEM(S) JUDGED, "
               WS-FIND-COUNT " FINDING(S)"
           DISPLAY "MRGNCMPL: " WS-HAND-BASE-COUNT " ITEM(S) NOT "
               "YET RECEIVED - JUDGED ON THE ITMBASE FIGURE"
           IF WS-FIND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-BASE-PRICES.
           OPEN INPUT ITEM-COST-FILE
           IF WS-ITEMCOST-STATUS NOT = "00"
               DISPLAY "MRGNCMPL: NO ITEMCOST FILE - JUDGING ON "
                   "ITMBASE FIGURES ONLY"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-COST-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-BASE-COUNT < 2000
                                   AND IC-AVERAGE-COST NUMERIC
                                   AND IC-AVERAGE-COST > 0
                               ADD 1 TO WS-BASE-COUNT
                               MOVE IC-ITEM-NUMBER
                                   TO WS-BASE-ITEM (WS-BASE-COUNT)
                               MOVE IC-AVERAGE-COST TO
                                   WS-BASE-PRICE (WS-BASE-COUNT)
                               MOVE "C" TO
                                   WS-BASE-SOURCE (WS-BASE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-COST-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ITEM-BASE-FILE
           IF WS-ITMBASE-STATUS NOT = "00"
               DISPLAY "MRGNCMPL: NO ITMBASE FILE - ITEMS NEVER "
                   "RECEIVED WILL REPORT AS NO-BASE"
           ELSE
               PERFORM UNTIL WS-FILE-AT-EOF
                   READ ITEM-BASE-FILE
                       AT END
                           SET WS-FILE-AT-EOF TO TRUE
                       NOT AT END
                           IF IB-BASE-PRICE NUMERIC
                                   AND IB-BASE-PRICE-NUM > 0
                               PERFORM ADD-HAND-KEPT-BASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-BASE-FILE
           END-IF.

      *> An ITMBASE figure counts only where the item has no
      *> moving-average cost yet.
       ADD-HAND-KEPT-BASE.
           MOVE IB-ITEM-NUMBER TO WS-BASE-WANTED
           PERFORM FIND-BASE-PRICE
           IF NOT WS-BASE-WAS-FOUND AND WS-BASE-COUNT < 2000
               ADD 1 TO WS-BASE-COUNT
               MOVE IB-ITEM-NUMBER TO WS-BASE-ITEM (WS-BASE-COUNT)
               MOVE IB-BASE-PRICE-NUM
                   TO WS-BASE-PRICE (WS-BASE-COUNT)
               MOVE "B" TO WS-BASE-SOURCE (WS-BASE-COUNT)
           END-IF.

       LOAD-POLICY-BANDS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT MARGIN-BAND-FILE
           CLOSE ITEM-MASTER-FILE.

       JUDGE-ONE-ITEM.
           MOVE IM-ITEM-NUMBER TO WS-BASE-WANTED
           PERFORM FIND-BASE-PRICE
           IF NOT WS-BASE-WAS-FOUND
               PERFORM RECORD-FINDING-NO-BASE
           ELSE
               IF WS-BASE-SOURCE (WS-BASE-IDX) = "B"
                   ADD 1 TO WS-HAND-BASE-COUNT
               END-IF
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   (IM-UNIT-PRICE - WS-BASE-PRICE (WS-BASE-IDX))
                   * 100 / WS-BASE-PRICE (WS-BASE-IDX)
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
                       OR WS-BASE-WAS-FOUND
               IF WS-BASE-ITEM (WS-BASE-IDX) = WS-BASE-WANTED
                   SET WS-BASE-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
