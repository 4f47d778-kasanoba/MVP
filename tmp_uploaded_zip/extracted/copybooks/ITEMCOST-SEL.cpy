      *> ITEMCOST-SEL.cpy
      *> FILE-CONTROL entry for the item cost file: one record
      *> per item carrying the weighted moving-average unit cost
      *> the receiving run keeps from actual receipt costs.
      *> Carried old-in / new-out (COSTNEW, swapped in by the
      *> RCVPOST JCL) like the open-PO file.  COPY into
      *> INPUT-OUTPUT SECTION / FILE-CONTROL of the receiving run
      *> and of every report that needs what an item really
      *> costs us, in place of the hand-kept ITMBASE figure.
           SELECT ITEM-COST-FILE ASSIGN TO "ITEMCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMCOST-STATUS.
