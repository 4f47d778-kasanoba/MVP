      *> STKLOT-SEL.cpy
      *> FILE-CONTROL entry for the stock-lot file: a keyed VSAM
      *> KSDS on item number, warehouse, expiry date and lot
      *> number (see jcl/LOTDEFN.jcl for the DEFINE).  One record
      *> per lot of an item received into a warehouse, so a START
      *> on item plus warehouse reads that position's lots
      *> first-expiring first.  RCVPOST adds each receipt the
      *> dock keyed a lot for; ORDPRICE draws the lots down as it
      *> ships; SHIPCONF puts short picks back on them; WHXFER
      *> moves them between warehouses.  COPY into INPUT-OUTPUT
      *> SECTION / FILE-CONTROL of every program that receives,
      *> ships, moves or reports on lots.
           SELECT STOCK-LOT-FILE ASSIGN TO "STKLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-STKLOT-STATUS.
