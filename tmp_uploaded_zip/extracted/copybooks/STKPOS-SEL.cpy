      *> STKPOS-SEL.cpy
      *> FILE-CONTROL entry for the stock-position file: a keyed
      *> VSAM KSDS on item number plus warehouse (see
      *> jcl/STKPDEFN.jcl for the DEFINE and STKPLOAD for the
      *> one-time load from the item master).  One record per
      *> item per warehouse that has ever held it.  IM-QUANTITY
      *> on the item master stays the company-wide figure every
      *> valuation and pricing report reads; the positions here
      *> say where it is.  COPY into INPUT-OUTPUT SECTION /
      *> FILE-CONTROL of every program that moves stock.
           SELECT STOCK-POSITION-FILE ASSIGN TO "STKPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-POSITION-KEY
               FILE STATUS IS WS-STKPOS-STATUS.
