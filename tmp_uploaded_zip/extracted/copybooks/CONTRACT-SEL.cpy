      *> CONTRACT-SEL.cpy
      *> FILE-CONTROL entry for the customer contract-price file,
      *> a keyed KSDS on customer and item (see jcl/CONDEFN.jcl
      *> for the DEFINE).  The batch pricing runs sweep it through
      *> CONLOAD.cpy; the online quote reads it keyed; CONEXPR
      *> reports the contracts coming up for renewal.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTRACT-STATUS.
