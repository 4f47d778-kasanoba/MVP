      *> SUPERSED-SEL.cpy
      *> FILE-CONTROL entry for the item-supersession file, a keyed
      *> KSDS on the discontinued item number (see jcl/SUPDEFN.jcl
      *> for the DEFINE).  ORDPRICE sweeps it at startup and
      *> substitutes the replacement on every order line for a
      *> superseded item; the INQQUOTE screen reads it keyed and
      *> quotes the replacement.
           SELECT SUPERSESSION-FILE ASSIGN TO "SUPERSED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-OLD-ITEM
               FILE STATUS IS WS-SUPERSED-STATUS.
