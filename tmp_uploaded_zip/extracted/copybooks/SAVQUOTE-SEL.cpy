      *> SAVQUOTE-SEL.cpy
      *> FILE-CONTROL entry for the saved-quote file, a keyed
      *> KSDS on the quote number (see jcl/SQTDEFN.jcl for the
      *> DEFINE).  The INQQUOTE screen writes a record for every
      *> quote it issues; ORDPRICE reads and marks the quotes the
      *> night's orders carry; QUOTCONV reports on them.
           SELECT SAVED-QUOTE-FILE ASSIGN TO "SAVQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-NUMBER
               FILE STATUS IS WS-SAVQUOTE-STATUS.
