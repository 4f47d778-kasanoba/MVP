      *> PENDORD-SEL.cpy
      *> FILE-CONTROL entry for the pending phone orders, a keyed
      *> KSDS on order number + line number (see jcl/PNDDEFN.jcl
      *> for the DEFINE).  The ORDENTRY screen writes every order
      *> the desk takes on the phone; the nightly PENDEXT run
      *> extracts the day's lines onto the PHNRAW transmittal
      *> that follows the capture file into ORDEDIT.
           SELECT PENDING-ORDER-FILE ASSIGN TO "PENDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PENDORD-STATUS.
