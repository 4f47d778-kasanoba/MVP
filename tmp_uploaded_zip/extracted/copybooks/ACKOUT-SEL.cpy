      *> ACKOUT-SEL.cpy
      *> FILE-CONTROL entry for the electronic order
      *> acknowledgments ACKNOWL writes for the customers on the
      *> ACKEDI list: the same documents the printed run mails,
      *> as H/D/T records the transmission step sends on.  COPY
      *> into INPUT-OUTPUT SECTION / FILE-CONTROL.
           SELECT ACK-OUT-FILE ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKOUT-STATUS.
