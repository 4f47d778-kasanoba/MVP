      *> PRCEVHLD-FD.cpy
      *> Record layout for the price-event hold file (see
      *> PRCEVHLD-SEL.cpy): one held event per record, exactly
      *> the message that would have gone on the queue (the
      *> WS-PRICE-EVENT layout in PRCEVPUT-WS.cpy), so the retry
      *> step puts it byte for byte.
       FD  PRICE-EVENT-HOLD-FILE.
       01  PRICE-EVENT-HOLD-RECORD      PIC X(80).
