      *> SHIPTO-SEL.cpy
      *> FILE-CONTROL entry for the customer ship-to addresses:
      *> every address a customer takes deliveries at, each under
      *> a short ship-to code the order line may name, one of
      *> them flagged the default, and the carrier that serves
      *> it.  The SHIPDOC shipping run labels, manifests and
      *> bills every shipment from it.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIPTO-STATUS.
