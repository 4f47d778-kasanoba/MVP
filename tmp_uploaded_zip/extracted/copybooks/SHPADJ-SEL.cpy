      *> SHPADJ-SEL.cpy
      *> FILE-CONTROL entry for the night's shipment adjustments
      *> (layout in SHPADJ-FD.cpy): one record per short-picked
      *> line the ship-confirmation run credited, for the billing
      *> interface to carry to corporate billing as credit lines.
      *> COPY into INPUT-OUTPUT SECTION / FILE-CONTROL of SHIPCONF
      *> (writer) and BILLINT (reader).
           SELECT SHIPMENT-ADJUSTMENT-FILE ASSIGN TO "SHPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHPADJ-STATUS.
