      *> KITBOM-SEL.cpy
      *> FILE-CONTROL entry for the kit bill of materials: for
      *> every item sold as a kit, the component items it is
      *> built from and how many of each go into one kit.
      *> ORDPRICE allocates a kit against its components,
      *> PICKLIST picks the components, REPLEN counts the
      *> component demand, and SHIPDOC weighs a kit with no
      *> weight of its own by its components.  Loaded whole
      *> through the shared KITLOAD paragraphs.
           SELECT KIT-BOM-FILE ASSIGN TO "KITBOM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITBOM-STATUS.
