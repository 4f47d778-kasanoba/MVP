      *> CNTLIST-FD.cpy
      *> Record layout for the count list (see CNTLIST-SEL.cpy).
      *> CL-COUNT-TYPE says what kind of count the sheets are: a
      *> full physical inventory of the whole warehouse, or a
      *> cycle count of selected aisles or categories.  It rides
      *> through to the journal as the source of every count
      *> adjustment posted from them.  CL-WAREHOUSE is the
      *> warehouse whose shelves were counted (spaces on lists
      *> printed before warehouses were kept: the main one); the
      *> count is posted against that warehouse's position.
       FD  COUNT-LIST-FILE.
       01  COUNT-LIST-RECORD.
           05  CL-SHEET-NUMBER          PIC 9(4).
           05  CL-ITEM-NUMBER           PIC X(6).
           05  CL-AISLE                 PIC X(3).
           05  CL-BIN                   PIC X(4).
           05  CL-COUNT-TYPE            PIC X.
               88  CL-IS-PHYSICAL       VALUE "P".
               88  CL-IS-CYCLE          VALUE "C".
           05  CL-SHEET-DATE            PIC X(10).
           05  CL-WAREHOUSE             PIC X(2).
           05  FILLER                   PIC X(50).
