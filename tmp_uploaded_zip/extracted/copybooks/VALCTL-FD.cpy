      *> VALCTL-FD.cpy
      *> Record layout for the inventory valuation control file
      *> (see VALCTL-SEL.cpy).  VC-VALUE-TOTAL is the grand total
      *> of the valuation report -- on-hand units at cost --
      *> and VC-ONHAND-UNITS the units behind it; VC-UNCOSTED-
      *> COUNT is how many items carried stock but no cost, so
      *> finance knows the total is short before it ties out.
       FD  VALUATION-CONTROL-FILE.
       01  VALUATION-CONTROL-RECORD.
           05  VC-PERIOD                PIC X(7).
           05  VC-BUSINESS-DATE         PIC X(10).
           05  VC-RUN-ID                PIC X(8).
           05  VC-ITEM-COUNT            PIC 9(7).
           05  VC-ONHAND-UNITS          PIC 9(11).
           05  VC-VALUE-TOTAL           PIC 9(13)V99.
           05  VC-UNCOSTED-COUNT        PIC 9(7).
           05  FILLER                   PIC X(15).
