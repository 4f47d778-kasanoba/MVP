      *> (see INVDETL-SEL.cpy).  On the T trailer, DL-QUANTITY
      *> carries the detail line count and DL-EXTENDED-AMOUNT the
      *> gross total: detail must re-add to trailer, and trailer
      *> must equal the register's run total.  DL-TAX-AMOUNT is
      *> the line's sales tax (zero when exempt), and on the
      *> trailer the run tax the TAXREG register prints; history
      *> written before it was carried has spaces there.  An F
      *> record is an invoiced order's freight charge: order and
      *> customer, no item, the charge in DL-FREIGHT-AMOUNT and
      *> zero in every goods figure, so it is neither counted nor
      *> grossed by the trailer; the trailer's own
      *> DL-FREIGHT-AMOUNT carries the run freight instead (and
      *> spaces, again, on history from before freight).
      *> DL-SHIPTO-CODE is the customer ship-to address (SHIPTO)
      *> the D line goes to, spaces for the customer's default.
      *> DL-WAREHOUSE is the warehouse the D line's stock was
      *> allocated from (the customer's home warehouse): PICKLIST
      *> picks it there, and a short pick or a return puts the
      *> stock back there.  Spaces on lines written before
      *> warehouses were kept mean the main warehouse.
      *> An L record follows a D line for every stock lot
      *> (STKLOT) its shipped quantity was drawn from, first-
      *> expiring first: the D line's order, customer, item,
      *> warehouse and ship-to, the units taken from the lot in
      *> DL-QUANTITY, the lot in DL-LOT-NUMBER and its expiry in
      *> DL-EXPIRY-DATE, and zero in every money figure -- like
      *> an F record it is neither counted nor grossed by the
      *> trailer.  A D line drawn from a single lot carries that
      *> lot itself as well; one drawn from several, or from no
      *> lot at all, has spaces there.  A kit's D line draws no
      *> lots of its own: its L records are its components',
      *> each carrying the component in DL-ITEM-NUMBER.  The L
      *> records on ORDHIST are what the recall trace (LOTTRACE)
      *> reads.
      *> An R record is the reverse of an L record: units a short
      *> pick put back on a lot (SHIPCONF), in the same shape, so
      *> the recall trace nets them out of the lot's shipments.
      *> It is written to SHIPCONF's own SHPLOT file and appended
      *> to ORDHIST, never to the night's INVDETL.
      *> The same layout accumulates on the ORDHIST order-history
      *> file the JCL appends each night.
       FD  INVOICE-DETAIL-FILE.
       01  INVOICE-DETAIL-RECORD.
           05  DL-RECORD-TYPE           PIC X.
               88  DL-IS-DETAIL         VALUE "D".
               88  DL-IS-TRAILER        VALUE "T".
               88  DL-IS-FREIGHT        VALUE "F".
               88  DL-IS-LOT            VALUE "L".
               88  DL-IS-LOT-RETURN     VALUE "R".
           05  DL-BUSINESS-DATE         PIC X(10).
           05  DL-ORDER-NUMBER          PIC X(8).
           05  DL-CUSTOMER-NUMBER       PIC X(6).
           05  DL-UNIT-PRICE            PIC 9(5)V99.
           05  DL-DISCOUNT-AMOUNT       PIC 9(9)V99.
           05  DL-EXTENDED-AMOUNT       PIC 9(10)V99.
           05  DL-TAX-AMOUNT            PIC 9(9)V99.
           05  DL-FREIGHT-AMOUNT        PIC 9(9)V99.
           05  DL-SHIPTO-CODE           PIC X(4).
           05  DL-WAREHOUSE             PIC X(2).
           05  DL-LOT-NUMBER            PIC X(10).
           05  DL-EXPIRY-DATE           PIC X(10).
