      *> orders is not re-counted against the morning's limits;
      *> the ledger balance ARPOST posts still catches up
      *> nightly.)
      *> Credit-hold releases: an order the credit manager has
      *> released on the CREDHREL run comes back on the ORDRLSE
      *> file in the ORDLINES shape and prices AHEAD of the
      *> night's new orders, so it takes stock before they do.
      *> A released order has had its credit judged by a person
      *> with the authority to judge it: it is not held again
      *> for the limit (a customer on hold, or unknown, is still
      *> refused), and its invoice still counts against the
      *> customer's remaining credit for the orders behind it.
      *> The released pass checkpoints like the new-order pass;
      *> the checkpoint records which pass it was taken in, so a
      *> restart resumes inside the right one.
      *> Payment terms: each ARPOSTIN record now carries the
      *> customer's CUSTMAST terms code (a released backorder's
      *> too), so the posting run can date the open item's due
      *> date and discount window from the terms in force.
      *> Tax on the detail feed: every INVDETL line now carries
      *> the sales tax charged on it, and the trailer the run
      *> tax, so the GL interface can book tax payable from the
      *> machine-readable copy instead of the printed TAXREG.
      *> Period control: everything the run posts -- invoice
      *> register, AR feed, detail feed, backorders -- carries
      *> today's business date, so the run will not price into an
      *> accounting month finance has closed on the PERIODS file
      *> (the shared PERCHK check).  It stops before opening
      *> anything, under MT0979E, and the swap steps keep
      *> yesterday's masters; a restart is refused the same way.
      *> Contract pricing: the contracts in force today load from
      *> the CONTRACT file at startup (the shared CONLOAD) and
      *> every engine call names the order's customer, so a
      *> customer holding a contract for the item is invoiced --
      *> and backordered -- at the contract price instead of list.
      *> The register flags those prices C and the detail
      *> feed carries the price actually charged.
      *> Saved quotes: an order line may carry the number of a
      *> quote the INQQUOTE screen saved.  A quote that is on the
      *> SAVQUOTE file, for the same item, customer and quantity,
      *> and not past its valid-until date prices the line at the
      *> quoted figures instead of today's (flagged Q on the
      *> register), and the quote is marked converted against
      *> the order when it invoices.  A held order claims its
      *> quotes (status H) so the credit desk's release still
      *> honors them after the valid-until date has gone by.  A
      *> quote that cannot be honored goes to the exception
      *> report with the reason and the line prices as usual.
      *> Item supersession: orders for an item merchandising has
      *> replaced keep arriving from customers' own systems under
      *> the old number.  The supersessions in force today load
      *> from the SUPERSED file at startup, and a line for a
      *> superseded item is priced, allocated and invoiced as the
      *> replacement -- the chain followed to its end, the
      *> quantity converted by the pack-size factor and rounded
      *> up.  The register notes the substitution under the
      *> line, and every substitution made is listed on SUBRPT
      *> with the customer, so sales can tell them to update
      *> their catalogs.  A quote given for the old item is not
      *> honored on the replacement (the exception report says
      *> so); the line prices as usual.
      *> Kits: an item on the kit bill of materials (KITBOM,
      *> loaded through the shared KITLOAD) is priced and
      *> invoiced as the one kit line at the kit's own price,
      *> but its stock is its components'.  A kit line ships as
      *> many kits as the scarcest component will build and
      *> backorders the rest; the components are decremented,
      *> given back on a hold or a failed line, and written back
      *> to the master -- the kit's own on-hand never moves.  A
      *> carried kit backorder releases the same way.  A
      *> component missing from the master builds no kits and
      *> is named on the exception report.
      *> Freight: we no longer absorb it on every order.  Each
      *> invoiced order is weighed from its shipped lines (the
      *> ITMWGHT shipping weights, loaded through the shared
      *> WGTLOAD; a kit without a weight of its own weighs its
      *> components) and charged from the FRTRATE table for the
      *> customer's zone -- the lowest weight band the shipment
      *> fits, or the top band, noted on the exception report,
      *> when it is heavier than any.  The customer's zone and
      *> free-freight threshold come from CUSTFRT: goods at or
      *> over a non-zero threshold ship free, and a customer with
      *> no zone, or a zone with no rates, is not charged and is
      *> named on the exception report so the desk can set them
      *> up.  The charge is its own line under the order on the
      *> register and beside the order total, counts against
      *> credit, posts to AR with the goods and tax (ARPOSTIN
      *> carries it separately as well), goes on the detail feed
      *> as an F record with the run freight on the trailer, and
      *> totals at the end of the register.  Freight is not
      *> taxed.  A carried backorder released later ships
      *> without a second charge.
      *> Ship-to: the order line's optional ship-to code (one of
      *> the customer's SHIPTO addresses; blank for the default)
      *> rides with the line wherever it goes -- onto the D
      *> detail record for the shipping run's labels and bill of
      *> lading, onto a held line so a credit release comes back
      *> with it, and onto a backorder so the release ships to
      *> the address the customer ordered for.
      *> Acknowledgments: at every order break the customer's
      *> side of the verdict goes on the ORDACK feed -- the
      *> order's disposition (invoiced, held for credit, or
      *> refused, with the message-catalog code why) and its
      *> totals, then every line the customer sent: ordered,
      *> shipped and backordered quantities and the price
      *> charged, or, for a line not taken on the order, the
      *> catalog code for the reason.  Lines that never reached
      *> the order buffer (unreadable, item not known, price
      *> overflow) are kept per order for it, so nothing the
      *> customer sent goes unanswered.  The feed is written
      *> before the checkpoint and spliced forward on a restart
      *> like the other generations; ACKNOWL prints and
      *> transmits the documents from it.
      *> Warehouses: stock is held per warehouse (STKPOS), and an
      *> order allocates from its customer's home warehouse
      *> (CUSTMAST; the main warehouse when there is none) --
      *> stock elsewhere does not ship it; REPLEN suggests the
      *> transfer instead.  A carried backorder releases from
      *> the same warehouse.  Each write-back moves the
      *> warehouse position and the master's company-wide
      *> quantity by the same amount, and the warehouse goes on
      *> the D detail record so the pick list picks it there.
      *> Lots: a shipped line takes its stock from the
      *> warehouse's lots on STKLOT first-expiring first,
      *> passing over any lot already out of date (it waits on
      *> the shelf for the expiry report to have it written
      *> down).  Each lot drawn is decremented in place and goes
      *> on the detail feed as an L record behind the D line --
      *> the pick list picks it by lot, and the order history
      *> the APPHIST step builds is what the recall trace reads.
      *> What the lots cannot cover is stock that was never
      *> lot-tracked and ships without one.  A kit's own lots
      *> are not drawn: its stock is its components', so each
      *> component is drawn from its own lots, the shipped kits
      *> times its quantity per kit, and its L records behind
      *> the kit's D line carry the component's item number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ITEMMAST-SEL.
       COPY STKPOS-SEL.
       COPY STKLOT-SEL.
       COPY ITEMDESC-SEL.
       COPY CUSTMAST-SEL.
       COPY INVDETL-SEL.
       COPY PERIODS-SEL.
       COPY CONTRACT-SEL.
       COPY SAVQUOTE-SEL.
       COPY SUPERSED-SEL.
       COPY KITBOM-SEL.
       COPY ITMWGHT-SEL.
       COPY ORDACK-SEL.
           SELECT DISCOUNT-TIER-FILE ASSIGN TO "DISCTIER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCTIER-STATUS.
           SELECT ORDER-EXCEPTION-FILE ASSIGN TO "ORDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDEXCP-STATUS.
      *> Every superseded item the run substituted, for sales.
           SELECT SUBSTITUTION-REPORT-FILE ASSIGN TO "SUBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBRPT-STATUS.
       COPY ORDHELD-SEL.
      *> Orders the credit desk released from hold, in order-
      *> number sequence; absent or empty on most nights.
           SELECT RELEASED-ORDERS-FILE ASSIGN TO "ORDRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDRLSE-STATUS.
           SELECT HELD-REPORT-FILE ASSIGN TO "ORDHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDHRPT-STATUS.
      *> Backorders carried forward from prior nights, and the
      *> survivors (plus tonight's new ones) written back out for
      *> the JCL swap.
       COPY BACKORD-SEL.
           SELECT NEW-BACKORDER-FILE ASSIGN TO "BACKNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKNEW-STATUS.
           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXREG-STATUS.
      *> Freight-rate table (charge by zone and weight band) and
      *> each customer's freight zone and free-freight threshold.
           SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRTRATE-STATUS.
           SELECT CUSTOMER-FREIGHT-FILE ASSIGN TO "CUSTFRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTFRT-STATUS.
      *> Order-boundary restart checkpoint, rewritten at every
      *> completed order and cleared at a clean end of job.
           SELECT ORDER-RESTART-FILE ASSIGN TO "ORDCKPT"
           SELECT PRIOR-BACKNEW-FILE ASSIGN TO "BAKPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAKPRIOR-STATUS.
           SELECT PRIOR-ACK-FILE ASSIGN TO "ACKPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPRIOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ITEMMAST-FD.
       COPY STKPOS-FD.
       COPY STKLOT-FD.
       COPY ITEMDESC-FD.
       COPY CUSTMAST-FD.
       COPY INVDETL-FD.
       COPY PERIODS-FD.
       COPY CONTRACT-FD.
       COPY SAVQUOTE-FD.
       COPY SUPERSED-FD.
       COPY KITBOM-FD.
       COPY ITMWGHT-FD.
       COPY ORDACK-FD.

      *> One tier per record, effective-dated (see ITMPRICE's
      *> reading of the same file): item or blanket, threshold,
      *> handoff; the first line's customer speaks for the order
      *> and a line that disagrees is a bad line.
           05  OL-CUSTOMER-NUMBER       PIC X(6).
      *> The saved quote the customer ordered against, if any.
           05  OL-QUOTE-NUMBER          PIC X(8).
      *> The ship-to address the line goes to; blank for the
      *> customer's default.
           05  OL-SHIPTO-CODE           PIC X(4).
           05  FILLER                   PIC X(43).

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD      PIC X(100).
       FD  ORDER-EXCEPTION-FILE.
       01  ORDER-EXCEPTION-RECORD       PIC X(80).

       FD  SUBSTITUTION-REPORT-FILE.
       01  SUBSTITUTION-REPORT-RECORD   PIC X(100).

       COPY ORDHELD-FD.

      *> Released orders in the ORDLINES shape; each record is
      *> read into ORDER-LINE-RECORD and priced like any line.
       FD  RELEASED-ORDERS-FILE.
       01  RELEASED-ORDER-RECORD        PIC X(80).

       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-RECORD           PIC X(100).
           05  AP-ORDER-NUMBER          PIC X(8).
           05  AP-BUSINESS-DATE         PIC X(10).
           05  AP-ORDER-AMOUNT          PIC 9(11)V99.
           05  AP-TERMS-CODE            PIC X(8).
      *> The freight charge already inside AP-ORDER-AMOUNT.
           05  AP-FREIGHT-AMOUNT        PIC 9(7)V99.
           05  FILLER                   PIC X(26).

       COPY BACKORD-FD.

       FD  NEW-BACKORDER-FILE.
       01  NEW-BACKORDER-RECORD         PIC X(80).
       FD  TAX-REGISTER-FILE.
       01  TAX-REGISTER-RECORD          PIC X(100).

      *> One band per record: the zone, the heaviest shipment the
      *> band covers (pounds to two decimals) and its charge.
       FD  FREIGHT-RATE-FILE.
       01  FREIGHT-RATE-RECORD.
           05  FR-ZONE                  PIC X(2).
           05  FR-MAX-WEIGHT            PIC X(7).
           05  FR-MAX-WEIGHT-NUM REDEFINES FR-MAX-WEIGHT
                                        PIC 9(5)V99.
           05  FR-CHARGE                PIC X(7).
           05  FR-CHARGE-NUM REDEFINES FR-CHARGE
                                        PIC 9(5)V99.
           05  FILLER                   PIC X(64).

      *> The customer's freight zone and the goods value at which
      *> an order ships free (zero or blank: never free).
       FD  CUSTOMER-FREIGHT-FILE.
       01  CUSTOMER-FREIGHT-RECORD.
           05  CF-CUSTOMER-NUMBER       PIC X(6).
           05  CF-ZONE                  PIC X(2).
           05  CF-FREE-THRESHOLD        PIC X(9).
           05  CF-FREE-THRESHOLD-NUM REDEFINES CF-FREE-THRESHOLD
                                        PIC 9(7)V99.
           05  FILLER                   PIC X(63).

      *> The checkpoint: the last COMPLETED order and every
      *> running figure the splice must resume from, so the run
      *> totals still balance across it.
           05  OC-LINE-COUNT            PIC 9(6).
           05  OC-DETAIL-COUNT          PIC 9(5).
           05  OC-DETAIL-GROSS          PIC 9(10)V99.
      *> R: taken in the released-order pass; N (or blank, from
      *> before there was one): in the new-order pass.
           05  OC-PASS                  PIC X.
           05  OC-RELEASED-COUNT        PIC 9(5).
           05  OC-SUBSTITUTED-COUNT     PIC 9(6).
           05  OC-RUN-FREIGHT           PIC 9(11)V99.
           05  OC-FREIGHT-ORDERS        PIC 9(5).

       FD  PRIOR-REGISTER-FILE.
       01  PRIOR-REGISTER-RECORD        PIC X(100).

       FD  PRIOR-DETAIL-FILE.
       01  PRIOR-DETAIL-RECORD          PIC X(118).

       FD  PRIOR-AR-FILE.
       01  PRIOR-AR-RECORD              PIC X(80).

       FD  PRIOR-HELD-FILE.
       01  PRIOR-HELD-RECORD            PIC X(84).

       FD  PRIOR-BACKNEW-FILE.
       01  PRIOR-BACKNEW-RECORD         PIC X(80).

       FD  PRIOR-ACK-FILE.
       01  PRIOR-ACK-RECORD             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY DSCLOOK-WS.
       COPY PERCHK-WS.
       COPY PRCENGLK.
       COPY CONLOAD-WS.
       COPY KITLOAD-WS.
       COPY WGTLOAD-WS.
       COPY STKADJ-WS.
      *> Common operator-message staging (see OPRMSG): id with
      *> trailing severity, then the text the id prefixes.
       01  WS-OM-ID                    PIC X(7) VALUE SPACES.
       01  WS-ITEMMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMAST-STATUS           PIC XX VALUE SPACES.
       01  WS-ORDLINES-STATUS           PIC XX VALUE SPACES.
       01  WS-ORDRLSE-STATUS            PIC XX VALUE SPACES.
       01  WS-RLSE-EOF                  PIC X VALUE "N".
           88  WS-RLSE-AT-EOF           VALUE "Y".
      *> Saved quotes: the file is open I-O for the whole run
      *> when it is there; without it every line prices today.
       01  WS-SAVQUOTE-STATUS           PIC XX VALUE SPACES.
       01  WS-QUOTES-OPEN               PIC X VALUE "N".
           88  WS-QUOTES-ARE-OPEN       VALUE "Y".
       01  WS-QUOTE-EOF                 PIC X VALUE "N".
           88  WS-QUOTE-AT-EOF          VALUE "Y".
      *> The quotes held orders have claimed, by order and item:
      *> the credit desk's release queue carries no quote number,
      *> so the released pass finds its quotes here.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY OCCURS 500 TIMES.
               10  WS-CL-ORDER          PIC X(8).
               10  WS-CL-ITEM           PIC X(6).
               10  WS-CL-QUOTE          PIC X(8).
       01  WS-CLAIM-COUNT               PIC 999 VALUE 0.
       01  WS-CLAIM-IDX                 PIC 999 VALUE 0.
       01  WS-CLAIM-OVERFLOW            PIC X VALUE "N".
           88  WS-CLAIM-HAS-OVERFLOWED  VALUE "Y".
       01  WS-LINE-QUOTE                PIC X(8) VALUE SPACES.
       01  WS-QUOTE-REASON              PIC X(20) VALUE SPACES.
       01  WS-QUOTE-NEW-STATUS          PIC X VALUE SPACE.
       01  WS-QUOTE-FOUND               PIC X VALUE "N".
           88  WS-QUOTE-WAS-FOUND       VALUE "Y".
       01  WS-QUOTED-LINES              PIC 9(6) VALUE 0.
       01  WS-QUOTE-FAILED-LINES        PIC 9(6) VALUE 0.
      *> Supersessions in force today: old item, replacement,
      *> the pack-size factor (1 where the file leaves it blank)
      *> and the date, for the substitution report.
       01  WS-SUPERSED-STATUS           PIC XX VALUE SPACES.
       01  WS-SUBRPT-STATUS             PIC XX VALUE SPACES.
       01  WS-SUPER-EOF                 PIC X VALUE "N".
           88  WS-SUPER-AT-EOF          VALUE "Y".
       01  WS-SUPER-TABLE.
           05  WS-SUPER-ENTRY OCCURS 1000 TIMES.
               10  WS-SS-OLD-ITEM       PIC X(6).
               10  WS-SS-NEW-ITEM       PIC X(6).
               10  WS-SS-FACTOR         PIC 9(3)V9(4).
               10  WS-SS-EFFECTIVE      PIC X(10).
       01  WS-SUPER-COUNT               PIC 9(4) VALUE 0.
       01  WS-SUPER-IDX                 PIC 9(4) VALUE 0.
       01  WS-SUPER-FOUND               PIC X VALUE "N".
           88  WS-SUPER-WAS-FOUND       VALUE "Y".
       01  WS-SUPER-OVERFLOW            PIC X VALUE "N".
           88  WS-SUPER-HAS-OVERFLOWED  VALUE "Y".
      *> The walk down a supersession chain: where it has got
      *> to, the combined factor, and how many links it took (a
      *> chain that has not ended in nine is looping).
       01  WS-SUB-ITEM                  PIC X(6) VALUE SPACES.
       01  WS-SUB-FACTOR                PIC 9(7)V9(8) VALUE 0.
       01  WS-SUB-LINKS                 PIC 99 VALUE 0.
       01  WS-SUB-EXACT-QTY             PIC 9(9)V9(8) VALUE 0.
       01  WS-SUB-NEW-QTY               PIC 9(9) VALUE 0.
       01  WS-SUB-REASON                PIC X(21) VALUE SPACES.
      *> The line as the customer ordered it, before any
      *> substitution; spaces when the item was not superseded.
       01  WS-SUB-ORDERED-ITEM          PIC X(6) VALUE SPACES.
       01  WS-SUB-ORDERED-QTY           PIC 9(5) VALUE 0.
       01  WS-SUBSTITUTED-LINES         PIC 9(6) VALUE 0.
      *> Kit allocation: what the line can ship (the item's own
      *> on-hand, or the kits its components will build), the
      *> kits being taken or given back, and the component's
      *> place on the item table.
       01  WS-LINE-AVAILABLE            PIC 9(5) VALUE 0.
       01  WS-KITS-BUILDABLE            PIC 9(5) VALUE 0.
       01  WS-KITS-FROM-COMP            PIC 9(5) VALUE 0.
       01  WS-KITS-TAKEN                PIC 9(5) VALUE 0.
       01  WS-COMP-NEEDED               PIC 9(8) VALUE 0.
       01  WS-COMP-IDX                  PIC 9(4) VALUE 0.
       01  WS-COMP-FOUND                PIC X VALUE "N".
           88  WS-COMP-WAS-FOUND        VALUE "Y".
       01  WS-KIT-LINES                 PIC 9(6) VALUE 0.
      *> Freight: the rate bands in memory, and the order being
      *> weighed -- its weight, the band it fell in, the charge,
      *> and how it was arrived at (C charged, O charged at the
      *> top band, over it; T under the free-freight threshold,
      *> Z customer has no zone, R zone has no rates, N nothing
      *> shipped that weighs anything).
       01  WS-FRTRATE-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTFRT-STATUS            PIC XX VALUE SPACES.
       01  WS-FRT-EOF                   PIC X VALUE "N".
           88  WS-FRT-AT-EOF            VALUE "Y".
       01  WS-FRT-TABLE.
           05  WS-FRT-ENTRY OCCURS 300 TIMES.
               10  WS-FRT-ZONE          PIC X(2).
               10  WS-FRT-MAX-WEIGHT    PIC 9(5)V99.
               10  WS-FRT-CHARGE        PIC 9(5)V99.
       01  WS-FRT-COUNT                 PIC 999 VALUE 0.
       01  WS-FRT-IDX                   PIC 999 VALUE 0.
       01  WS-FRT-BAND                  PIC 999 VALUE 0.
       01  WS-FRT-TOP-BAND              PIC 999 VALUE 0.
       01  WS-FRT-OVERFLOW              PIC X VALUE "N".
           88  WS-FRT-HAS-OVERFLOWED    VALUE "Y".
       01  WS-ORDER-WEIGHT              PIC 9(7)V99 VALUE 0.
       01  WS-LINE-UNIT-WEIGHT          PIC 9(7)V99 VALUE 0.
       01  WS-ORDER-FREIGHT             PIC 9(7)V99 VALUE 0.
       01  WS-FREIGHT-BASIS             PIC X VALUE SPACE.
           88  WS-FREIGHT-CHARGED       VALUE "C" "O".
       01  WS-RUN-FREIGHT               PIC 9(11)V99 VALUE 0.
       01  WS-FREIGHT-ORDERS            PIC 9(5) VALUE 0.
       01  WS-FREIGHT-UNSET-ORDERS      PIC 9(5) VALUE 0.
       01  WS-WEIGHT-DISPLAY            PIC Z(6)9.99.
       01  WS-FREIGHT-DISPLAY           PIC Z(6)9.99.
       01  WS-RUN-FRT-DISPLAY           PIC Z(10)9.99.
      *> Which pass is pricing: the credit desk's released
      *> orders first, then the night's new ones.
       01  WS-PRICING-PASS              PIC X VALUE "R".
           88  WS-IN-RELEASED-PASS      VALUE "R".
           88  WS-IN-NEW-ORDER-PASS     VALUE "N".
       01  WS-CKPT-PASS                 PIC X VALUE "N".
           88  WS-CKPT-IN-RELEASED-PASS VALUE "R".
       01  WS-RELEASED-ORDER-COUNT      PIC 9(5) VALUE 0.
       01  WS-INVREG-STATUS             PIC XX VALUE SPACES.
       01  WS-ORDEXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-ORDHELD-STATUS            PIC XX VALUE SPACES.
       01  WS-BACKORD-STATUS            PIC XX VALUE SPACES.
       01  WS-BACKNEW-STATUS            PIC XX VALUE SPACES.
       01  WS-INVDETL-STATUS            PIC XX VALUE SPACES.
       01  WS-STKLOT-STATUS             PIC XX VALUE SPACES.
       01  WS-ORDACK-STATUS             PIC XX VALUE SPACES.
       01  WS-DISCTIER-STATUS           PIC XX VALUE SPACES.
       01  WS-EXRATES-STATUS            PIC XX VALUE SPACES.
       01  WS-TIER-EOF                  PIC X VALUE "N".
      *> category off the rate table -- the release is refused
      *> and the backorder stays carried).
       01  WS-RELEASE-TAX               PIC 9(9)V99 VALUE 0.
       01  WS-RELEASE-TERMS             PIC X(8) VALUE SPACES.
       01  WS-REL-TAX-FLAG              PIC X VALUE SPACE.
      *> Running figures for the detail feed's trailer.
       01  WS-DETAIL-LINE-COUNT         PIC 9(5) VALUE 0.
           88  WS-CUST-AT-EOF           VALUE "Y".
       01  WS-BACK-EOF                  PIC X VALUE "N".
           88  WS-BACK-AT-EOF           VALUE "Y".
      *> In-memory copy of the master, with the currency and
      *> category carried through to the write-back and the run
      *> of the item's warehouse positions in the position table.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITEM-NUMBER       PIC X(6).
               10  WS-ITEM-UNIT-PRICE   PIC 9(5)V99.
               10  WS-ITEM-CURRENCY     PIC X(3).
               10  WS-ITEM-CATEGORY     PIC X(4).
               10  WS-ITEM-FIRST-POS    PIC 9(4).
               10  WS-ITEM-POS-COUNT    PIC 9(3).
       01  WS-ITEM-COUNT                PIC 9(4) VALUE 0.
       01  WS-ITEM-IDX                  PIC 9(4) VALUE 0.
      *> Every item's on-hand in every warehouse (STKPOS), each
      *> item's positions together in warehouse order: the
      *> positions the allocation pass decrements.  The orig
      *> quantity is the position as loaded, so the in-place
      *> write-back touches only the positions the night moved.
      *> The last entry is a spare that stands for a warehouse
      *> which has never held the item -- at nothing, so nothing
      *> is ever taken from it or written back.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 6001 TIMES.
               10  WS-POS-WAREHOUSE     PIC X(2).
               10  WS-POS-QUANTITY      PIC 9(5).
               10  WS-POS-ORIG-QTY      PIC 9(5).
       01  WS-POS-COUNT                 PIC 9(4) VALUE 0.
       01  WS-POS-IDX                   PIC 9(4) VALUE 0.
       01  WS-POS-SCAN                  PIC 9(4) VALUE 0.
       01  WS-POS-SCAN-END              PIC 9(4) VALUE 0.
       01  WS-POS-ITEM-WANTED           PIC 9(4) VALUE 0.
       01  WS-POS-MOVEMENT              PIC S9(6) VALUE 0.
       01  WS-POS-MASTER-QTY            PIC S9(7) VALUE 0.
       01  WS-STKPOS-EOF                PIC X VALUE "N".
           88  WS-STKPOS-AT-EOF         VALUE "Y".
      *> The warehouse the order (or the backorder being
      *> released) ships from: the customer's home warehouse, the
      *> main warehouse when the customer has none.
       01  WS-ALLOC-WAREHOUSE           PIC X(2) VALUE SPACES.
      *> The lots one shipped line was drawn from, first-expiring
      *> first, for the L records behind its D line.  The D line
      *> is held while they are written.
       01  WS-LOT-ITEM-WANTED           PIC X(6) VALUE SPACES.
       01  WS-LOT-QTY-LEFT              PIC 9(5) VALUE 0.
       01  WS-LOT-KIT-WANTED            PIC X(6) VALUE SPACES.
       01  WS-LOT-KITS                  PIC 9(5) VALUE 0.
       01  WS-LOT-TAKEN                 PIC 9(5) VALUE 0.
       01  WS-LOT-EOF                   PIC X VALUE "N".
           88  WS-LOT-AT-EOF            VALUE "Y".
       01  WS-LD-TABLE.
           05  WS-LD-ENTRY OCCURS 20 TIMES.
               10  WS-LD-LOT            PIC X(10).
               10  WS-LD-EXPIRY         PIC X(10).
               10  WS-LD-QTY            PIC 9(5).
       01  WS-LD-COUNT                  PIC 99 VALUE 0.
       01  WS-LD-IDX                    PIC 99 VALUE 0.
       01  WS-DETAIL-HOLD               PIC X(118) VALUE SPACES.
       01  WS-LOTS-DRAWN                PIC 9(6) VALUE 0.
       01  WS-ITEM-FOUND                PIC X VALUE "N".
           88  WS-ITEM-WAS-FOUND        VALUE "Y".
      *> The customer master in memory, with this run's already-
               10  WS-CUST-BALANCE      PIC 9(9)V99.
               10  WS-CUST-STATUS       PIC X.
               10  WS-CUST-USED         PIC 9(11)V99.
               10  WS-CUST-TERMS        PIC X(8).
      *> Spaces when the customer ships from the main warehouse.
               10  WS-CUST-WAREHOUSE    PIC X(2).
      *> From CUSTFRT: spaces in the zone when the customer has
      *> no freight record.
               10  WS-CUST-ZONE         PIC X(2).
               10  WS-CUST-FREE-OVER    PIC 9(7)V99.
       01  WS-CUST-COUNT                PIC 9(4) VALUE 0.
       01  WS-CUST-IDX                  PIC 9(4) VALUE 0.
       01  WS-CUST-FOUND                PIC X VALUE "N".
               10  WS-BK-QUANTITY       PIC 9(5).
               10  WS-BK-PRICE          PIC 9(5)V99.
               10  WS-BK-DATE           PIC X(10).
               10  WS-BK-SHIPTO         PIC X(4).
               10  WS-BK-RELEASED       PIC X.
       01  WS-BACK-COUNT                PIC 999 VALUE 0.
       01  WS-BACK-IDX                  PIC 999 VALUE 0.
       01  WS-ORDER-CUSTOMER            PIC X(6) VALUE SPACES.
       01  WS-ORDER-OPEN                PIC X VALUE "N".
           88  WS-ORDER-IS-OPEN         VALUE "Y".
       01  WS-ORDER-RELEASED            PIC X VALUE "N".
           88  WS-ORDER-WAS-RELEASED    VALUE "Y".
       01  WS-ORDER-BUFFER.
           05  WS-OB-ENTRY OCCURS 200 TIMES.
               10  WS-OB-ITEM           PIC X(6).
               10  WS-OB-DISCOUNT       PIC 9(9)V99.
               10  WS-OB-TAX            PIC 9(9)V99.
               10  WS-OB-TAX-FLAG       PIC X.
      *> The unit price the engine charged and where it came
      *> from: L list, C the customer's contract, Q a saved
      *> quote.
               10  WS-OB-PRICE          PIC 9(5)V99.
               10  WS-OB-PRICE-SOURCE   PIC X.
      *> The saved quote the line is honored at (spaces for none)
      *> and the quoted quantity, local extension and discount
      *> the shipped portion is pro-rated from.
               10  WS-OB-QUOTE          PIC X(8).
               10  WS-OB-QUOTE-QTY      PIC 9(5).
               10  WS-OB-QUOTE-EXT      PIC 9(10)V99.
               10  WS-OB-QUOTE-DISC     PIC 9(9)V99.
      *> The superseded item and quantity the customer ordered,
      *> when the line was substituted; spaces otherwise.
               10  WS-OB-ORDERED-ITEM   PIC X(6).
               10  WS-OB-ORDERED-QTY    PIC 9(5).
      *> Y when the line's item is a kit: its allocation sits on
      *> the components, not on the kit.
               10  WS-OB-KIT            PIC X.
      *> The line's ship-to code, spaces for the default.
               10  WS-OB-SHIPTO         PIC X(4).
      *> Why a line flagged F failed, as the acknowledgment's
      *> catalog code: NTAX no tax rate, NPRC did not price.
               10  WS-OB-FAIL-CODE      PIC X(4).
       01  WS-OB-COUNT                  PIC 999 VALUE 0.
       01  WS-OB-IDX                    PIC 999 VALUE 0.
       01  WS-ORDER-OVERFLOW            PIC X VALUE "N".
           88  WS-ORDER-HAS-OVERFLOWED  VALUE "Y".
      *> Lines of the order that never reached the buffer --
      *> unreadable, item not known, unpriceable -- kept with
      *> their catalog reason for the acknowledgment, so every
      *> line the customer sent is answered.
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 200 TIMES.
               10  WS-RJ-ITEM           PIC X(6).
               10  WS-RJ-QUANTITY       PIC 9(5).
               10  WS-RJ-REASON         PIC X(4).
               10  WS-RJ-ORDERED-ITEM   PIC X(6).
               10  WS-RJ-SHIPTO         PIC X(4).
       01  WS-RJ-COUNT                  PIC 999 VALUE 0.
       01  WS-RJ-IDX                    PIC 999 VALUE 0.
       01  WS-RJ-NEW-REASON             PIC X(4) VALUE SPACES.
      *> The order's acknowledgment disposition (I invoiced, H
      *> held, R refused) and the catalog code for a hold or a
      *> refusal.
       01  WS-ACK-STATUS                PIC X VALUE SPACE.
       01  WS-ACK-REASON                PIC X(4) VALUE SPACES.
       01  WS-ACK-ORDERS                PIC 9(5) VALUE 0.
       01  WS-EXTENDED-PRICE            PIC 9(10)V99 VALUE 0.
      *> WS-ORDER-TOTAL is the as-ordered figure; the invoice
      *> total is what actually shipped, and the credit check and
       01  WS-BACKORDERS-RELEASED       PIC 9(5) VALUE 0.
       01  WS-HOLD-REASON               PIC X(20) VALUE SPACES.
       01  WS-PRICE-DISPLAY             PIC ZZZZ9.99.
      *> C after the unit price: charged at the customer's
      *> contract price, not list; Q at a saved quote.
       01  WS-PRICE-FLAG                PIC X VALUE SPACE.
       01  WS-EXT-DISPLAY               PIC Z(9)9.99.
       01  WS-ORDER-TOT-DISPLAY         PIC Z(10)9.99.
       01  WS-RUN-TOT-DISPLAY           PIC Z(12)9.99.
       01  WS-ARPPRIOR-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDPRIOR-STATUS           PIC XX VALUE SPACES.
       01  WS-BAKPRIOR-STATUS           PIC XX VALUE SPACES.
       01  WS-ACKPRIOR-STATUS           PIC XX VALUE SPACES.
       01  WS-RESTART-MODE              PIC X VALUE "N".
           88  WS-IS-RESTART            VALUE "Y".
      *> "*RELDONE" is the release-pass sentinel: releases are
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-TODAY-TEXT
           END-STRING
           PERFORM LOAD-PERIOD-CONTROL
           MOVE WS-TODAY-TEXT TO WS-PER-DATE-WANTED
           PERFORM CHECK-POSTING-PERIOD
           IF WS-PER-IS-CLOSED
               MOVE "MT0979E" TO WS-OM-ID
               STRING "ORDPRICE: PERIOD " WS-TODAY-TEXT (1:7)
                   " IS CLOSED - NO ORDERS PRICED, RUN "
                   "ABANDONED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-ORDER-CHECKPOINT
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-STOCK-POSITIONS
           PERFORM LOAD-ITEM-DESCRIPTIONS
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-CUSTOMER-FREIGHT
           IF NOT WS-IS-RESTART
               PERFORM LOAD-BACKORDERS
           END-IF
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-DISCOUNT-TIERS
           MOVE WS-TODAY-TEXT TO WS-CON-DATE-WANTED
           MOVE SPACES TO WS-CON-CUSTOMER-WANTED
           PERFORM LOAD-CONTRACT-PRICES
           IF WS-CON-HAS-OVERFLOWED
               MOVE "MT0996W" TO WS-OM-ID
               STRING "ORDPRICE: MORE THAN 1000 CONTRACTS IN "
                   "FORCE - THE REST PRICE AT LIST"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           PERFORM OPEN-SAVED-QUOTES
           PERFORM LOAD-SUPERSESSIONS
           PERFORM LOAD-KIT-BOM
           IF WS-KIT-HAS-OVERFLOWED
               MOVE "MT1035W" TO WS-OM-ID
               STRING "ORDPRICE: KIT BILL OF MATERIALS EXCEEDS "
                   "3000 COMPONENTS - THE REST ARE IGNORED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           PERFORM LOAD-ITEM-WEIGHTS
           IF WS-WGT-HAS-OVERFLOWED
               MOVE "MT1036W" TO WS-OM-ID
               STRING "ORDPRICE: MORE THAN 2000 ITEM WEIGHTS - "
                   "THE REST SHIP UNWEIGHED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           PERFORM LOAD-FREIGHT-RATES
           IF WS-FRT-HAS-OVERFLOWED
               MOVE "MT1037W" TO WS-OM-ID
               STRING "ORDPRICE: MORE THAN 300 FREIGHT BANDS - "
                   "THE REST ARE IGNORED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           END-IF
           PERFORM LOAD-EXCHANGE-RATES
           OPEN INPUT ORDER-LINES-FILE
           IF WS-ORDLINES-STATUS NOT = "00"
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               CLOSE STOCK-LOT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HELD-REPORT-FILE
           OPEN OUTPUT AR-POSTING-FILE
           OPEN OUTPUT INVOICE-DETAIL-FILE
           OPEN OUTPUT ORDER-ACK-FILE
           OPEN OUTPUT TAX-REGISTER-FILE
           OPEN OUTPUT SUBSTITUTION-REPORT-FILE
           PERFORM OPEN-BACKNEW-QUEUE
           MOVE SPACES TO SUBSTITUTION-REPORT-RECORD
           STRING "ITEM SUBSTITUTIONS - SUPERSEDED ITEMS ORDERED - "
               WS-TODAY-TEXT
               DELIMITED BY SIZE INTO SUBSTITUTION-REPORT-RECORD
           END-STRING
           WRITE SUBSTITUTION-REPORT-RECORD
           MOVE SPACES TO TAX-REGISTER-RECORD
           STRING "SALES-TAX REGISTER - " WS-TODAY-TEXT
               DELIMITED BY SIZE INTO TAX-REGISTER-RECORD
      *> run already decremented.
               PERFORM WRITE-RELEASE-CHECKPOINT
           END-IF
           PERFORM PRICE-RELEASED-ORDERS
           SET WS-IN-NEW-ORDER-PASS TO TRUE
           PERFORM UNTIL WS-LINES-AT-EOF
               READ ORDER-LINES-FILE
                   AT END
           PERFORM WRITE-RUN-TOTAL
           PERFORM WRITE-ALLOCATION-SUMMARY
           PERFORM WRITE-DETAIL-TRAILER
           PERFORM WRITE-SUBSTITUTION-TOTAL
           CLOSE ORDER-LINES-FILE
           CLOSE INVOICE-REGISTER-FILE
           CLOSE ORDER-EXCEPTION-FILE
           CLOSE SUBSTITUTION-REPORT-FILE
           CLOSE HELD-ORDERS-FILE
           CLOSE HELD-REPORT-FILE
           CLOSE AR-POSTING-FILE
           PERFORM WRITE-TAX-REGISTER-TOTAL
           CLOSE TAX-REGISTER-FILE
           CLOSE INVOICE-DETAIL-FILE
           CLOSE ORDER-ACK-FILE
           CLOSE NEW-BACKORDER-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE STOCK-POSITION-FILE
           CLOSE STOCK-LOT-FILE
           IF WS-QUOTES-ARE-OPEN
               CLOSE SAVED-QUOTE-FILE
           END-IF
           PERFORM CLEAR-ORDER-CHECKPOINT
           DISPLAY "===== ORDPRICE END-OF-JOB SUMMARY ====="
           DISPLAY "ORDER LINES READ    : " WS-LINE-COUNT
           DISPLAY "LINES UNMATCHED     : " WS-UNMATCHED-COUNT
           DISPLAY "ORDERS INVOICED     : " WS-ORDER-COUNT
           DISPLAY "ORDERS HELD (CREDIT): " WS-HELD-ORDER-COUNT
           DISPLAY "RELEASED FROM HOLD  : " WS-RELEASED-ORDER-COUNT
           DISPLAY "ORDERS REFUSED      : " WS-REFUSED-ORDER-COUNT
           DISPLAY "LINES ALLOCATED     : " WS-ALLOCATED-LINES
           DISPLAY "BACKORDERS CREATED  : " WS-BACKORDERS-CREATED
           DISPLAY "BACKORDERS RELEASED : " WS-BACKORDERS-RELEASED
           DISPLAY "LINES FAILED (TAX)  : " WS-TAX-FAILED-LINES
           DISPLAY "LINES FAILED (RATE) : " WS-RATE-FAILED-LINES
           DISPLAY "LINES AT SAVED QUOTE: " WS-QUOTED-LINES
           DISPLAY "QUOTES NOT HONORED  : " WS-QUOTE-FAILED-LINES
           DISPLAY "LINES SUBSTITUTED   : " WS-SUBSTITUTED-LINES
           DISPLAY "KIT LINES ALLOCATED : " WS-KIT-LINES
           DISPLAY "LOTS DRAWN          : " WS-LOTS-DRAWN
           DISPLAY "ORDERS FREIGHTED    : " WS-FREIGHT-ORDERS
           DISPLAY "FREIGHT NOT SET UP  : " WS-FREIGHT-UNSET-ORDERS
           DISPLAY "ORDERS ACKNOWLEDGED : " WS-ACK-ORDERS
           IF WS-IS-RESTART
               DISPLAY "RESTART: RESUMED AFTER "
                   WS-SPLICE-POINT ", "
           END-IF
           MOVE WS-RUN-TAX TO WS-TAX-DISPLAY
           DISPLAY "RUN TAX TOTAL       : " WS-TAX-DISPLAY
           MOVE WS-RUN-FREIGHT TO WS-RUN-FRT-DISPLAY
           DISPLAY "RUN FREIGHT TOTAL   : " WS-RUN-FRT-DISPLAY
           DISPLAY "======================================="
           IF WS-UNMATCHED-COUNT > 0
                   OR WS-HELD-ORDER-COUNT > 0
                   OR WS-REFUSED-ORDER-COUNT > 0
                   OR WS-TAX-FAILED-LINES > 0
                   OR WS-CON-HAS-OVERFLOWED
                   OR WS-QUOTE-FAILED-LINES > 0
                   OR WS-CLAIM-HAS-OVERFLOWED
                   OR WS-SUPER-HAS-OVERFLOWED
                   OR WS-KIT-HAS-OVERFLOWED
                   OR WS-WGT-HAS-OVERFLOWED
                   OR WS-FRT-HAS-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
               END-IF
           END-IF.

       OPEN-SAVED-QUOTES.
           *> Open for the run and sweep once for the quotes held
           *> orders have claimed; random reads and rewrites
           *> follow as the orders price.  Absent, every line
           *> prices today and the operator is told.
           OPEN I-O SAVED-QUOTE-FILE
           IF WS-SAVQUOTE-STATUS NOT = "00"
               MOVE "MT1000W" TO WS-OM-ID
               STRING "ORDPRICE: SAVQUOTE NOT AVAILABLE - QUOTED "
                   "LINES PRICE AT TODAY'S PRICE"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
           ELSE
               SET WS-QUOTES-ARE-OPEN TO TRUE
               PERFORM UNTIL WS-QUOTE-AT-EOF
                   READ SAVED-QUOTE-FILE NEXT RECORD
                       AT END
                           SET WS-QUOTE-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-CLAIMED-QUOTE
                   END-READ
               END-PERFORM
               IF WS-CLAIM-HAS-OVERFLOWED
                   MOVE "MT1001W" TO WS-OM-ID
                   STRING "ORDPRICE: MORE THAN 500 QUOTES HELD - "
                       "THE REST RELEASE AT TODAY'S PRICE"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               END-IF
           END-IF.

       TAKE-ONE-CLAIMED-QUOTE.
           IF QT-IS-HELD AND NOT QT-IS-CONTROL
               IF WS-CLAIM-COUNT >= 500
                   SET WS-CLAIM-HAS-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE QT-ORDER-NUMBER
                       TO WS-CL-ORDER (WS-CLAIM-COUNT)
                   MOVE QT-ITEM-NUMBER
                       TO WS-CL-ITEM (WS-CLAIM-COUNT)
                   MOVE QT-QUOTE-NUMBER
                       TO WS-CL-QUOTE (WS-CLAIM-COUNT)
               END-IF
           END-IF.

       LOAD-SUPERSESSIONS.
           *> Only supersessions in force today.  Absent, every
           *> line is priced as ordered and an old item number
           *> fails to the exception report as unmatched.
           OPEN INPUT SUPERSESSION-FILE
           IF WS-SUPERSED-STATUS NOT = "00"
               DISPLAY "ORDPRICE: NO SUPERSESSION FILE - ITEMS "
                   "PRICED AS ORDERED"
           ELSE
               PERFORM UNTIL WS-SUPER-AT-EOF
                   READ SUPERSESSION-FILE NEXT RECORD
                       AT END
                           SET WS-SUPER-AT-EOF TO TRUE
                       NOT AT END
                           IF SS-EFFECTIVE-DATE <= WS-TODAY-TEXT
                                   AND SS-NEW-ITEM NOT = SPACES
                               PERFORM TAKE-ONE-SUPERSESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERSESSION-FILE
               IF WS-SUPER-HAS-OVERFLOWED
                   MOVE "MT1034W" TO WS-OM-ID
                   STRING "ORDPRICE: MORE THAN 1000 SUPERSESSIONS "
                       "IN FORCE - THE REST ARE NOT SUBSTITUTED"
                       DELIMITED BY SIZE INTO WS-OM-TEXT
                   END-STRING
                   PERFORM ISSUE-OPERATOR-MESSAGE
               END-IF
           END-IF.

       TAKE-ONE-SUPERSESSION.
           IF WS-SUPER-COUNT >= 1000
               SET WS-SUPER-HAS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-SUPER-COUNT
               MOVE SS-OLD-ITEM TO WS-SS-OLD-ITEM (WS-SUPER-COUNT)
               MOVE SS-NEW-ITEM TO WS-SS-NEW-ITEM (WS-SUPER-COUNT)
               MOVE SS-EFFECTIVE-DATE
                   TO WS-SS-EFFECTIVE (WS-SUPER-COUNT)
               IF SS-CONV-FACTOR NUMERIC
                       AND SS-CONV-FACTOR-NUM > 0
                   MOVE SS-CONV-FACTOR-NUM
                       TO WS-SS-FACTOR (WS-SUPER-COUNT)
               ELSE
                   MOVE 1 TO WS-SS-FACTOR (WS-SUPER-COUNT)
               END-IF
           END-IF.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXRATES-STATUS NOT = "00"
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE IM-ITEM-NUMBER
                           TO WS-ITEM-NUMBER (WS-ITEM-COUNT)
                       MOVE 0 TO WS-ITEM-FIRST-POS (WS-ITEM-COUNT)
                       MOVE 0 TO WS-ITEM-POS-COUNT (WS-ITEM-COUNT)
                       MOVE IM-UNIT-PRICE
                           TO WS-ITEM-UNIT-PRICE (WS-ITEM-COUNT)
                       MOVE IM-CURRENCY-CODE
               END-READ
           END-PERFORM.

       LOAD-STOCK-POSITIONS.
           *> I-O and left open with the master: every write-back
           *> moves the warehouse position and the master's
           *> company-wide quantity together.  The positions come
           *> in item order, as the master did, so each item's run
           *> of warehouses is found by walking the two together; a
           *> position for an item no longer on the master is of no
           *> use to pricing and is passed over.
           OPEN I-O STOCK-POSITION-FILE
           IF WS-STKPOS-STATUS NOT = "00"
               MOVE "MT1047E" TO WS-OM-ID
               STRING "ORDPRICE: STKPOS NOT AVAILABLE - "
                   "PRICING RUN SKIPPED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STOCK-LOT-FILE
           IF WS-STKLOT-STATUS NOT = "00"
               MOVE "MT1070E" TO WS-OM-ID
               STRING "ORDPRICE: STKLOT NOT AVAILABLE - "
                   "PRICING RUN SKIPPED"
                   DELIMITED BY SIZE INTO WS-OM-TEXT
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-ITEM-IDX
           PERFORM UNTIL WS-STKPOS-AT-EOF
               READ STOCK-POSITION-FILE NEXT RECORD
                   AT END
                       SET WS-STKPOS-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-STOCK-POSITION
               END-READ
           END-PERFORM.

       TAKE-ONE-STOCK-POSITION.
           PERFORM UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-NUMBER (WS-ITEM-IDX) >= SK-ITEM-NUMBER
               ADD 1 TO WS-ITEM-IDX
           END-PERFORM
           IF WS-ITEM-IDX <= WS-ITEM-COUNT
               IF WS-ITEM-NUMBER (WS-ITEM-IDX) = SK-ITEM-NUMBER
                   IF WS-POS-COUNT >= 6000
                       MOVE "MT1048E" TO WS-OM-ID
                       STRING "ORDPRICE: MORE THAN 6000 STOCK "
                           "POSITIONS - RUN ABANDONED"
                           DELIMITED BY SIZE INTO WS-OM-TEXT
                       END-STRING
                       PERFORM ISSUE-OPERATOR-MESSAGE
                       CLOSE ITEM-MASTER-FILE
                       CLOSE STOCK-POSITION-FILE
                       CLOSE STOCK-LOT-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-POS-COUNT
                   IF WS-ITEM-POS-COUNT (WS-ITEM-IDX) = 0
                       MOVE WS-POS-COUNT
                           TO WS-ITEM-FIRST-POS (WS-ITEM-IDX)
                   END-IF
                   ADD 1 TO WS-ITEM-POS-COUNT (WS-ITEM-IDX)
                   MOVE SK-WAREHOUSE
                       TO WS-POS-WAREHOUSE (WS-POS-COUNT)
                   MOVE SK-ON-HAND TO WS-POS-QUANTITY (WS-POS-COUNT)
                   MOVE SK-ON-HAND TO WS-POS-ORIG-QTY (WS-POS-COUNT)
               END-IF
           END-IF.

       FIND-STOCK-POSITION.
           *> Item WS-POS-ITEM-WANTED's position in
           *> WS-ALLOC-WAREHOUSE, into WS-POS-IDX; the spare entry,
           *> at nothing, when that warehouse has never held it.
           MOVE 6001 TO WS-POS-IDX
           COMPUTE WS-POS-SCAN-END =
               WS-ITEM-FIRST-POS (WS-POS-ITEM-WANTED)
               + WS-ITEM-POS-COUNT (WS-POS-ITEM-WANTED)
           PERFORM VARYING WS-POS-SCAN
                   FROM WS-ITEM-FIRST-POS (WS-POS-ITEM-WANTED) BY 1
                   UNTIL WS-POS-SCAN >= WS-POS-SCAN-END
                       OR WS-POS-IDX NOT = 6001
               IF WS-POS-WAREHOUSE (WS-POS-SCAN)
                       = WS-ALLOC-WAREHOUSE
                   MOVE WS-POS-SCAN TO WS-POS-IDX
               END-IF
           END-PERFORM
           IF WS-POS-IDX = 6001
               MOVE WS-ALLOC-WAREHOUSE TO WS-POS-WAREHOUSE (6001)
               MOVE 0 TO WS-POS-QUANTITY (6001)
               MOVE 0 TO WS-POS-ORIG-QTY (6001)
           END-IF.

       FIND-CUSTOMER-WAREHOUSE.
           *> WS-CUST-IDX's home warehouse, the main warehouse when
           *> it has none (or the customer is not on the master).
           MOVE WS-SK-MAIN-WAREHOUSE TO WS-ALLOC-WAREHOUSE
           IF WS-CUST-WAS-FOUND
               IF WS-CUST-WAREHOUSE (WS-CUST-IDX) NOT = SPACES
                   MOVE WS-CUST-WAREHOUSE (WS-CUST-IDX)
                       TO WS-ALLOC-WAREHOUSE
               END-IF
           END-IF.

       LOAD-CUSTOMER-MASTER.
           *> An absent customer master refuses the run: pricing
           *> orders for customers the system has never heard of
                               TO WS-CUST-STATUS (WS-CUST-COUNT)
                           MOVE 0
                               TO WS-CUST-USED (WS-CUST-COUNT)
                           MOVE CU-TERMS-CODE
                               TO WS-CUST-TERMS (WS-CUST-COUNT)
                           MOVE CU-HOME-WAREHOUSE
                               TO WS-CUST-WAREHOUSE (WS-CUST-COUNT)
                           MOVE SPACES
                               TO WS-CUST-ZONE (WS-CUST-COUNT)
                           MOVE 0
                               TO WS-CUST-FREE-OVER (WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      *> Each customer's freight zone and free-freight threshold
      *> onto the in-memory master.  Without the file no order
      *> is charged freight, as before; a record for a customer
      *> not on the master is of no use and is passed over.
       LOAD-CUSTOMER-FREIGHT.
           OPEN INPUT CUSTOMER-FREIGHT-FILE
           IF WS-CUSTFRT-STATUS NOT = "00"
               DISPLAY "ORDPRICE: NO CUSTOMER FREIGHT ZONES - "
                   "NO ORDER WILL BE CHARGED FREIGHT"
           ELSE
               MOVE "N" TO WS-FRT-EOF
               PERFORM UNTIL WS-FRT-AT-EOF
                   READ CUSTOMER-FREIGHT-FILE
                       AT END
                           SET WS-FRT-AT-EOF TO TRUE
                       NOT AT END
                           MOVE CF-CUSTOMER-NUMBER
                               TO WS-ORDER-CUSTOMER
                           PERFORM FIND-CUSTOMER
                           IF WS-CUST-WAS-FOUND
                                   AND CF-ZONE NOT = SPACES
                               MOVE CF-ZONE
                                   TO WS-CUST-ZONE (WS-CUST-IDX)
                               IF CF-FREE-THRESHOLD NUMERIC
                                   MOVE CF-FREE-THRESHOLD-NUM TO
                                       WS-CUST-FREE-OVER (WS-CUST-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FREIGHT-FILE
               MOVE SPACES TO WS-ORDER-CUSTOMER
           END-IF.

      *> The rate bands by zone.  A band whose weight or charge
      *> is not a number is skipped rather than guessed at.
       LOAD-FREIGHT-RATES.
           OPEN INPUT FREIGHT-RATE-FILE
           IF WS-FRTRATE-STATUS NOT = "00"
               DISPLAY "ORDPRICE: NO FREIGHT-RATE TABLE - "
                   "NO ORDER WILL BE CHARGED FREIGHT"
           ELSE
               MOVE "N" TO WS-FRT-EOF
               PERFORM UNTIL WS-FRT-AT-EOF
                   READ FREIGHT-RATE-FILE
                       AT END
                           SET WS-FRT-AT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN FR-ZONE = SPACES
                                   CONTINUE
                               WHEN FR-MAX-WEIGHT NOT NUMERIC
                                       OR FR-CHARGE NOT NUMERIC
                                   CONTINUE
                               WHEN WS-FRT-COUNT >= 300
                                   SET WS-FRT-HAS-OVERFLOWED
                                       TO TRUE
                               WHEN OTHER
                                   ADD 1 TO WS-FRT-COUNT
                                   MOVE FR-ZONE
                                       TO WS-FRT-ZONE (WS-FRT-COUNT)
                                   MOVE FR-MAX-WEIGHT-NUM TO
                                       WS-FRT-MAX-WEIGHT (WS-FRT-COUNT)
                                   MOVE FR-CHARGE-NUM TO
                                       WS-FRT-CHARGE (WS-FRT-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-RATE-FILE
           END-IF.

       LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORD-STATUS NOT = "00"
                                   WS-BK-PRICE (WS-BACK-COUNT)
                               MOVE BO-ORDER-DATE TO
                                   WS-BK-DATE (WS-BACK-COUNT)
                               MOVE BO-SHIPTO-CODE TO
                                   WS-BK-SHIPTO (WS-BACK-COUNT)
                               MOVE "N" TO
                                   WS-BK-RELEASED (WS-BACK-COUNT)
                           END-IF
           END-PERFORM.

       RELEASE-ONE-BACKORDER.
           *> A backorder fills from its customer's home warehouse,
           *> as the order it was carried from would have.
           PERFORM FIND-RELEASE-CUSTOMER
           PERFORM FIND-CUSTOMER-WAREHOUSE
           PERFORM FIND-BACKORDER-ITEM
           IF WS-ITEM-WAS-FOUND
               MOVE WS-ITEM-IDX TO WS-POS-ITEM-WANTED
               PERFORM FIND-STOCK-POSITION
           END-IF
           MOVE "N" TO WS-KIT-FOUND
           IF WS-ITEM-WAS-FOUND
               MOVE WS-BK-ITEM (WS-BACK-IDX) TO WS-KIT-WANTED
               PERFORM FIND-KIT-BOM
           END-IF
           IF WS-KIT-WAS-FOUND
               PERFORM RELEASE-ONE-KIT-BACKORDER
           ELSE
           IF WS-ITEM-WAS-FOUND
                   AND WS-POS-QUANTITY (WS-POS-IDX) > 0
               PERFORM JUDGE-RELEASE-TAX
               IF WS-REL-TAX-FLAG = "F"
                   CONTINUE
               ELSE
               IF WS-POS-QUANTITY (WS-POS-IDX)
                       >= WS-BK-QUANTITY (WS-BACK-IDX)
                   COMPUTE WS-EXTENDED-PRICE ROUNDED =
                       WS-BK-QUANTITY (WS-BACK-IDX)
                       * WS-BK-PRICE (WS-BACK-IDX)
                   SUBTRACT WS-BK-QUANTITY (WS-BACK-IDX)
                       FROM WS-POS-QUANTITY (WS-POS-IDX)
                   PERFORM WRITE-RELEASE-LINES
                   PERFORM REWRITE-ONE-POSITION
                   MOVE 0 TO WS-BK-QUANTITY (WS-BACK-IDX)
               ELSE
      *> Partial: release the available stock, carry the rest.
                   COMPUTE WS-EXTENDED-PRICE ROUNDED =
                       WS-POS-QUANTITY (WS-POS-IDX)
                       * WS-BK-PRICE (WS-BACK-IDX)
                   SUBTRACT WS-POS-QUANTITY (WS-POS-IDX)
                       FROM WS-BK-QUANTITY (WS-BACK-IDX)
                   MOVE 0 TO WS-POS-QUANTITY (WS-POS-IDX)
                   PERFORM WRITE-RELEASE-LINES
                   PERFORM REWRITE-ONE-POSITION
                   ADD 1 TO WS-BACKORDERS-RELEASED
               END-IF
               END-IF
           END-IF
           END-IF.

       RELEASE-ONE-KIT-BACKORDER.
           *> A carried kit fills from its components exactly as a
           *> new kit line allocates: as many kits as the scarcest
           *> component builds, the rest carried.  WS-ITEM-IDX
           *> stays on the kit for the tax judge and the release
           *> lines, which invoice the kit.
           PERFORM COUNT-KITS-BUILDABLE
           IF WS-KITS-BUILDABLE > 0
               PERFORM JUDGE-RELEASE-TAX
               IF WS-REL-TAX-FLAG NOT = "F"
                   IF WS-KITS-BUILDABLE
                           >= WS-BK-QUANTITY (WS-BACK-IDX)
                       MOVE WS-BK-QUANTITY (WS-BACK-IDX)
                           TO WS-KITS-TAKEN
                   ELSE
                       MOVE WS-KITS-BUILDABLE TO WS-KITS-TAKEN
                   END-IF
                   COMPUTE WS-EXTENDED-PRICE ROUNDED =
                       WS-KITS-TAKEN * WS-BK-PRICE (WS-BACK-IDX)
                   SUBTRACT WS-KITS-TAKEN
                       FROM WS-BK-QUANTITY (WS-BACK-IDX)
                   PERFORM TAKE-KIT-COMPONENTS
                   PERFORM WRITE-RELEASE-LINES
                   PERFORM REWRITE-KIT-COMPONENTS
                   IF WS-BK-QUANTITY (WS-BACK-IDX) = 0
                       MOVE "Y" TO WS-BK-RELEASED (WS-BACK-IDX)
                   END-IF
                   ADD 1 TO WS-BACKORDERS-RELEASED
               END-IF
           END-IF.

       JUDGE-RELEASE-TAX.
               SUBTRACT 1 FROM WS-ITEM-IDX
           END-IF.

       FIND-RELEASE-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       OR WS-CUST-WAS-FOUND
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-BK-CUSTOMER (WS-BACK-IDX)
                   SET WS-CUST-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CUST-WAS-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
           END-IF.

       FIND-RELEASE-TERMS.
           *> A backorder's customer may since have left the
           *> master; blank terms post as net 30.
           MOVE SPACES TO WS-RELEASE-TERMS
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CUST-NUMBER (WS-CUST-IDX)
                       = WS-BK-CUSTOMER (WS-BACK-IDX)
                   MOVE WS-CUST-TERMS (WS-CUST-IDX)
                       TO WS-RELEASE-TERMS
               END-IF
           END-PERFORM.

       WRITE-RELEASE-LINES.
           *> The release invoices the carried (quoted) price --
           *> already converted and discounted at creation -- and
           MOVE WS-TODAY-TEXT TO AP-BUSINESS-DATE
           COMPUTE AP-ORDER-AMOUNT =
               WS-EXTENDED-PRICE + WS-RELEASE-TAX
           PERFORM FIND-RELEASE-TERMS
           MOVE WS-RELEASE-TERMS TO AP-TERMS-CODE
           MOVE 0 TO AP-FREIGHT-AMOUNT
           WRITE AR-POSTING-RECORD
           IF WS-INVDETL-STATUS = "00"
               MOVE SPACES TO INVOICE-DETAIL-RECORD
               MOVE WS-BK-PRICE (WS-BACK-IDX) TO DL-UNIT-PRICE
               MOVE 0 TO DL-DISCOUNT-AMOUNT
               MOVE WS-EXTENDED-PRICE TO DL-EXTENDED-AMOUNT
               MOVE WS-RELEASE-TAX TO DL-TAX-AMOUNT
               MOVE 0 TO DL-FREIGHT-AMOUNT
               MOVE WS-BK-SHIPTO (WS-BACK-IDX) TO DL-SHIPTO-CODE
               MOVE WS-ALLOC-WAREHOUSE TO DL-WAREHOUSE
               MOVE 0 TO WS-LD-COUNT
               IF NOT WS-KIT-WAS-FOUND
                   MOVE WS-BK-ITEM (WS-BACK-IDX)
                       TO WS-LOT-ITEM-WANTED
                   MOVE DL-QUANTITY TO WS-LOT-QTY-LEFT
                   PERFORM DRAW-LINE-LOTS
                   PERFORM WRITE-DETAIL-AND-LOTS
               ELSE
                   MOVE WS-BK-ITEM (WS-BACK-IDX) TO WS-LOT-KIT-WANTED
                   MOVE DL-QUANTITY TO WS-LOT-KITS
                   PERFORM WRITE-DETAIL-AND-LOTS
                   PERFORM DRAW-KIT-COMPONENT-LOTS
               END-IF
               ADD 1 TO WS-DETAIL-LINE-COUNT
               ADD WS-EXTENDED-PRICE TO WS-DETAIL-GROSS-TOTAL
           END-IF.

       PRICE-RELEASED-ORDERS.
           *> The released pass, ahead of every new order.  A
           *> restart whose checkpoint was taken in the new-order
           *> pass finished this one already and skips it whole.
           IF WS-IS-RESTART AND NOT WS-CKPT-IN-RELEASED-PASS
               DISPLAY "ORDPRICE: RELEASED ORDERS ALREADY PRICED "
                   "BY THE FAILED RUN"
           ELSE
               OPEN INPUT RELEASED-ORDERS-FILE
               IF WS-ORDRLSE-STATUS NOT = "00"
                   DISPLAY "ORDPRICE: NO ORDERS RELEASED FROM HOLD"
               ELSE
                   PERFORM UNTIL WS-RLSE-AT-EOF
                       READ RELEASED-ORDERS-FILE
                           INTO ORDER-LINE-RECORD
                           AT END
                               SET WS-RLSE-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM PRICE-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RELEASED-ORDERS-FILE
                   IF WS-ORDER-IS-OPEN
                       PERFORM COMPLETE-THE-ORDER
                   END-IF
      *> The pass is done: checkpoint it as such, so an abend
      *> before the first new order cannot price the releases
      *> twice.
                   SET WS-IN-NEW-ORDER-PASS TO TRUE
                   PERFORM WRITE-RELEASE-CHECKPOINT
               END-IF
           END-IF.

       PRICE-ONE-LINE.
      *> The splice: orders up to and including the checkpointed
      *> one are already on the carried register (ORDLINES is in
      *> order-number sequence, ORDEDIT's guarantee, and ORDRLSE
      *> is written in order-number sequence too) -- but only in
      *> the pass the checkpoint was taken in.
           IF WS-IS-RESTART
                   AND WS-PRICING-PASS = WS-CKPT-PASS
                   AND OL-ORDER-NUMBER <= WS-CKPT-LAST-ORDER
               ADD 1 TO WS-SPLICE-SKIPPED
           ELSE
                   END-STRING
                   DISPLAY ORDER-EXCEPTION-RECORD
                   WRITE ORDER-EXCEPTION-RECORD
                   MOVE SPACES TO WS-SUB-ORDERED-ITEM
                   MOVE "BLIN" TO WS-RJ-NEW-REASON
                   PERFORM NOTE-REJECTED-LINE
      *> A line whose customer disagrees with its own order's is
      *> a capture fault, not a pricing decision.
               WHEN OL-CUSTOMER-NUMBER NOT = WS-ORDER-CUSTOMER
                   END-STRING
                   DISPLAY ORDER-EXCEPTION-RECORD
                   WRITE ORDER-EXCEPTION-RECORD
                   MOVE SPACES TO WS-SUB-ORDERED-ITEM
                   MOVE "BLIN" TO WS-RJ-NEW-REASON
                   PERFORM NOTE-REJECTED-LINE
               WHEN OTHER
                   PERFORM PRICE-MATCHED-LINE
           END-EVALUATE.

       PRICE-MATCHED-LINE.
           PERFORM SUBSTITUTE-SUPERSEDED-ITEM
           PERFORM FIND-ITEM-PRICE
           IF NOT WS-ITEM-WAS-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO ORDER-EXCEPTION-RECORD
               IF WS-SUB-ORDERED-ITEM = SPACES
                   STRING "*** UNMATCHED ITEM: ORDER "
                       OL-ORDER-NUMBER " ITEM " OL-ITEM-NUMBER
                       " NOT ON ITEM MASTER ***"
                       DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
                   END-STRING
               ELSE
                   STRING "*** UNMATCHED ITEM: ORDER "
                       OL-ORDER-NUMBER " ITEM " OL-ITEM-NUMBER
                       " (FOR " WS-SUB-ORDERED-ITEM
                       ") NOT ON MASTER ***"
                       DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
                   END-STRING
               END-IF
               DISPLAY ORDER-EXCEPTION-RECORD
               WRITE ORDER-EXCEPTION-RECORD
               MOVE "NITM" TO WS-RJ-NEW-REASON
               PERFORM NOTE-REJECTED-LINE
           ELSE
               COMPUTE WS-EXTENDED-PRICE ROUNDED =
                   OL-QUANTITY-NUM
                           "OVERFLOW FOR ORDER " OL-ORDER-NUMBER
                           " ITEM " OL-ITEM-NUMBER
                           " - LINE SKIPPED ***"
                       MOVE "NPRC" TO WS-RJ-NEW-REASON
                       PERFORM NOTE-REJECTED-LINE
                   NOT ON SIZE ERROR
                       PERFORM BUFFER-PRICED-LINE
               END-COMPUTE
           END-IF.

      *> A line for a superseded item becomes a line for its
      *> replacement before anything else looks at it: the order
      *> line itself is rewritten in storage, so pricing,
      *> allocation, the held file and the backorder queue all
      *> carry the item that will actually ship.  The line as
      *> ordered is kept for the register note and SUBRPT.
       SUBSTITUTE-SUPERSEDED-ITEM.
           MOVE SPACES TO WS-SUB-ORDERED-ITEM
           MOVE 0 TO WS-SUB-ORDERED-QTY
           MOVE SPACES TO WS-SUB-REASON
           MOVE OL-ITEM-NUMBER TO WS-SUB-ITEM
           MOVE 1 TO WS-SUB-FACTOR
           MOVE 0 TO WS-SUB-LINKS
           PERFORM FIND-SUPERSESSION
           PERFORM UNTIL NOT WS-SUPER-WAS-FOUND
                   OR WS-SUB-REASON NOT = SPACES
               ADD 1 TO WS-SUB-LINKS
               IF WS-SUB-LINKS > 9
                   MOVE "CHAIN DOES NOT END" TO WS-SUB-REASON
               ELSE
                   MOVE WS-SS-NEW-ITEM (WS-SUPER-IDX) TO WS-SUB-ITEM
                   COMPUTE WS-SUB-FACTOR =
                       WS-SUB-FACTOR * WS-SS-FACTOR (WS-SUPER-IDX)
                       ON SIZE ERROR
                           MOVE "PACK FACTOR TOO LARGE"
                               TO WS-SUB-REASON
                   END-COMPUTE
                   PERFORM FIND-SUPERSESSION
               END-IF
           END-PERFORM
           IF WS-SUB-LINKS > 0 AND WS-SUB-REASON = SPACES
               COMPUTE WS-SUB-EXACT-QTY =
                   OL-QUANTITY-NUM * WS-SUB-FACTOR
                   ON SIZE ERROR
                       MOVE "QUANTITY TOO LARGE" TO WS-SUB-REASON
               END-COMPUTE
           END-IF
           IF WS-SUB-LINKS > 0 AND WS-SUB-REASON = SPACES
               MOVE WS-SUB-EXACT-QTY TO WS-SUB-NEW-QTY
               IF WS-SUB-NEW-QTY < WS-SUB-EXACT-QTY
                   ADD 1 TO WS-SUB-NEW-QTY
               END-IF
               IF WS-SUB-NEW-QTY > 99999
                   MOVE "QUANTITY TOO LARGE" TO WS-SUB-REASON
               END-IF
           END-IF
           IF WS-SUB-REASON NOT = SPACES
               MOVE SPACES TO ORDER-EXCEPTION-RECORD
               STRING "*** SUPERSESSION: ORDER " OL-ORDER-NUMBER
                   " ITEM " OL-ITEM-NUMBER " KEPT - "
                   WS-SUB-REASON " ***"
                   DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
               END-STRING
               DISPLAY ORDER-EXCEPTION-RECORD
               WRITE ORDER-EXCEPTION-RECORD
           ELSE
               IF WS-SUB-LINKS > 0
                   MOVE OL-ITEM-NUMBER TO WS-SUB-ORDERED-ITEM
                   MOVE OL-QUANTITY-NUM TO WS-SUB-ORDERED-QTY
                   MOVE WS-SUB-ITEM TO OL-ITEM-NUMBER
                   MOVE WS-SUB-NEW-QTY TO OL-QUANTITY-NUM
                   ADD 1 TO WS-SUBSTITUTED-LINES
                   PERFORM WRITE-SUBSTITUTION-LINE
               END-IF
           END-IF.

       FIND-SUPERSESSION.
           MOVE "N" TO WS-SUPER-FOUND
           PERFORM VARYING WS-SUPER-IDX FROM 1 BY 1
                   UNTIL WS-SUPER-IDX > WS-SUPER-COUNT
                       OR WS-SUPER-WAS-FOUND
               IF WS-SS-OLD-ITEM (WS-SUPER-IDX) = WS-SUB-ITEM
                   SET WS-SUPER-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SUPER-WAS-FOUND
               SUBTRACT 1 FROM WS-SUPER-IDX
           END-IF.

       WRITE-SUBSTITUTION-LINE.
           *> Written as the substitution is made, whatever then
           *> becomes of the order: a held or refused customer
           *> still ordered the old number and still needs telling.
           PERFORM FIND-CUSTOMER
           MOVE SPACES TO SUBSTITUTION-REPORT-RECORD
           IF WS-CUST-WAS-FOUND
               STRING "ORDER " OL-ORDER-NUMBER
                   " CUST " WS-ORDER-CUSTOMER " "
                   WS-CUST-NAME (WS-CUST-IDX) (1:20)
                   " ITEM " WS-SUB-ORDERED-ITEM
                   " QTY " WS-SUB-ORDERED-QTY
                   " NOW " OL-ITEM-NUMBER
                   " QTY " OL-QUANTITY
                   DELIMITED BY SIZE INTO SUBSTITUTION-REPORT-RECORD
               END-STRING
           ELSE
               STRING "ORDER " OL-ORDER-NUMBER
                   " CUST " WS-ORDER-CUSTOMER " "
                   "*** NOT ON CUSTMAST"
                   " ITEM " WS-SUB-ORDERED-ITEM
                   " QTY " WS-SUB-ORDERED-QTY
                   " NOW " OL-ITEM-NUMBER
                   " QTY " OL-QUANTITY
                   DELIMITED BY SIZE INTO SUBSTITUTION-REPORT-RECORD
               END-STRING
           END-IF
           WRITE SUBSTITUTION-REPORT-RECORD.

       WRITE-SUBSTITUTION-TOTAL.
           MOVE SPACES TO SUBSTITUTION-REPORT-RECORD
           STRING "LINES SUBSTITUTED: " WS-SUBSTITUTED-LINES
               "  SUPERSESSIONS IN FORCE: " WS-SUPER-COUNT
               DELIMITED BY SIZE INTO SUBSTITUTION-REPORT-RECORD
           END-STRING
           WRITE SUBSTITUTION-REPORT-RECORD.

       BUFFER-PRICED-LINE.
           *> The line joins the order's buffer, not the register:
           *> what ships -- and whether the order invoices at all
                   WRITE ORDER-EXCEPTION-RECORD
               END-IF
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "BLIN" TO WS-RJ-NEW-REASON
               PERFORM NOTE-REJECTED-LINE
           ELSE
               ADD 1 TO WS-OB-COUNT
               MOVE OL-ITEM-NUMBER TO WS-OB-ITEM (WS-OB-COUNT)
               MOVE 0 TO WS-OB-DISCOUNT (WS-OB-COUNT)
               MOVE 0 TO WS-OB-TAX (WS-OB-COUNT)
               MOVE " " TO WS-OB-TAX-FLAG (WS-OB-COUNT)
               MOVE WS-ITEM-UNIT-PRICE (WS-ITEM-IDX)
                   TO WS-OB-PRICE (WS-OB-COUNT)
               MOVE "L" TO WS-OB-PRICE-SOURCE (WS-OB-COUNT)
               MOVE SPACES TO WS-OB-QUOTE (WS-OB-COUNT)
               MOVE OL-SHIPTO-CODE TO WS-OB-SHIPTO (WS-OB-COUNT)
               MOVE SPACES TO WS-OB-FAIL-CODE (WS-OB-COUNT)
               MOVE 0 TO WS-OB-QUOTE-QTY (WS-OB-COUNT)
               MOVE 0 TO WS-OB-QUOTE-EXT (WS-OB-COUNT)
               MOVE 0 TO WS-OB-QUOTE-DISC (WS-OB-COUNT)
               MOVE WS-SUB-ORDERED-ITEM
                   TO WS-OB-ORDERED-ITEM (WS-OB-COUNT)
               MOVE WS-SUB-ORDERED-QTY
                   TO WS-OB-ORDERED-QTY (WS-OB-COUNT)
               MOVE "N" TO WS-OB-KIT (WS-OB-COUNT)
               ADD WS-EXTENDED-PRICE TO WS-ORDER-TOTAL
               PERFORM JUDGE-LINE-QUOTE
           END-IF.

       NOTE-REJECTED-LINE.
           *> The line as the customer sent it, with the reason
           *> the caller set; a capture fault may have left the
           *> quantity unreadable.
           IF WS-RJ-COUNT < 200
               ADD 1 TO WS-RJ-COUNT
               MOVE OL-ITEM-NUMBER TO WS-RJ-ITEM (WS-RJ-COUNT)
               IF OL-QUANTITY NUMERIC
                   MOVE OL-QUANTITY-NUM
                       TO WS-RJ-QUANTITY (WS-RJ-COUNT)
               ELSE
                   MOVE 0 TO WS-RJ-QUANTITY (WS-RJ-COUNT)
               END-IF
               MOVE WS-RJ-NEW-REASON TO WS-RJ-REASON (WS-RJ-COUNT)
               MOVE WS-SUB-ORDERED-ITEM
                   TO WS-RJ-ORDERED-ITEM (WS-RJ-COUNT)
               MOVE OL-SHIPTO-CODE TO WS-RJ-SHIPTO (WS-RJ-COUNT)
           END-IF.

       JUDGE-LINE-QUOTE.
           *> The quote the line carries -- or, for a line the
           *> credit desk released, the one its order claimed
           *> when it was held.  Honored only if it is the same
           *> deal: same item, same customer (a quote given with
           *> no customer honors for anyone), same quantity, and
           *> still in date.  A quote this same order already
           *> claimed or converted (a release, or a restart
           *> re-pricing the order) honors regardless of date.
           MOVE OL-QUOTE-NUMBER TO WS-LINE-QUOTE
           IF WS-LINE-QUOTE = SPACES AND WS-IN-RELEASED-PASS
               PERFORM FIND-CLAIMED-QUOTE
           END-IF
           IF WS-LINE-QUOTE NOT = SPACES
               MOVE SPACES TO WS-QUOTE-REASON
               IF NOT WS-QUOTES-ARE-OPEN
                   MOVE "NO SAVQUOTE FILE" TO WS-QUOTE-REASON
               ELSE
                   MOVE WS-LINE-QUOTE TO QT-QUOTE-NUMBER
                   READ SAVED-QUOTE-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE" TO WS-QUOTE-REASON
                   END-READ
               END-IF
               IF WS-QUOTE-REASON = SPACES
                   EVALUATE TRUE
                       WHEN QT-IS-CONTROL
                           MOVE "NOT ON FILE" TO WS-QUOTE-REASON
                       WHEN WS-SUB-ORDERED-ITEM NOT = SPACES
                               AND QT-ITEM-NUMBER = WS-SUB-ORDERED-ITEM
                           MOVE "ITEM SUPERSEDED" TO WS-QUOTE-REASON
                       WHEN QT-ITEM-NUMBER NOT = OL-ITEM-NUMBER
                           MOVE "FOR ANOTHER ITEM" TO WS-QUOTE-REASON
                       WHEN QT-CUSTOMER-NUMBER NOT = SPACES
                               AND QT-CUSTOMER-NUMBER
                                   NOT = WS-ORDER-CUSTOMER
                           MOVE "FOR ANOTHER CUSTOMER"
                               TO WS-QUOTE-REASON
                       WHEN QT-QUANTITY NOT = OL-QUANTITY-NUM
                           MOVE "QUANTITY DIFFERS" TO WS-QUOTE-REASON
                       WHEN (QT-IS-HELD OR QT-IS-CONVERTED)
                               AND QT-ORDER-NUMBER = WS-CURRENT-ORDER
                           CONTINUE
                       WHEN QT-IS-CONVERTED
                           MOVE "ALREADY INVOICED" TO WS-QUOTE-REASON
                       WHEN QT-IS-HELD
                           MOVE "HELD ON OTHER ORDER"
                               TO WS-QUOTE-REASON
                       WHEN QT-VALID-UNTIL < WS-TODAY-TEXT
                           MOVE "EXPIRED" TO WS-QUOTE-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-QUOTE-REASON = SPACES
                   MOVE WS-LINE-QUOTE TO WS-OB-QUOTE (WS-OB-COUNT)
                   MOVE QT-QUANTITY TO WS-OB-QUOTE-QTY (WS-OB-COUNT)
                   MOVE QT-EXTENDED-PRICE
                       TO WS-OB-QUOTE-EXT (WS-OB-COUNT)
                   MOVE QT-DISCOUNT-AMOUNT
                       TO WS-OB-QUOTE-DISC (WS-OB-COUNT)
                   MOVE QT-UNIT-PRICE TO WS-OB-PRICE (WS-OB-COUNT)
                   MOVE "Q" TO WS-OB-PRICE-SOURCE (WS-OB-COUNT)
               ELSE
                   ADD 1 TO WS-QUOTE-FAILED-LINES
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** QUOTE " WS-LINE-QUOTE
                       " ORDER " WS-CURRENT-ORDER
                       " ITEM " OL-ITEM-NUMBER
                       " REFUSED: " WS-QUOTE-REASON " ***"
                       DELIMITED BY SIZE
                       INTO ORDER-EXCEPTION-RECORD
                   END-STRING
                   DISPLAY ORDER-EXCEPTION-RECORD
                   WRITE ORDER-EXCEPTION-RECORD
               END-IF
           END-IF.

       FIND-CLAIMED-QUOTE.
           PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                   UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                      OR WS-LINE-QUOTE NOT = SPACES
               IF WS-CL-ORDER (WS-CLAIM-IDX) = WS-CURRENT-ORDER
                       AND WS-CL-ITEM (WS-CLAIM-IDX)
                           = OL-ITEM-NUMBER
                   MOVE WS-CL-QUOTE (WS-CLAIM-IDX) TO WS-LINE-QUOTE
               END-IF
           END-PERFORM.

       START-NEW-ORDER.
           MOVE OL-ORDER-NUMBER TO WS-CURRENT-ORDER
           MOVE OL-CUSTOMER-NUMBER TO WS-ORDER-CUSTOMER
           SET WS-ORDER-IS-OPEN TO TRUE
           IF WS-IN-RELEASED-PASS
               MOVE "Y" TO WS-ORDER-RELEASED
           ELSE
               MOVE "N" TO WS-ORDER-RELEASED
           END-IF
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 0 TO WS-OB-COUNT
           MOVE 0 TO WS-RJ-COUNT
           MOVE "N" TO WS-ORDER-OVERFLOW.

       FIND-ITEM-PRICE.
           *> orders give their tentative allocation straight
           *> back.
           MOVE "N" TO WS-ORDER-OPEN
           IF WS-ORDER-WAS-RELEASED
               ADD 1 TO WS-RELEASED-ORDER-COUNT
           END-IF
      *> The order allocates from the customer's home warehouse.
           PERFORM FIND-CUSTOMER
           PERFORM FIND-CUSTOMER-WAREHOUSE
           PERFORM ALLOCATE-ORDER-LINES
           PERFORM FIND-CUSTOMER
           EVALUATE TRUE
               WHEN NOT WS-CUST-WAS-FOUND
                   MOVE "UNKNOWN CUSTOMER" TO WS-HOLD-REASON
                   MOVE "R" TO WS-ACK-STATUS
                   MOVE "CUNK" TO WS-ACK-REASON
                   PERFORM ROLL-BACK-ALLOCATION
                   PERFORM REFUSE-THE-ORDER
               WHEN WS-CUST-STATUS (WS-CUST-IDX) = "H"
                   MOVE "CUSTOMER ON HOLD" TO WS-HOLD-REASON
                   MOVE "R" TO WS-ACK-STATUS
                   MOVE "CHLD" TO WS-ACK-REASON
                   PERFORM ROLL-BACK-ALLOCATION
                   PERFORM REFUSE-THE-ORDER
               WHEN OTHER
      *> Freight is part of what the customer will owe, so it is
      *> weighed and charged before credit is judged.
                   PERFORM FIGURE-ORDER-FREIGHT
                   COMPUTE WS-REMAINING-CREDIT =
                       WS-CUST-LIMIT (WS-CUST-IDX)
                       - WS-CUST-BALANCE (WS-CUST-IDX)
                       - WS-CUST-USED (WS-CUST-IDX)
                   IF WS-INVOICE-TOTAL + WS-ORDER-TAX
                           + WS-ORDER-FREIGHT
                           > WS-REMAINING-CREDIT
                           AND NOT WS-ORDER-WAS-RELEASED
                       MOVE "OVER CREDIT LIMIT" TO WS-HOLD-REASON
                       MOVE "H" TO WS-ACK-STATUS
                       MOVE "CRLM" TO WS-ACK-REASON
                       PERFORM ROLL-BACK-ALLOCATION
                       PERFORM HOLD-THE-ORDER
                   ELSE
                       MOVE "I" TO WS-ACK-STATUS
                       MOVE SPACES TO WS-ACK-REASON
                       PERFORM INVOICE-THE-ORDER
                   END-IF
           END-EVALUATE
           PERFORM WRITE-ORDER-ACKNOWLEDGMENT
      *> The order is complete -- invoiced, held, or refused --
      *> and everything it touched is on disk, so this is the
      *> boundary a restart may resume from.
           PERFORM WRITE-ORDER-CHECKPOINT.

       WRITE-ORDER-ACKNOWLEDGMENT.
           *> The customer's side of the verdict: the order's
           *> disposition and totals, then the lines taken on the
           *> order, then the lines that were not.  A held
           *> order's shipped quantities were given back, so its
           *> lines show none; its totals are what awaits credit.
           IF WS-ORDACK-STATUS = "00"
               ADD 1 TO WS-ACK-ORDERS
               MOVE SPACES TO ORDER-ACK-RECORD
               SET AK-IS-ORDER TO TRUE
               MOVE WS-TODAY-TEXT TO AK-BUSINESS-DATE
               MOVE WS-CURRENT-ORDER TO AK-ORDER-NUMBER
               MOVE WS-ORDER-CUSTOMER TO AK-CUSTOMER-NUMBER
               MOVE WS-ACK-STATUS TO AK-STATUS
               MOVE WS-ACK-REASON TO AK-REASON-CODE
               MOVE 0 TO AK-ORDERED-QTY
               MOVE 0 TO AK-SHIPPED-QTY
               MOVE 0 TO AK-BACKORDERED-QTY
               MOVE 0 TO AK-UNIT-PRICE
               IF AK-ORDER-REFUSED
                   MOVE 0 TO AK-EXTENDED-AMOUNT
                   MOVE 0 TO AK-TAX-AMOUNT
                   MOVE 0 TO AK-FREIGHT-AMOUNT
                   MOVE 0 TO AK-ORDER-TOTAL
               ELSE
                   MOVE WS-INVOICE-TOTAL TO AK-EXTENDED-AMOUNT
                   MOVE WS-ORDER-TAX TO AK-TAX-AMOUNT
                   MOVE WS-ORDER-FREIGHT TO AK-FREIGHT-AMOUNT
                   COMPUTE AK-ORDER-TOTAL =
                       WS-INVOICE-TOTAL + WS-ORDER-TAX
                       + WS-ORDER-FREIGHT
               END-IF
               WRITE ORDER-ACK-RECORD
               PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                       UNTIL WS-OB-IDX > WS-OB-COUNT
                   PERFORM WRITE-ONE-ACK-LINE
               END-PERFORM
               PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                       UNTIL WS-RJ-IDX > WS-RJ-COUNT
                   PERFORM WRITE-ONE-ACK-REJECT
               END-PERFORM
           END-IF.

       WRITE-ONE-ACK-LINE.
           MOVE SPACES TO ORDER-ACK-RECORD
           SET AK-IS-LINE TO TRUE
           MOVE WS-TODAY-TEXT TO AK-BUSINESS-DATE
           MOVE WS-CURRENT-ORDER TO AK-ORDER-NUMBER
           MOVE WS-ORDER-CUSTOMER TO AK-CUSTOMER-NUMBER
           MOVE WS-OB-ITEM (WS-OB-IDX) TO AK-ITEM-NUMBER
           MOVE WS-OB-QUANTITY (WS-OB-IDX) TO AK-ORDERED-QTY
           MOVE WS-OB-PRICE (WS-OB-IDX) TO AK-UNIT-PRICE
           MOVE WS-OB-ORDERED-ITEM (WS-OB-IDX) TO AK-ORDERED-ITEM
           MOVE WS-OB-SHIPTO (WS-OB-IDX) TO AK-SHIPTO-CODE
           MOVE 0 TO AK-FREIGHT-AMOUNT
           MOVE 0 TO AK-ORDER-TOTAL
           IF WS-OB-TAX-FLAG (WS-OB-IDX) = "F"
               SET AK-LINE-NOT-ACCEPTED TO TRUE
               MOVE WS-OB-FAIL-CODE (WS-OB-IDX) TO AK-REASON-CODE
               MOVE 0 TO AK-SHIPPED-QTY
               MOVE 0 TO AK-BACKORDERED-QTY
               MOVE 0 TO AK-EXTENDED-AMOUNT
               MOVE 0 TO AK-TAX-AMOUNT
           ELSE
               SET AK-LINE-ACCEPTED TO TRUE
               MOVE WS-OB-SHIPPED (WS-OB-IDX) TO AK-SHIPPED-QTY
               MOVE WS-OB-BACKORDERED (WS-OB-IDX)
                   TO AK-BACKORDERED-QTY
               IF WS-ACK-STATUS = "I"
                   MOVE WS-OB-SHIP-EXT (WS-OB-IDX)
                       TO AK-EXTENDED-AMOUNT
                   MOVE WS-OB-TAX (WS-OB-IDX) TO AK-TAX-AMOUNT
               ELSE
                   MOVE 0 TO AK-EXTENDED-AMOUNT
                   MOVE 0 TO AK-TAX-AMOUNT
               END-IF
           END-IF
           WRITE ORDER-ACK-RECORD.

       WRITE-ONE-ACK-REJECT.
           MOVE SPACES TO ORDER-ACK-RECORD
           SET AK-IS-LINE TO TRUE
           MOVE WS-TODAY-TEXT TO AK-BUSINESS-DATE
           MOVE WS-CURRENT-ORDER TO AK-ORDER-NUMBER
           MOVE WS-ORDER-CUSTOMER TO AK-CUSTOMER-NUMBER
           SET AK-LINE-NOT-ACCEPTED TO TRUE
           MOVE WS-RJ-REASON (WS-RJ-IDX) TO AK-REASON-CODE
           MOVE WS-RJ-ITEM (WS-RJ-IDX) TO AK-ITEM-NUMBER
           MOVE WS-RJ-QUANTITY (WS-RJ-IDX) TO AK-ORDERED-QTY
           MOVE 0 TO AK-SHIPPED-QTY
           MOVE 0 TO AK-BACKORDERED-QTY
           MOVE 0 TO AK-UNIT-PRICE
           MOVE 0 TO AK-EXTENDED-AMOUNT
           MOVE 0 TO AK-TAX-AMOUNT
           MOVE 0 TO AK-FREIGHT-AMOUNT
           MOVE 0 TO AK-ORDER-TOTAL
           MOVE WS-RJ-ORDERED-ITEM (WS-RJ-IDX) TO AK-ORDERED-ITEM
           MOVE WS-RJ-SHIPTO (WS-RJ-IDX) TO AK-SHIPTO-CODE
           WRITE ORDER-ACK-RECORD.

       ALLOCATE-ORDER-LINES.
           MOVE 0 TO WS-INVOICE-TOTAL
           MOVE 0 TO WS-ORDER-TAX
                   MOVE 0 TO WS-OB-BACKORDERED (WS-OB-IDX)
                   MOVE 0 TO WS-OB-SHIP-EXT (WS-OB-IDX)
               ELSE
      *> A kit ships as many as its scarcest component will
      *> build, so one short component backorders the kit.
                   MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-KIT-WANTED
                   PERFORM FIND-KIT-BOM
                   IF WS-KIT-WAS-FOUND
                       MOVE "Y" TO WS-OB-KIT (WS-OB-IDX)
                       ADD 1 TO WS-KIT-LINES
                       PERFORM COUNT-KITS-BUILDABLE
                       MOVE WS-KITS-BUILDABLE TO WS-LINE-AVAILABLE
                   ELSE
                       MOVE WS-ITEM-IDX TO WS-POS-ITEM-WANTED
                       PERFORM FIND-STOCK-POSITION
                       MOVE WS-POS-QUANTITY (WS-POS-IDX)
                           TO WS-LINE-AVAILABLE
                   END-IF
                   IF WS-LINE-AVAILABLE >= WS-OB-QUANTITY (WS-OB-IDX)
                       MOVE WS-OB-QUANTITY (WS-OB-IDX)
                           TO WS-OB-SHIPPED (WS-OB-IDX)
                       MOVE 0 TO WS-OB-BACKORDERED (WS-OB-IDX)
                   ELSE
                       MOVE WS-LINE-AVAILABLE
                           TO WS-OB-SHIPPED (WS-OB-IDX)
                       COMPUTE WS-OB-BACKORDERED (WS-OB-IDX) =
                           WS-OB-QUANTITY (WS-OB-IDX)
                           - WS-OB-SHIPPED (WS-OB-IDX)
                   END-IF
                   IF WS-OB-KIT (WS-OB-IDX) = "Y"
                       MOVE WS-OB-SHIPPED (WS-OB-IDX) TO WS-KITS-TAKEN
                       PERFORM TAKE-KIT-COMPONENTS
                   ELSE
                       SUBTRACT WS-OB-SHIPPED (WS-OB-IDX)
                           FROM WS-POS-QUANTITY (WS-POS-IDX)
                   END-IF
      *> The shared engine prices the shipped portion: tier
      *> discount applied, foreign prices converted at today's
      *> rate.  A missing rate or an overflow fails the line --
      *> allocation given straight back -- to the exception
      *> report.  A line honoring a saved quote prices from the
      *> quote instead.
                   IF WS-OB-QUOTE (WS-OB-IDX) NOT = SPACES
                       PERFORM PRICE-LINE-AT-QUOTE
                   ELSE
                       PERFORM PRICE-LINE-THROUGH-ENGINE
                   END-IF
                   IF WS-OB-TAX-FLAG (WS-OB-IDX) = "F"
                       PERFORM GIVE-BACK-LINE-STOCK
                       MOVE 0 TO WS-OB-SHIPPED (WS-OB-IDX)
                       MOVE 0 TO WS-OB-BACKORDERED (WS-OB-IDX)
                       MOVE 0 TO WS-OB-SHIP-EXT (WS-OB-IDX)
                   END-IF
                   ADD WS-OB-SHIP-EXT (WS-OB-IDX)
                       TO WS-INVOICE-TOTAL
                   IF WS-OB-TAX-FLAG (WS-OB-IDX) = "E"
                       MOVE 0 TO WS-OB-TAX (WS-OB-IDX)
                   ELSE
                       COMPUTE WS-OB-TAX (WS-OB-IDX) ROUNDED =
                           WS-OB-SHIP-EXT (WS-OB-IDX)
                           * WS-TAX-RATE (WS-TAX-IDX) / 100
                   END-IF
                   ADD WS-OB-TAX (WS-OB-IDX) TO WS-ORDER-TAX
               END-IF
           END-PERFORM.

           MOVE WS-OB-SHIPPED (WS-OB-IDX) TO PRC-QUANTITY
           MOVE WS-ITEM-UNIT-PRICE (WS-ITEM-IDX)
               TO PRC-UNIT-PRICE
           MOVE WS-ORDER-CUSTOMER TO PRC-CUSTOMER-NUMBER
           IF WS-ITEM-CURRENCY (WS-ITEM-IDX) = SPACES
               MOVE 0 TO PRC-RATE
           ELSE
               ELSE
                   ADD 1 TO WS-RATE-FAILED-LINES
                   MOVE "F" TO WS-OB-TAX-FLAG (WS-OB-IDX)
                   MOVE "NPRC" TO WS-OB-FAIL-CODE (WS-OB-IDX)
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** RATE EXCEPTION: ORDER "
                       WS-CURRENT-ORDER " ITEM "
           END-IF
           IF WS-OB-TAX-FLAG (WS-OB-IDX) NOT = "F"
               CALL "PRCENG" USING PRC-PRICE-REQUEST
                   PRC-TIER-AREA PRC-CONTRACT-AREA
                   ON EXCEPTION
                       MOVE "S" TO PRC-STATUS
               END-CALL
               IF PRC-STATUS NOT = "0"
                   MOVE "F" TO WS-OB-TAX-FLAG (WS-OB-IDX)
                   MOVE "NPRC" TO WS-OB-FAIL-CODE (WS-OB-IDX)
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** PRICING EXCEPTION: ORDER "
                       WS-CURRENT-ORDER " ITEM "
                       TO WS-OB-SHIP-EXT (WS-OB-IDX)
                   MOVE PRC-DISCOUNT
                       TO WS-OB-DISCOUNT (WS-OB-IDX)
                   MOVE PRC-PRICE-USED TO WS-OB-PRICE (WS-OB-IDX)
                   MOVE PRC-PRICE-SOURCE
                       TO WS-OB-PRICE-SOURCE (WS-OB-IDX)
               END-IF
           END-IF.

       PRICE-LINE-AT-QUOTE.
           *> The quote's local extension and discount were for
           *> the whole quoted quantity; what ships is charged its
           *> share of them, so a short shipment pays pro rata and
           *> the carried rest (see CREATE-ONE-BACKORDER) the same
           *> quoted unit.  No rate to look up: the quote already
           *> holds local money.
           ADD 1 TO WS-QUOTED-LINES
           IF WS-OB-QUOTE-QTY (WS-OB-IDX) = 0
               MOVE 0 TO WS-OB-SHIP-EXT (WS-OB-IDX)
               MOVE 0 TO WS-OB-DISCOUNT (WS-OB-IDX)
           ELSE
               COMPUTE WS-OB-SHIP-EXT (WS-OB-IDX) ROUNDED =
                   WS-OB-SHIPPED (WS-OB-IDX)
                   * WS-OB-QUOTE-EXT (WS-OB-IDX)
                   / WS-OB-QUOTE-QTY (WS-OB-IDX)
               COMPUTE WS-OB-DISCOUNT (WS-OB-IDX) ROUNDED =
                   WS-OB-SHIPPED (WS-OB-IDX)
                   * WS-OB-QUOTE-DISC (WS-OB-IDX)
                   / WS-OB-QUOTE-QTY (WS-OB-IDX)
           END-IF.

       FIND-LINE-RATE.
           MOVE "N" TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
           EVALUATE TRUE
               WHEN NOT WS-TAX-WAS-FOUND
                   MOVE "F" TO WS-OB-TAX-FLAG (WS-OB-IDX)
                   MOVE "NTAX" TO WS-OB-FAIL-CODE (WS-OB-IDX)
                   ADD 1 TO WS-TAX-FAILED-LINES
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** TAX EXCEPTION: ORDER "
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               MOVE WS-OB-ITEM-IDX (WS-OB-IDX) TO WS-ITEM-IDX
               PERFORM GIVE-BACK-LINE-STOCK
               MOVE 0 TO WS-OB-SHIPPED (WS-OB-IDX)
               MOVE 0 TO WS-OB-BACKORDERED (WS-OB-IDX)
           END-PERFORM.

       GIVE-BACK-LINE-STOCK.
           *> What the line took goes back where it came from: the
           *> item's own on-hand in the order's warehouse, or a
           *> kit's components there.
           IF WS-OB-KIT (WS-OB-IDX) = "Y"
               MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-KIT-WANTED
               MOVE WS-OB-SHIPPED (WS-OB-IDX) TO WS-KITS-TAKEN
               PERFORM RETURN-KIT-COMPONENTS
           ELSE
               MOVE WS-ITEM-IDX TO WS-POS-ITEM-WANTED
               PERFORM FIND-STOCK-POSITION
               ADD WS-OB-SHIPPED (WS-OB-IDX)
                   TO WS-POS-QUANTITY (WS-POS-IDX)
           END-IF.

       COUNT-KITS-BUILDABLE.
           *> The kits of WS-KIT-WANTED the components on hand will
           *> build: the least, over its components, of on-hand
           *> over quantity per kit.  A component missing from the
           *> master builds none, and the exception report names
           *> it so the bill of materials gets fixed.
           MOVE 99999 TO WS-KITS-BUILDABLE
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   PERFORM FIND-KIT-COMPONENT
                   IF WS-COMP-WAS-FOUND
                       MOVE WS-COMP-IDX TO WS-POS-ITEM-WANTED
                       PERFORM FIND-STOCK-POSITION
                       DIVIDE WS-POS-QUANTITY (WS-POS-IDX)
                           BY WS-KIT-QTY-PER (WS-KIT-IDX)
                           GIVING WS-KITS-FROM-COMP
                       IF WS-KITS-FROM-COMP < WS-KITS-BUILDABLE
                           MOVE WS-KITS-FROM-COMP
                               TO WS-KITS-BUILDABLE
                       END-IF
                   ELSE
                       MOVE 0 TO WS-KITS-BUILDABLE
                       MOVE SPACES TO ORDER-EXCEPTION-RECORD
                       STRING "*** KIT " WS-KIT-WANTED
                           " COMPONENT " WS-KIT-COMPONENT (WS-KIT-IDX)
                           " NOT ON MASTER - KIT BACKORDERED ***"
                           DELIMITED BY SIZE
                           INTO ORDER-EXCEPTION-RECORD
                       END-STRING
                       WRITE ORDER-EXCEPTION-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       FIND-KIT-COMPONENT.
           MOVE "N" TO WS-COMP-FOUND
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-ITEM-COUNT
                       OR WS-COMP-WAS-FOUND
               IF WS-ITEM-NUMBER (WS-COMP-IDX)
                       = WS-KIT-COMPONENT (WS-KIT-IDX)
                   SET WS-COMP-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-COMP-WAS-FOUND
               SUBTRACT 1 FROM WS-COMP-IDX
           END-IF.

       TAKE-KIT-COMPONENTS.
           *> WS-KITS-TAKEN kits of WS-KIT-WANTED out of the
           *> components' on-hand.  Never more than
           *> COUNT-KITS-BUILDABLE allowed, so no component goes
           *> below nothing unless the bill lists it twice.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   PERFORM FIND-KIT-COMPONENT
                   IF WS-COMP-WAS-FOUND
                       MOVE WS-COMP-IDX TO WS-POS-ITEM-WANTED
                       PERFORM FIND-STOCK-POSITION
                       COMPUTE WS-COMP-NEEDED =
                           WS-KITS-TAKEN * WS-KIT-QTY-PER (WS-KIT-IDX)
                       IF WS-COMP-NEEDED
                               > WS-POS-QUANTITY (WS-POS-IDX)
                           MOVE 0 TO WS-POS-QUANTITY (WS-POS-IDX)
                       ELSE
                           SUBTRACT WS-COMP-NEEDED
                               FROM WS-POS-QUANTITY (WS-POS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RETURN-KIT-COMPONENTS.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   PERFORM FIND-KIT-COMPONENT
                   IF WS-COMP-WAS-FOUND
                       MOVE WS-COMP-IDX TO WS-POS-ITEM-WANTED
                       PERFORM FIND-STOCK-POSITION
                       COMPUTE WS-POS-QUANTITY (WS-POS-IDX) =
                           WS-POS-QUANTITY (WS-POS-IDX)
                           + WS-KITS-TAKEN
                           * WS-KIT-QTY-PER (WS-KIT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       REWRITE-KIT-COMPONENTS.
           *> The kit's allocation lands on its components' master
           *> records; WS-ITEM-IDX is left on the last of them.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-KIT-WANTED
                   PERFORM FIND-KIT-COMPONENT
                   IF WS-COMP-WAS-FOUND
                       MOVE WS-COMP-IDX TO WS-ITEM-IDX
                       PERFORM REWRITE-ONE-POSITION
                   END-IF
               END-IF
           END-PERFORM.

       FIGURE-ORDER-FREIGHT.
           *> The order's shipped weight and its freight charge,
           *> with how the charge was arrived at in
           *> WS-FREIGHT-BASIS.  An item with no shipping weight
           *> weighs nothing and is named on the exception report:
           *> the charge is understated, never guessed.
           MOVE 0 TO WS-ORDER-WEIGHT
           MOVE 0 TO WS-ORDER-FREIGHT
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               IF WS-OB-SHIPPED (WS-OB-IDX) > 0
                   PERFORM WEIGH-ONE-LINE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ORDER-WEIGHT = 0
                   MOVE "N" TO WS-FREIGHT-BASIS
               WHEN WS-CUST-ZONE (WS-CUST-IDX) = SPACES
                   MOVE "Z" TO WS-FREIGHT-BASIS
               WHEN WS-CUST-FREE-OVER (WS-CUST-IDX) > 0
                       AND WS-INVOICE-TOTAL
                           >= WS-CUST-FREE-OVER (WS-CUST-IDX)
                   MOVE "T" TO WS-FREIGHT-BASIS
               WHEN OTHER
                   PERFORM FIND-FREIGHT-BAND
           END-EVALUATE.

       WEIGH-ONE-LINE.
           MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-WGT-WANTED
           PERFORM FIND-ITEM-WEIGHT
           IF WS-WGT-WAS-FOUND
               MOVE WS-WGT-VALUE TO WS-LINE-UNIT-WEIGHT
           ELSE
               IF WS-OB-KIT (WS-OB-IDX) = "Y"
                   PERFORM WEIGH-KIT-COMPONENTS
               ELSE
                   MOVE 0 TO WS-LINE-UNIT-WEIGHT
                   PERFORM NOTE-UNWEIGHED-ITEM
               END-IF
           END-IF
           COMPUTE WS-ORDER-WEIGHT = WS-ORDER-WEIGHT
               + WS-LINE-UNIT-WEIGHT * WS-OB-SHIPPED (WS-OB-IDX).

       WEIGH-KIT-COMPONENTS.
           *> A kit with no weight of its own weighs one of each
           *> component times its quantity per kit.
           MOVE 0 TO WS-LINE-UNIT-WEIGHT
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-OB-ITEM (WS-OB-IDX)
                   MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                       TO WS-WGT-WANTED
                   PERFORM FIND-ITEM-WEIGHT
                   IF WS-WGT-WAS-FOUND
                       COMPUTE WS-LINE-UNIT-WEIGHT =
                           WS-LINE-UNIT-WEIGHT
                           + WS-WGT-VALUE * WS-KIT-QTY-PER (WS-KIT-IDX)
                   ELSE
                       PERFORM NOTE-UNWEIGHED-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-UNWEIGHED-ITEM.
           MOVE SPACES TO ORDER-EXCEPTION-RECORD
           STRING "*** ITEM " WS-WGT-WANTED
               " HAS NO SHIPPING WEIGHT - ORDER " WS-CURRENT-ORDER
               " FREIGHT UNDERSTATED ***"
               DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
           END-STRING
           WRITE ORDER-EXCEPTION-RECORD.

       FIND-FREIGHT-BAND.
           *> The lightest band of the customer's zone that carries
           *> the weight.  Heavier than every band, the top band's
           *> charge applies (O) and the exception report says so;
           *> a zone with no bands at all charges nothing (R).
           MOVE 0 TO WS-FRT-BAND
           MOVE 0 TO WS-FRT-TOP-BAND
           PERFORM VARYING WS-FRT-IDX FROM 1 BY 1
                   UNTIL WS-FRT-IDX > WS-FRT-COUNT
               IF WS-FRT-ZONE (WS-FRT-IDX)
                       = WS-CUST-ZONE (WS-CUST-IDX)
                   PERFORM TRY-ONE-FREIGHT-BAND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FRT-BAND > 0
                   MOVE "C" TO WS-FREIGHT-BASIS
                   MOVE WS-FRT-CHARGE (WS-FRT-BAND)
                       TO WS-ORDER-FREIGHT
               WHEN WS-FRT-TOP-BAND > 0
                   MOVE "O" TO WS-FREIGHT-BASIS
                   MOVE WS-FRT-CHARGE (WS-FRT-TOP-BAND)
                       TO WS-ORDER-FREIGHT
               WHEN OTHER
                   MOVE "R" TO WS-FREIGHT-BASIS
           END-EVALUATE.

       TRY-ONE-FREIGHT-BAND.
           IF WS-FRT-TOP-BAND = 0
                   OR WS-FRT-MAX-WEIGHT (WS-FRT-IDX)
                       > WS-FRT-MAX-WEIGHT (WS-FRT-TOP-BAND)
               MOVE WS-FRT-IDX TO WS-FRT-TOP-BAND
           END-IF
           IF WS-FRT-MAX-WEIGHT (WS-FRT-IDX) >= WS-ORDER-WEIGHT
               IF WS-FRT-BAND = 0
                       OR WS-FRT-MAX-WEIGHT (WS-FRT-IDX)
                           < WS-FRT-MAX-WEIGHT (WS-FRT-BAND)
                   MOVE WS-FRT-IDX TO WS-FRT-BAND
               END-IF
           END-IF.

       WRITE-ORDER-FREIGHT.
           *> The freight line under the order on the register and
           *> its F record on the detail feed -- or, when nothing
           *> could be charged, why not, with the customer or zone
           *> that needs setting up on the exception report.
           MOVE WS-ORDER-WEIGHT TO WS-WEIGHT-DISPLAY
           MOVE WS-ORDER-FREIGHT TO WS-FREIGHT-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           EVALUATE WS-FREIGHT-BASIS
               WHEN "C"
               WHEN "O"
                   ADD 1 TO WS-FREIGHT-ORDERS
                   STRING "  FREIGHT ZONE " WS-CUST-ZONE (WS-CUST-IDX)
                       " WEIGHT " WS-WEIGHT-DISPLAY " LB"
                       " = " WS-FREIGHT-DISPLAY
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
                   END-STRING
                   WRITE INVOICE-REGISTER-RECORD
                   PERFORM WRITE-FREIGHT-DETAIL-RECORD
               WHEN "T"
                   STRING "  FREIGHT WEIGHT " WS-WEIGHT-DISPLAY " LB"
                       " - NO CHARGE, ORDER OVER FREE-FREIGHT "
                       "THRESHOLD"
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
                   END-STRING
                   WRITE INVOICE-REGISTER-RECORD
               WHEN "Z"
                   ADD 1 TO WS-FREIGHT-UNSET-ORDERS
                   STRING "  FREIGHT NOT CHARGED - CUSTOMER HAS NO "
                       "FREIGHT ZONE"
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
                   END-STRING
                   WRITE INVOICE-REGISTER-RECORD
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** CUSTOMER " WS-ORDER-CUSTOMER
                       " HAS NO FREIGHT ZONE - ORDER "
                       WS-CURRENT-ORDER " NOT CHARGED ***"
                       DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
                   END-STRING
                   WRITE ORDER-EXCEPTION-RECORD
               WHEN "R"
                   ADD 1 TO WS-FREIGHT-UNSET-ORDERS
                   STRING "  FREIGHT NOT CHARGED - NO RATES FOR ZONE "
                       WS-CUST-ZONE (WS-CUST-IDX)
                       DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
                   END-STRING
                   WRITE INVOICE-REGISTER-RECORD
                   MOVE SPACES TO ORDER-EXCEPTION-RECORD
                   STRING "*** ZONE " WS-CUST-ZONE (WS-CUST-IDX)
                       " HAS NO FREIGHT RATES - ORDER "
                       WS-CURRENT-ORDER " NOT CHARGED ***"
                       DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
                   END-STRING
                   WRITE ORDER-EXCEPTION-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FREIGHT-BASIS = "O"
               MOVE SPACES TO ORDER-EXCEPTION-RECORD
               STRING "*** ORDER " WS-CURRENT-ORDER " AT "
                   WS-WEIGHT-DISPLAY " LB IS OVER ZONE "
                   WS-CUST-ZONE (WS-CUST-IDX)
                   " BANDS - TOP BAND CHARGED ***"
                   DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
               END-STRING
               WRITE ORDER-EXCEPTION-RECORD
           END-IF.

       WRITE-FREIGHT-DETAIL-RECORD.
           IF WS-INVDETL-STATUS = "00"
               MOVE SPACES TO INVOICE-DETAIL-RECORD
               SET DL-IS-FREIGHT TO TRUE
               MOVE WS-TODAY-TEXT TO DL-BUSINESS-DATE
               MOVE WS-CURRENT-ORDER TO DL-ORDER-NUMBER
               MOVE WS-ORDER-CUSTOMER TO DL-CUSTOMER-NUMBER
               MOVE 0 TO DL-QUANTITY
               MOVE 0 TO DL-UNIT-PRICE
               MOVE 0 TO DL-DISCOUNT-AMOUNT
               MOVE 0 TO DL-EXTENDED-AMOUNT
               MOVE 0 TO DL-TAX-AMOUNT
               MOVE WS-ORDER-FREIGHT TO DL-FREIGHT-AMOUNT
               WRITE INVOICE-DETAIL-RECORD
           END-IF.

       INVOICE-THE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               MOVE WS-OB-ITEM-IDX (WS-OB-IDX) TO WS-ITEM-IDX
               IF WS-OB-KIT (WS-OB-IDX) = "Y"
                   MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-KIT-WANTED
                   PERFORM REWRITE-KIT-COMPONENTS
               ELSE
                   PERFORM REWRITE-ONE-POSITION
               END-IF
           END-PERFORM
           PERFORM WRITE-ORDER-FREIGHT
           ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL
           ADD WS-ORDER-TAX TO WS-RUN-TAX
           ADD WS-ORDER-FREIGHT TO WS-RUN-FREIGHT
           COMPUTE WS-CUST-USED (WS-CUST-IDX) =
               WS-CUST-USED (WS-CUST-IDX)
               + WS-INVOICE-TOTAL + WS-ORDER-TAX + WS-ORDER-FREIGHT
      *> What the customer owes -- goods plus tax plus freight --
      *> handed to the AR posting run machine-readably.
           IF WS-ARPOSTIN-STATUS = "00"
               MOVE SPACES TO AR-POSTING-RECORD
               MOVE WS-ORDER-CUSTOMER TO AP-CUSTOMER-NUMBER
               MOVE WS-CURRENT-ORDER TO AP-ORDER-NUMBER
               MOVE WS-TODAY-TEXT TO AP-BUSINESS-DATE
               COMPUTE AP-ORDER-AMOUNT =
                   WS-INVOICE-TOTAL + WS-ORDER-TAX + WS-ORDER-FREIGHT
               MOVE WS-CUST-TERMS (WS-CUST-IDX) TO AP-TERMS-CODE
               MOVE WS-ORDER-FREIGHT TO AP-FREIGHT-AMOUNT
               WRITE AR-POSTING-RECORD
           END-IF
           MOVE WS-INVOICE-TOTAL TO WS-ORDER-TOT-DISPLAY
           MOVE WS-ORDER-TAX TO WS-TAX-DISPLAY
           MOVE WS-ORDER-FREIGHT TO WS-FREIGHT-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           STRING "  ORDER " WS-CURRENT-ORDER
               " TOTAL: " WS-ORDER-TOT-DISPLAY
               "  TAX: " WS-TAX-DISPLAY
               "  FREIGHT: " WS-FREIGHT-DISPLAY
               DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
           END-STRING
           WRITE INVOICE-REGISTER-RECORD
       WRITE-ONE-GOOD-LINE.
           ADD 1 TO WS-PRICED-COUNT
           ADD 1 TO WS-ALLOCATED-LINES
           IF WS-OB-QUOTE (WS-OB-IDX) NOT = SPACES
               MOVE "C" TO WS-QUOTE-NEW-STATUS
               PERFORM MARK-THE-QUOTE
           END-IF
           MOVE WS-OB-ITEM-IDX (WS-OB-IDX) TO WS-ITEM-IDX
           MOVE WS-OB-PRICE (WS-OB-IDX) TO WS-PRICE-DISPLAY
           IF WS-OB-PRICE-SOURCE (WS-OB-IDX) = "C"
                   OR WS-OB-PRICE-SOURCE (WS-OB-IDX) = "Q"
               MOVE WS-OB-PRICE-SOURCE (WS-OB-IDX) TO WS-PRICE-FLAG
           ELSE
               MOVE SPACE TO WS-PRICE-FLAG
           END-IF
           MOVE WS-OB-SHIP-EXT (WS-OB-IDX) TO WS-EXT-DISPLAY
      *> The description (or the loud placeholder) joins the
      *> line; a catalog miss also lands on the exception report
               STRING "  ITEM " WS-OB-ITEM (WS-OB-IDX)
                   " " WS-DESC-TEXT
                   " QTY " WS-OB-SHIPPED (WS-OB-IDX)
                   " @ " WS-PRICE-DISPLAY WS-PRICE-FLAG
                   "= " WS-EXT-DISPLAY
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
               END-STRING
           ELSE
                   INTO INVOICE-REGISTER-RECORD (90:)
               END-STRING
           END-IF
           WRITE INVOICE-REGISTER-RECORD
           IF WS-OB-ORDERED-ITEM (WS-OB-IDX) NOT = SPACES
               MOVE SPACES TO INVOICE-REGISTER-RECORD
               STRING "    SUBSTITUTED: ORDERED AS ITEM "
                   WS-OB-ORDERED-ITEM (WS-OB-IDX)
                   " QTY " WS-OB-ORDERED-QTY (WS-OB-IDX)
                   " - SUPERSEDED"
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
               END-STRING
               WRITE INVOICE-REGISTER-RECORD
           END-IF.

       WRITE-ONE-DETAIL-RECORD.
           IF WS-INVDETL-STATUS = "00"
               MOVE WS-ITEM-CATEGORY (WS-ITEM-IDX)
                   TO DL-CATEGORY-CODE
               MOVE WS-OB-SHIPPED (WS-OB-IDX) TO DL-QUANTITY
               MOVE WS-OB-PRICE (WS-OB-IDX) TO DL-UNIT-PRICE
               MOVE WS-OB-DISCOUNT (WS-OB-IDX)
                   TO DL-DISCOUNT-AMOUNT
               MOVE WS-OB-SHIP-EXT (WS-OB-IDX)
                   TO DL-EXTENDED-AMOUNT
               MOVE WS-OB-TAX (WS-OB-IDX) TO DL-TAX-AMOUNT
               MOVE 0 TO DL-FREIGHT-AMOUNT
               MOVE WS-OB-SHIPTO (WS-OB-IDX) TO DL-SHIPTO-CODE
               MOVE WS-ALLOC-WAREHOUSE TO DL-WAREHOUSE
               MOVE 0 TO WS-LD-COUNT
               IF WS-OB-KIT (WS-OB-IDX) NOT = "Y"
                   MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-LOT-ITEM-WANTED
                   MOVE WS-OB-SHIPPED (WS-OB-IDX) TO WS-LOT-QTY-LEFT
                   PERFORM DRAW-LINE-LOTS
                   PERFORM WRITE-DETAIL-AND-LOTS
               ELSE
                   MOVE WS-OB-ITEM (WS-OB-IDX) TO WS-LOT-KIT-WANTED
                   MOVE WS-OB-SHIPPED (WS-OB-IDX) TO WS-LOT-KITS
                   PERFORM WRITE-DETAIL-AND-LOTS
                   PERFORM DRAW-KIT-COMPONENT-LOTS
               END-IF
               ADD 1 TO WS-DETAIL-LINE-COUNT
               ADD WS-OB-SHIP-EXT (WS-OB-IDX)
                   TO WS-DETAIL-GROSS-TOTAL
           END-IF.

       DRAW-LINE-LOTS.
           *> WS-LOT-QTY-LEFT units of WS-LOT-ITEM-WANTED from the
           *> lots in WS-ALLOC-WAREHOUSE, in key order -- which is
           *> expiry order.  Each lot taken from is rewritten in
           *> place as it is drawn, as the positions are at the
           *> order break.  More than 20 lots to one line leaves
           *> the rest of it untracked.
           MOVE 0 TO WS-LD-COUNT
           MOVE "N" TO WS-LOT-EOF
           IF WS-LOT-QTY-LEFT = 0
               SET WS-LOT-AT-EOF TO TRUE
           ELSE
               MOVE WS-LOT-ITEM-WANTED TO LT-ITEM-NUMBER
               MOVE WS-ALLOC-WAREHOUSE TO LT-WAREHOUSE
               MOVE LOW-VALUES TO LT-EXPIRY-DATE
               MOVE LOW-VALUES TO LT-LOT-NUMBER
               START STOCK-LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
                   INVALID KEY
                       SET WS-LOT-AT-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-LOT-AT-EOF
                   OR WS-LOT-QTY-LEFT = 0
                   OR WS-LD-COUNT >= 20
               READ STOCK-LOT-FILE NEXT RECORD
                   AT END
                       SET WS-LOT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM DRAW-ONE-LOT
               END-READ
           END-PERFORM.

       DRAW-KIT-COMPONENT-LOTS.
           *> A kit's stock is its components': each is drawn from
           *> its own lots, WS-LOT-KITS times its quantity per kit,
           *> and written behind the kit's held D line as L records
           *> carrying the component.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
               IF WS-KIT-ITEM (WS-KIT-IDX) = WS-LOT-KIT-WANTED
                   MOVE WS-KIT-COMPONENT (WS-KIT-IDX)
                       TO WS-LOT-ITEM-WANTED
                   COMPUTE WS-LOT-QTY-LEFT =
                       WS-LOT-KITS * WS-KIT-QTY-PER (WS-KIT-IDX)
                   PERFORM DRAW-LINE-LOTS
                   PERFORM WRITE-LOT-RECORDS
               END-IF
           END-PERFORM.

       DRAW-ONE-LOT.
           *> A lot expiring today still ships today.
           IF LT-ITEM-NUMBER NOT = WS-LOT-ITEM-WANTED
                   OR LT-WAREHOUSE NOT = WS-ALLOC-WAREHOUSE
               SET WS-LOT-AT-EOF TO TRUE
           ELSE
               IF LT-ON-HAND > 0
                       AND LT-EXPIRY-DATE NOT < WS-TODAY-TEXT
                   IF LT-ON-HAND > WS-LOT-QTY-LEFT
                       MOVE WS-LOT-QTY-LEFT TO WS-LOT-TAKEN
                   ELSE
                       MOVE LT-ON-HAND TO WS-LOT-TAKEN
                   END-IF
                   SUBTRACT WS-LOT-TAKEN FROM LT-ON-HAND
                   REWRITE STOCK-LOT-RECORD
                       INVALID KEY
                           MOVE "MT1071W" TO WS-OM-ID
                           STRING "ORDPRICE: LOT " LT-LOT-NUMBER
                               " OF ITEM " LT-ITEM-NUMBER
                               " NOT WRITTEN BACK - SHIPMENT "
                               "STILL RECORDED AGAINST IT"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                   END-REWRITE
                   ADD 1 TO WS-LD-COUNT
                   MOVE LT-LOT-NUMBER TO WS-LD-LOT (WS-LD-COUNT)
                   MOVE LT-EXPIRY-DATE TO WS-LD-EXPIRY (WS-LD-COUNT)
                   MOVE WS-LOT-TAKEN TO WS-LD-QTY (WS-LD-COUNT)
                   SUBTRACT WS-LOT-TAKEN FROM WS-LOT-QTY-LEFT
                   ADD 1 TO WS-LOTS-DRAWN
               END-IF
           END-IF.

       WRITE-DETAIL-AND-LOTS.
           *> The D line as built, carrying its lot when it came
           *> from just one, then an L record per lot drawn with
           *> the D line's keys and no money.
           IF WS-LD-COUNT = 1
               MOVE WS-LD-LOT (1) TO DL-LOT-NUMBER
               MOVE WS-LD-EXPIRY (1) TO DL-EXPIRY-DATE
           END-IF
           MOVE INVOICE-DETAIL-RECORD TO WS-DETAIL-HOLD
           WRITE INVOICE-DETAIL-RECORD
           PERFORM WRITE-LOT-RECORDS.

       WRITE-LOT-RECORDS.
           *> The item drawn is the D line's own, or for a kit the
           *> component.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               MOVE WS-DETAIL-HOLD TO INVOICE-DETAIL-RECORD
               SET DL-IS-LOT TO TRUE
               MOVE WS-LOT-ITEM-WANTED TO DL-ITEM-NUMBER
               MOVE WS-LD-QTY (WS-LD-IDX) TO DL-QUANTITY
               MOVE 0 TO DL-UNIT-PRICE
               MOVE 0 TO DL-DISCOUNT-AMOUNT
               MOVE 0 TO DL-EXTENDED-AMOUNT
               MOVE 0 TO DL-TAX-AMOUNT
               MOVE 0 TO DL-FREIGHT-AMOUNT
               MOVE WS-LD-LOT (WS-LD-IDX) TO DL-LOT-NUMBER
               MOVE WS-LD-EXPIRY (WS-LD-IDX) TO DL-EXPIRY-DATE
               WRITE INVOICE-DETAIL-RECORD
           END-PERFORM.

       WRITE-DETAIL-TRAILER.
           *> The feed's balancing control: line count and gross
           *> total, which must also equal the register's run
               MOVE WS-TODAY-TEXT TO DL-BUSINESS-DATE
               MOVE WS-DETAIL-LINE-COUNT TO DL-QUANTITY
               MOVE WS-DETAIL-GROSS-TOTAL TO DL-EXTENDED-AMOUNT
               MOVE WS-RUN-TAX TO DL-TAX-AMOUNT
               MOVE WS-RUN-FREIGHT TO DL-FREIGHT-AMOUNT
               WRITE INVOICE-DETAIL-RECORD
           END-IF.

           MOVE WS-CURRENT-ORDER TO BO-ORDER-NUMBER
           MOVE WS-OB-ITEM (WS-OB-IDX) TO BO-ITEM-NUMBER
           MOVE WS-OB-BACKORDERED (WS-OB-IDX) TO BO-QUANTITY
           IF WS-OB-QUOTE (WS-OB-IDX) NOT = SPACES
                   AND WS-OB-QUOTE-QTY (WS-OB-IDX) > 0
      *> A quoted line carries the quote's local net unit.
               COMPUTE BO-UNIT-PRICE ROUNDED =
                   WS-OB-QUOTE-EXT (WS-OB-IDX)
                   / WS-OB-QUOTE-QTY (WS-OB-IDX)
           ELSE
           IF WS-OB-SHIPPED (WS-OB-IDX) > 0
      *> The shipped half already carries the engine's converted,
      *> discounted value: its per-unit figure IS the quote.
      *> shipped half would have used.
               PERFORM PRICE-THE-CARRIED-QUANTITY
           END-IF
           END-IF
           MOVE WS-TODAY-TEXT TO BO-ORDER-DATE
           MOVE WS-OB-SHIPTO (WS-OB-IDX) TO BO-SHIPTO-CODE
           MOVE BACKORDER-RECORD TO NEW-BACKORDER-RECORD
           WRITE NEW-BACKORDER-RECORD.

           MOVE WS-OB-BACKORDERED (WS-OB-IDX) TO PRC-QUANTITY
           MOVE WS-ITEM-UNIT-PRICE (WS-ITEM-IDX)
               TO PRC-UNIT-PRICE
           MOVE WS-ORDER-CUSTOMER TO PRC-CUSTOMER-NUMBER
           MOVE 0 TO PRC-RATE
           IF WS-ITEM-CURRENCY (WS-ITEM-IDX) NOT = SPACES
               PERFORM FIND-LINE-RATE
               END-IF
           END-IF
           CALL "PRCENG" USING PRC-PRICE-REQUEST
               PRC-TIER-AREA PRC-CONTRACT-AREA
               ON EXCEPTION
                   MOVE "S" TO PRC-STATUS
           END-CALL
           MOVE 0 TO OH-QUANTITY
           MOVE WS-INVOICE-TOTAL TO OH-EXTENDED-PRICE
           MOVE WS-HOLD-REASON TO OH-HOLD-REASON
           MOVE WS-TODAY-TEXT TO OH-HOLD-DATE
           WRITE HELD-ORDER-RECORD
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
               MOVE WS-OB-QUANTITY (WS-OB-IDX) TO OH-QUANTITY
               MOVE 0 TO OH-EXTENDED-PRICE
               MOVE WS-HOLD-REASON TO OH-HOLD-REASON
               MOVE WS-TODAY-TEXT TO OH-HOLD-DATE
               MOVE WS-OB-SHIPTO (WS-OB-IDX) TO OH-SHIPTO-CODE
               WRITE HELD-ORDER-RECORD
               IF WS-OB-QUOTE (WS-OB-IDX) NOT = SPACES
                   MOVE "H" TO WS-QUOTE-NEW-STATUS
                   PERFORM MARK-THE-QUOTE
               END-IF
           END-PERFORM
           MOVE WS-INVOICE-TOTAL TO WS-ORDER-TOT-DISPLAY
           MOVE WS-REMAINING-CREDIT TO WS-CREDIT-DISPLAY
           END-STRING
           WRITE HELD-REPORT-RECORD.

       MARK-THE-QUOTE.
           *> The line's quote, to the status the caller set:
           *> C converted on this order today, H claimed by this
           *> held order.
           MOVE "Y" TO WS-QUOTE-FOUND
           MOVE WS-OB-QUOTE (WS-OB-IDX) TO QT-QUOTE-NUMBER
           READ SAVED-QUOTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-QUOTE-FOUND
           END-READ
           IF WS-QUOTE-WAS-FOUND
               MOVE WS-QUOTE-NEW-STATUS TO QT-STATUS
               MOVE WS-CURRENT-ORDER TO QT-ORDER-NUMBER
               IF QT-IS-CONVERTED
                   MOVE WS-TODAY-TEXT TO QT-CONVERTED-DATE
               END-IF
               REWRITE SAVED-QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "ORDPRICE: QUOTE " QT-QUOTE-NUMBER
                           " COULD NOT BE MARKED " QT-STATUS
               END-REWRITE
           END-IF.

       REFUSE-THE-ORDER.
           *> Unknown or held customer: the order is refused to
           *> the exception report, line by line so nothing is
               "  LINES PRICED: " WS-PRICED-COUNT
               DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
           END-STRING
           WRITE INVOICE-REGISTER-RECORD
           MOVE WS-RUN-FREIGHT TO WS-RUN-FRT-DISPLAY
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           STRING "RUN FREIGHT: " WS-RUN-FRT-DISPLAY
               "  ORDERS CHARGED: " WS-FREIGHT-ORDERS
               DELIMITED BY SIZE INTO INVOICE-REGISTER-RECORD
           END-STRING
           WRITE INVOICE-REGISTER-RECORD.

       WRITE-ALLOCATION-SUMMARY.
               END-STRING
               PERFORM ISSUE-OPERATOR-MESSAGE
               CLOSE ITEM-MASTER-FILE
               CLOSE STOCK-POSITION-FILE
               CLOSE STOCK-LOT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
                       TO BO-UNIT-PRICE
                   MOVE WS-BK-DATE (WS-BACK-IDX)
                       TO BO-ORDER-DATE
                   MOVE WS-BK-SHIPTO (WS-BACK-IDX)
                       TO BO-SHIPTO-CODE
                   MOVE BACKORDER-RECORD
                       TO NEW-BACKORDER-RECORD
                   WRITE NEW-BACKORDER-RECORD
       REWRITE-ONE-POSITION.
           *> Only where the position actually moved; the held
           *> memory copy tracks what is on disk so the next
           *> break's sweep stays cheap.  The movement lands on the
           *> warehouse position and on the master's company-wide
           *> quantity alike, so the two stay in step.
           MOVE WS-ITEM-IDX TO WS-POS-ITEM-WANTED
           PERFORM FIND-STOCK-POSITION
           IF WS-POS-QUANTITY (WS-POS-IDX)
                   NOT = WS-POS-ORIG-QTY (WS-POS-IDX)
               COMPUTE WS-POS-MOVEMENT =
                   WS-POS-QUANTITY (WS-POS-IDX)
                   - WS-POS-ORIG-QTY (WS-POS-IDX)
               MOVE WS-ITEM-NUMBER (WS-ITEM-IDX)
                   TO IM-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                       END-STRING
                       PERFORM ISSUE-OPERATOR-MESSAGE
                   NOT INVALID KEY
                       COMPUTE WS-POS-MASTER-QTY =
                           IM-QUANTITY + WS-POS-MOVEMENT
                       IF WS-POS-MASTER-QTY < 0
                           MOVE 0 TO WS-POS-MASTER-QTY
                       END-IF
                       MOVE WS-POS-MASTER-QTY TO IM-QUANTITY
                       REWRITE ITEM-MASTER-RECORD
                       MOVE IM-ITEM-NUMBER TO WS-SK-ADJ-ITEM
                       MOVE WS-POS-WAREHOUSE (WS-POS-IDX)
                           TO WS-SK-ADJ-WAREHOUSE
                       MOVE WS-POS-MOVEMENT TO WS-SK-ADJ-ON-HAND
                       PERFORM ADJUST-STOCK-POSITION
                       IF WS-SK-ADJ-HAS-FAILED
                           MOVE "MT1049W" TO WS-OM-ID
                           STRING "ORDPRICE: STOCK POSITION "
                               IM-ITEM-NUMBER "/"
                               WS-SK-ADJ-WAREHOUSE
                               " NOT WRITTEN BACK - MASTER MOVED"
                               DELIMITED BY SIZE INTO WS-OM-TEXT
                           END-STRING
                           PERFORM ISSUE-OPERATOR-MESSAGE
                       END-IF
                       MOVE WS-POS-QUANTITY (WS-POS-IDX)
                           TO WS-POS-ORIG-QTY (WS-POS-IDX)
               END-READ
           END-IF.

                               TO WS-DETAIL-LINE-COUNT
                           MOVE OC-DETAIL-GROSS
                               TO WS-DETAIL-GROSS-TOTAL
                           IF OC-PASS = "R"
                               SET WS-CKPT-IN-RELEASED-PASS TO TRUE
                           END-IF
                           IF OC-RELEASED-COUNT NUMERIC
                               MOVE OC-RELEASED-COUNT
                                   TO WS-RELEASED-ORDER-COUNT
                           END-IF
                           IF OC-SUBSTITUTED-COUNT NUMERIC
                               MOVE OC-SUBSTITUTED-COUNT
                                   TO WS-SUBSTITUTED-LINES
                           END-IF
                           IF OC-RUN-FREIGHT NUMERIC
                               MOVE OC-RUN-FREIGHT
                                   TO WS-RUN-FREIGHT
                           END-IF
                           IF OC-FREIGHT-ORDERS NUMERIC
                               MOVE OC-FREIGHT-ORDERS
                                   TO WS-FREIGHT-ORDERS
                           END-IF
                           EVALUATE TRUE
                               WHEN WS-CKPT-AT-RELEASES
                                       AND WS-CKPT-IN-RELEASED-PASS
                                   MOVE "THE RELEASE PASS"
                                       TO WS-SPLICE-POINT
                               WHEN WS-CKPT-AT-RELEASES
                                   MOVE "HELD-ORDER PASS"
                                       TO WS-SPLICE-POINT
                               WHEN OTHER
                                   MOVE SPACES TO WS-SPLICE-POINT
                                   STRING "ORDER " OC-LAST-ORDER
                                       DELIMITED BY SIZE
                                       INTO WS-SPLICE-POINT
                                   END-STRING
                           END-EVALUATE
                           MOVE "MT0407W" TO WS-OM-ID
                           STRING "ORDPRICE: RESTART - "
                               "RESUMING AFTER "
           MOVE WS-LINE-COUNT TO OC-LINE-COUNT
           MOVE WS-DETAIL-LINE-COUNT TO OC-DETAIL-COUNT
           MOVE WS-DETAIL-GROSS-TOTAL TO OC-DETAIL-GROSS
           MOVE WS-PRICING-PASS TO OC-PASS
           MOVE WS-RELEASED-ORDER-COUNT TO OC-RELEASED-COUNT
           MOVE WS-SUBSTITUTED-LINES TO OC-SUBSTITUTED-COUNT
           MOVE WS-RUN-FREIGHT TO OC-RUN-FREIGHT
           MOVE WS-FREIGHT-ORDERS TO OC-FREIGHT-ORDERS
           WRITE ORDER-RESTART-RECORD
           CLOSE ORDER-RESTART-FILE.

           MOVE 0 TO OC-LINE-COUNT
           MOVE 0 TO OC-DETAIL-COUNT
           MOVE 0 TO OC-DETAIL-GROSS
           MOVE 0 TO OC-RELEASED-COUNT
           MOVE 0 TO OC-SUBSTITUTED-COUNT
           MOVE 0 TO OC-RUN-FREIGHT
           MOVE 0 TO OC-FREIGHT-ORDERS
           WRITE ORDER-RESTART-RECORD
           CLOSE ORDER-RESTART-FILE.

       CARRY-FORWARD-PRIOR-OUTPUT.
           *> Only reached on a restart: everything the failed
           *> run put on disk is for COMPLETED orders (register
           *> lines, details, postings, held records,
           *> acknowledgments and carried backorders all write
           *> at or before the order break that checkpointed),
           *> so each prior generation copies forward whole --
           *> no footer hunt needed, the trailer and run totals
           *> were never written.  The print-only
           *> exception and tax reports are not carried; their
           *> pre-splice lines live on the failed run's sysout,
           *> and the notes written here say so.
           PERFORM COPY-PRIOR-AR
           PERFORM COPY-PRIOR-HELD
           PERFORM COPY-PRIOR-BACKNEW
           PERFORM COPY-PRIOR-ACK
           MOVE SPACES TO ORDER-EXCEPTION-RECORD
           STRING "*** RESTART AFTER " WS-SPLICE-POINT
               " - EARLIER EXCEPTIONS ARE ON THE FAILED RUN'S "
               DELIMITED BY SIZE INTO ORDER-EXCEPTION-RECORD
           END-STRING
           WRITE ORDER-EXCEPTION-RECORD
           MOVE SPACES TO SUBSTITUTION-REPORT-RECORD
           STRING "RESTART AFTER " WS-SPLICE-POINT
               " - EARLIER SUBSTITUTIONS ARE ON THE FAILED RUN'S "
               "REPORT"
               DELIMITED BY SIZE INTO SUBSTITUTION-REPORT-RECORD
           END-STRING
           WRITE SUBSTITUTION-REPORT-RECORD
           MOVE SPACES TO TAX-REGISTER-RECORD
           STRING "RESTART AFTER " WS-SPLICE-POINT
               " - EARLIER ORDER TAX LINES ARE ON THE FAILED "
               CLOSE PRIOR-HELD-FILE
           END-IF.

       COPY-PRIOR-ACK.
           MOVE "N" TO WS-CARRY-EOF
           OPEN INPUT PRIOR-ACK-FILE
           IF WS-ACKPRIOR-STATUS = "00"
               PERFORM UNTIL WS-CARRY-AT-EOF
                   READ PRIOR-ACK-FILE
                       AT END
                           SET WS-CARRY-AT-EOF TO TRUE
                       NOT AT END
                           MOVE PRIOR-ACK-RECORD
                               TO ORDER-ACK-RECORD
                           WRITE ORDER-ACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRIOR-ACK-FILE
           END-IF.

       COPY-PRIOR-BACKNEW.
           *> The failed run's queue: release survivors plus the
           *> shortfalls of its completed orders -- exactly the

       COPY DSCLOOK.

       COPY PERCHK.

       COPY CONLOAD.

       COPY KITLOAD.

       COPY WGTLOAD.

       COPY STKADJ.

       ISSUE-OPERATOR-MESSAGE.
           CALL "OPRMSG" USING WS-OM-ID WS-OM-TEXT
               ON EXCEPTION
