      *> SUPERSED-FD.cpy
      *> Record layout for the item-supersession file: one record
      *> per item merchandising has replaced, naming the item
      *> that replaces it from the effective date on.  The
      *> conversion factor turns a quantity of the old item into
      *> a quantity of the new where the pack size changed
      *> (old pack of 6 replaced by a pack of 12: 0.5000); blank
      *> or zero is one for one.  A converted quantity with a
      *> fraction rounds UP -- the customer is never shipped
      *> less than was ordered.  A replacement may itself be
      *> superseded later; the chain is followed to its end.
       FD  SUPERSESSION-FILE
           RECORDING MODE IS F.
       01  SUPERSESSION-RECORD.
           05  SS-OLD-ITEM              PIC X(6).
           05  SS-NEW-ITEM              PIC X(6).
      *> YYYY-MM-DD, as every date on the system is carried.
           05  SS-EFFECTIVE-DATE        PIC X(10).
           05  SS-CONV-FACTOR           PIC X(7).
           05  SS-CONV-FACTOR-NUM REDEFINES SS-CONV-FACTOR
                                        PIC 9(3)V9(4).
           05  FILLER                   PIC X(51).
