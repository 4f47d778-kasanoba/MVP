      *> CONTRACT-FD.cpy
      *> Record layout for the customer contract-price file, one
      *> record per customer and item under contract.  The price
      *> is in the item's pricing currency, as IM-UNIT-PRICE is,
      *> and replaces list price (and any tier discount) while
      *> the contract is in force: from the effective date to the
      *> expiry date inclusive.  A blank expiry date is an open-
      *> ended contract.
       FD  CONTRACT-PRICE-FILE
           RECORDING MODE IS F.
       01  CONTRACT-PRICE-RECORD.
           05  CT-KEY.
               10  CT-CUSTOMER-NUMBER   PIC X(6).
               10  CT-ITEM-NUMBER       PIC X(6).
           05  CT-CONTRACT-PRICE        PIC 9(5)V99.
      *> YYYY-MM-DD, as every date on the system is carried.
           05  CT-EFFECTIVE-DATE        PIC X(10).
           05  CT-EXPIRY-DATE           PIC X(10).
      *> The sales agreement the price came from, for the renewal
      *> conversation.
           05  CT-CONTRACT-ID           PIC X(10).
           05  FILLER                   PIC X(31).
