      *> currency), plus the tier table it loaded for the date;
      *> the engine answers with gross, the tier percent applied,
      *> discount, net, and the converted (local) amount.
      *> A customer on the request is looked up on the contract
      *> table the caller loaded (CONLOAD.cpy); a contract in
      *> force prices the line at the negotiated price instead of
      *> list, with no tier discount on top.  Callers with no
      *> customer in hand leave it blank and the count zero.
       01  PRC-PRICE-REQUEST.
           05  PRC-ITEM-NUMBER                    PIC X(6).
           05  PRC-CUSTOMER-NUMBER                PIC X(6).
           05  PRC-QUANTITY                       PIC 9(5).
           05  PRC-UNIT-PRICE                     PIC 9(5)V99.
      *> Units of local currency per foreign unit, four decimals
      *> 0 priced; S the arithmetic overflowed and nothing of the
      *> outputs may be used.
           05  PRC-STATUS                         PIC X.
      *> L priced at the caller's list price; C at the customer's
      *> contract price, which PRC-PRICE-USED then carries.
           05  PRC-PRICE-SOURCE                   PIC X.
               88  PRC-PRICED-AT-CONTRACT         VALUE "C".
           05  PRC-PRICE-USED                     PIC 9(5)V99.
      *> The discount tiers in force on the business date, loaded
      *> by the caller: item (spaces for a blanket tier),
      *> quantity threshold, percent.
               10  PRC-TIER-ITEM                  PIC X(6).
               10  PRC-TIER-THRESHOLD             PIC 9(5).
               10  PRC-TIER-PCT                   PIC 99V99.
      *> The customer contracts in force on the business date,
      *> loaded by the caller: customer, item, contract price.
       01  PRC-CONTRACT-AREA.
           05  PRC-CONTRACT-COUNT                 PIC 9(4).
           05  PRC-CONTRACT-ENTRY OCCURS 1000 TIMES.
               10  PRC-CON-CUSTOMER               PIC X(6).
               10  PRC-CON-ITEM                   PIC X(6).
               10  PRC-CON-PRICE                  PIC 9(5)V99.
