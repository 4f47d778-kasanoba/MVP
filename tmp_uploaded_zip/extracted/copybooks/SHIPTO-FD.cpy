      *> SHIPTO-FD.cpy
      *> Record layout for the customer ship-to addresses (see
      *> SHIPTO-SEL.cpy): one record per customer and ship-to
      *> code.  ST-DEFAULT-FLAG Y marks the address a line with
      *> no ship-to code goes to; a customer with a single
      *> address needs no flag.  An address is usable only with
      *> a name, first address line, city, state, postal code
      *> and carrier -- anything less cannot be labelled or
      *> handed to a driver.
       FD  SHIP-TO-FILE.
       01  SHIP-TO-RECORD.
           05  ST-CUSTOMER-NUMBER       PIC X(6).
           05  ST-SHIPTO-CODE           PIC X(4).
           05  ST-DEFAULT-FLAG          PIC X.
               88  ST-IS-DEFAULT        VALUE "Y".
           05  ST-NAME                  PIC X(30).
           05  ST-ADDRESS-1             PIC X(30).
           05  ST-ADDRESS-2             PIC X(30).
           05  ST-CITY                  PIC X(20).
           05  ST-STATE                 PIC X(2).
           05  ST-POSTAL-CODE           PIC X(10).
           05  ST-CARRIER               PIC X(10).
           05  FILLER                   PIC X(7).
