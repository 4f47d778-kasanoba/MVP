      *> CONLOAD-WS.cpy
      *> WORKING-STORAGE support for the shared contract-price
      *> load (see CONLOAD.cpy).  COPY alongside CONTRACT-SEL,
      *> CONTRACT-FD and PRCENGLK in every batch run that prices
      *> through PRCENG for a named customer.
       01  WS-CONTRACT-STATUS                     PIC XX VALUE SPACES.
       01  WS-CON-EOF                             PIC X VALUE "N".
           88  WS-CON-AT-EOF                      VALUE "Y".
      *> Load interface: the caller sets WS-CON-DATE-WANTED to the
      *> business date and WS-CON-CUSTOMER-WANTED to one customer
      *> (spaces for every customer) and PERFORMs
      *> LOAD-CONTRACT-PRICES; the contracts in force that day
      *> come back in PRC-CONTRACT-AREA.  WS-CON-HAS-OVERFLOWED
      *> says the table filled and later contracts price at list.
       01  WS-CON-DATE-WANTED                     PIC X(10)
                                                  VALUE SPACES.
       01  WS-CON-CUSTOMER-WANTED                 PIC X(6)
                                                  VALUE SPACES.
       01  WS-CON-OVERFLOW                        PIC X VALUE "N".
           88  WS-CON-HAS-OVERFLOWED              VALUE "Y".
