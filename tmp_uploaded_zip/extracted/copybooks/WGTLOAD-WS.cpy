      *> WGTLOAD-WS.cpy
      *> WORKING-STORAGE support for the shared item-weight load
      *> (see WGTLOAD.cpy).  COPY alongside ITMWGHT-SEL and
      *> ITMWGHT-FD in any program that weighs shipments.
       01  WS-ITMWGHT-STATUS                      PIC XX VALUE SPACES.
       01  WS-WGT-EOF                             PIC X VALUE "N".
           88  WS-WGT-AT-EOF                      VALUE "Y".
       01  WS-WGT-TABLE.
           05  WS-WGT-ENTRY OCCURS 2000 TIMES.
               10  WS-WGT-ITEM                    PIC X(6).
               10  WS-WGT-WEIGHT                  PIC 9(5)V99.
       01  WS-WGT-COUNT                           PIC 9(4) VALUE 0.
       01  WS-WGT-IDX                             PIC 9(4) VALUE 0.
       01  WS-WGT-OVERFLOW                        PIC X VALUE "N".
           88  WS-WGT-HAS-OVERFLOWED              VALUE "Y".
      *> Lookup interface: the caller sets WS-WGT-WANTED and
      *> PERFORMs FIND-ITEM-WEIGHT; when the found flag is set,
      *> WS-WGT-VALUE is the weight of one unit.
       01  WS-WGT-WANTED                          PIC X(6) VALUE SPACES.
       01  WS-WGT-VALUE                           PIC 9(5)V99 VALUE 0.
       01  WS-WGT-FOUND                           PIC X VALUE "N".
           88  WS-WGT-WAS-FOUND                   VALUE "Y".
