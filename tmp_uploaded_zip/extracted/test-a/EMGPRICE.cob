      *> Pseudo-conversational like INQQUOTE: first invocation
      *> sends the prompt and RETURNs with TRANSID; the second
      *> does the RECEIVE / validate / REWRITE / SEND.
      *> An emergency correction is exactly the price change the
      *> web catalog and the sales-force tablets cannot wait a
      *> week for, so it is published the moment it is made: a
      *> price-change event (source EMERGENCY, the same
      *> before/after image the pending record carries) is put
      *> on the price-events queue under the task's syncpoint, so
      *> it goes out only if the correction commits.  When the
      *> queue will not take it the correction still stands --
      *> the pending record is marked unpublished and next
      *> morning's EMGSYNC publishes it (or holds it for the
      *> PRCEVRTY retry step) from the same image.  A pending
      *> record that cannot be written rolls the event back with
      *> the correction.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
           05  WS-EP-NEW-PRICE              PIC 9(5)V99.
           05  WS-EP-REASON-CODE            PIC X(4).
           05  WS-EP-OPERATOR-ID            PIC X(8).
      *> Y when the price event went out with the correction; N
      *> leaves it for EMGSYNC to publish.
           05  WS-EP-EVENT-STATUS           PIC X.
           05  FILLER                       PIC X(9).
      *> Local mirror of WS-PRICE-EVENT (PRCEVPUT-WS.cpy): the
      *> price-change event the batch side publishes.
       01  WS-PRICE-EVENT.
           05  WS-PE-EVENT-TYPE             PIC X(8).
           05  WS-PE-ITEM-NUMBER            PIC X(6).
           05  WS-PE-OLD-PRICE              PIC 9(5)V99.
           05  WS-PE-NEW-PRICE              PIC 9(5)V99.
           05  WS-PE-EFFECTIVE-DATE         PIC X(10).
           05  WS-PE-SOURCE                 PIC X(9).
           05  WS-PE-EVENT-STAMP            PIC X(14).
           05  FILLER                       PIC X(19).
       01  WS-EVENT-PUT                     PIC X VALUE "N".
           88  WS-EVENT-WAS-PUT             VALUE "Y".
      *> MQPUT1 through the region's MQ adapter: the default
      *> connection handle (0), and the MQ control blocks trimmed
      *> as in MQNOTIFY.
       01  WS-MQ-CONNECTION-HANDLE          PIC S9(9) COMP VALUE 0.
       01  WS-MQ-COMP-CODE                  PIC S9(9) COMP VALUE 0.
       01  WS-MQ-REASON-CODE                PIC S9(9) COMP VALUE 0.
       01  WS-MQ-MESSAGE-LENGTH             PIC S9(9) COMP VALUE 80.
       01  WS-MQ-QUEUE-NAME                 PIC X(48)
           VALUE "PROD.MULT.PRICE.EVENTS".
      *> Object descriptor (MQOD, version 1), 328 bytes.
       01  WS-OBJECT-DESCRIPTOR.
           05  WS-OD-STRUC-ID               PIC X(4) VALUE "OD  ".
           05  WS-OD-VERSION                PIC S9(9) COMP VALUE 1.
           05  WS-OD-OBJECT-TYPE            PIC S9(9) COMP VALUE 1.
           05  WS-OD-OBJECT-NAME            PIC X(48) VALUE SPACES.
           05  FILLER                       PIC X(268)
                                            VALUE LOW-VALUES.
      *> Message descriptor (MQMD, version 1), 324 bytes: a
      *> persistent MQSTR datagram.
       01  WS-MESSAGE-DESCRIPTOR.
           05  WS-MD-STRUC-ID               PIC X(4) VALUE "MD  ".
           05  WS-MD-VERSION                PIC S9(9) COMP VALUE 1.
           05  WS-MD-REPORT                 PIC S9(9) COMP VALUE 0.
           05  WS-MD-MSG-TYPE               PIC S9(9) COMP VALUE 8.
           05  WS-MD-EXPIRY                 PIC S9(9) COMP VALUE -1.
           05  WS-MD-FEEDBACK               PIC S9(9) COMP VALUE 0.
           05  WS-MD-ENCODING               PIC S9(9) COMP VALUE 273.
           05  WS-MD-CCSID                  PIC S9(9) COMP VALUE 500.
           05  WS-MD-FORMAT                 PIC X(8) VALUE "MQSTR   ".
           05  WS-MD-PRIORITY               PIC S9(9) COMP VALUE 0.
           05  WS-MD-PERSISTENCE            PIC S9(9) COMP VALUE 1.
           05  FILLER                       PIC X(276)
                                            VALUE LOW-VALUES.
      *> Put-message options (MQPMO, version 1), 128 bytes: under
      *> the task's syncpoint (2) with a fresh message id (64).
       01  WS-PUT-OPTIONS.
           05  WS-PMO-STRUC-ID              PIC X(4) VALUE "PMO ".
           05  WS-PMO-VERSION               PIC S9(9) COMP VALUE 1.
           05  WS-PMO-OPTIONS               PIC S9(9) COMP VALUE 66.
           05  FILLER                       PIC X(116)
                                            VALUE LOW-VALUES.
       01  WS-CORRECTION-INPUT.
           05  WI-ITEM-NUMBER               PIC X(6).
           05  WI-NEW-PRICE                 PIC X(7).
           05  WS-SCREEN-LINE-2             PIC X(40).
           05  WS-SCREEN-LINE-3             PIC X(40).
           05  WS-SCREEN-LINE-4             PIC X(40).
           05  WS-SCREEN-LINE-5             PIC X(40).
       01  WS-INPUT-LENGTH                  PIC S9(4) COMP VALUE 25.
       01  WS-SCREEN-LENGTH                 PIC S9(4) COMP VALUE 200.
       01  WS-COMMAREA                      PIC X(1) VALUE "R".

       LINKAGE SECTION.
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
               END-STRING
           ELSE
               PERFORM PUT-PRICE-EVENT
               PERFORM WRITE-PENDING-RECORD
               IF WS-WRITE-WAS-NORMAL
                   MOVE WS-IM-UNIT-PRICE TO WS-OLD-PRICE-DISPLAY
                   STRING "IN TOMORROW MORNING'S MAINTENANCE"
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-4
                   END-STRING
                   IF WS-EVENT-WAS-PUT
                       STRING "PRICE EVENT PUBLISHED"
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-5
                       END-STRING
                   ELSE
                       STRING "PRICE EVENT HELD - EMGSYNC PUBLISHES"
                           DELIMITED BY SIZE INTO WS-SCREEN-LINE-5
                       END-STRING
                   END-IF
               ELSE
      *> No pending record, no correction: releasing the UPDATE
      *> hold leaves the master exactly as it was.
                   EXEC CICS UNLOCK
                       FILE("ITEMMAST")
                   END-EXEC
      *> ...and the event put under the same syncpoint goes back
      *> with it: no correction, no event.
                   IF WS-EVENT-WAS-PUT
                       EXEC CICS SYNCPOINT ROLLBACK
                       END-EXEC
                   END-IF
                   STRING "PENDING FILE REJECTED THE RECORD - "
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE-1
                   END-STRING
           MOVE WI-NEW-PRICE-NUM TO WS-EP-NEW-PRICE
           MOVE WI-REASON-CODE TO WS-EP-REASON-CODE
           MOVE WI-OPERATOR-ID TO WS-EP-OPERATOR-ID
           MOVE WS-EVENT-PUT TO WS-EP-EVENT-STATUS
           EXEC CICS WRITE
               FILE("EMGPEND")
               FROM(WS-PENDING-RECORD)
               RESP(WS-WRITE-RESP)
           END-EXEC.

       PUT-PRICE-EVENT.
           MOVE "N" TO WS-EVENT-PUT
           MOVE SPACES TO WS-PRICE-EVENT
           MOVE "PRICECHG" TO WS-PE-EVENT-TYPE
           MOVE WI-ITEM-NUMBER TO WS-PE-ITEM-NUMBER
           MOVE WS-IM-UNIT-PRICE TO WS-PE-OLD-PRICE
           MOVE WI-NEW-PRICE-NUM TO WS-PE-NEW-PRICE
           MOVE WS-TODAY-TEXT TO WS-PE-EFFECTIVE-DATE
           MOVE "EMERGENCY" TO WS-PE-SOURCE
           STRING WS-TODAY-YYYY WS-TODAY-MM WS-TODAY-DD
               WS-TIME-NOW (1:6)
               DELIMITED BY SIZE INTO WS-PE-EVENT-STAMP
           END-STRING
           MOVE WS-MQ-QUEUE-NAME TO WS-OD-OBJECT-NAME
           CALL "MQPUT1" USING WS-MQ-CONNECTION-HANDLE
               WS-OBJECT-DESCRIPTOR
               WS-MESSAGE-DESCRIPTOR
               WS-PUT-OPTIONS
               WS-MQ-MESSAGE-LENGTH
               WS-PRICE-EVENT
               WS-MQ-COMP-CODE WS-MQ-REASON-CODE
               ON EXCEPTION
                   MOVE 2 TO WS-MQ-COMP-CODE
           END-CALL
           IF WS-MQ-COMP-CODE NOT = 2
               SET WS-EVENT-WAS-PUT TO TRUE
           END-IF.

       END PROGRAM EMGPRICE.
