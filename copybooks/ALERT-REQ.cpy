      *-----------------------
      * Alert request - passed to SUB-ALERT to queue an operational
      * alert in the alert outbox (ALERT-OUTBOX.dat) for
      * ALERT-DISPATCH to hand to the SMS/WhatsApp gateway.
      * AQ-SEVERITY "H" = high, "M" = medium, "L" = low.
      * AQ-EVENT-TYPE is one of the types the routing table
      * (ALERT-ROUTE.dat) is keyed on:
      *   SIGNON-LOCK     operator ID locked by SUB-SIGN-ON
      *   VENDOR-CAP      vendor daily cap breached (SUB-VENDOR-LIMIT)
      *   CASH-VARIANCE   cash-up over/short beyond CTL-CASH-TOLERANCE
      *   EOD-STEP        an EOD-CLOSE step came back with an error
      *   MONTH-END       a MONTH-END step failed or was refused
      *   IO-ERROR        a line written to ERROR.log
      * AQ-BUSINESS-DATE zero = the control record's business date
      * (today when that is not set either).
      *-----------------------
       01 WS-ALERT-REQUEST.
         05 AQ-SEVERITY PIC X.
         05 AQ-EVENT-TYPE PIC X(15).
         05 AQ-BUSINESS-DATE PIC 9(8).
         05 AQ-PROGRAM PIC X(20).
         05 AQ-MESSAGE PIC X(80).
