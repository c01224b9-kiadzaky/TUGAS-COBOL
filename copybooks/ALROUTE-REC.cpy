      *-----------------------
      * Alert routing record (ALERT-ROUTE.dat) - one per event type,
      * maintained through MASTER-MAINT.  Each recipient is a phone
      * number for the gateway (blank = that recipient is not told):
      * the supervisor on duty, finance, and IT on call.  Between
      * RT-QUIET-FROM and RT-QUIET-TO (HHMM, may wrap past midnight,
      * equal = no quiet hours) only high-severity alerts go out; the
      * rest wait for the end of the quiet hours.  RT-ACTIVE-FLAG "I"
      * stops the event type being sent at all.
      *-----------------------
       01 ALERT-ROUTE-RECORD.
         05 RT-EVENT-TYPE PIC X(15).
         05 RT-SUP-PHONE PIC X(15).
         05 RT-FIN-PHONE PIC X(15).
         05 RT-IT-PHONE PIC X(15).
         05 RT-QUIET-FROM PIC 9(4).
         05 RT-QUIET-TO PIC 9(4).
         05 RT-ACTIVE-FLAG PIC X.
