      *-----------------------
      * Alert outbox record (ALERT-OUTBOX.dat) - one per event queued
      * through SUB-ALERT (see ALERT-REQ for the severities and event
      * types).  AL-STATUS "P" = pending, "S" = sent (AL-GROUP-COUNT
      * is how many later alerts of the same type rode along in the
      * message), "G" = grouped into an earlier alert's message,
      * "N" = not sent, no active route for the event type.  A
      * pending alert held by the route's quiet hours stays "P" until
      * the first dispatch after they end.
      *-----------------------
       01 ALERT-RECORD.
         05 AL-STAMP-DATE PIC 9(8).
         05 AL-STAMP-TIME PIC 9(8).
         05 AL-SEVERITY PIC X.
         05 AL-EVENT-TYPE PIC X(15).
         05 AL-BUSINESS-DATE PIC 9(8).
         05 AL-PROGRAM PIC X(20).
         05 AL-MESSAGE PIC X(80).
         05 AL-STATUS PIC X.
         05 AL-SENT-DATE PIC 9(8).
         05 AL-SENT-TIME PIC 9(8).
         05 AL-GROUP-COUNT PIC 9(4).
