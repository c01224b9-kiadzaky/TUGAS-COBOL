      * End-of-day call request - passed by EOD-CLOSE to the payout
      * and reconciliation programs so one keyed date drives the whole
      * close sequence; when a program is run standalone the area is
      * not present and the program prompts as before.  LOYALTY-POST
      * also takes EOD-CALL-FLAG "C" from the correction programs:
      * repost the date only if it has already been posted
      *-----------------------
       01 EOD-REQUEST.
         05 EOD-CALL-FLAG PIC X.
