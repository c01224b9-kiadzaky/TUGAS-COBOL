      *-----------------------
      * Loyalty request - passed to SUB-LOYALTY.  LQ-MODE "Q" = look
      * up the customer on LQ-PHONE and return the points balance as
      * at LQ-DATE: the posted ledger plus every sale and refund on
      * the daily files (all outlets) of dates not yet posted.
      * LQ-RESULT "A" = active customer, "I" = inactive, "N" = not
      * on the customer master yet (enrolled when the day is posted).
      * LQ-MODE "E" = how many points LQ-AMOUNT earns at the rate in
      * force on LQ-DATE.  Both modes return LQ-POINT-VALUE (0 = no
      * loyalty rate in force, nothing earned or redeemed).
      *-----------------------
       01 WS-LOYALTY-REQUEST.
         05 LQ-MODE PIC X.
         05 LQ-PHONE PIC X(15).
         05 LQ-DATE PIC 9(8).
         05 LQ-AMOUNT PIC S9(9).
         05 LQ-RESULT PIC X.
         05 LQ-NAME PIC X(20).
         05 LQ-BALANCE PIC S9(9).
         05 LQ-POINTS PIC S9(9).
         05 LQ-POINT-VALUE PIC 9(5).
         05 LQ-SPEND-PER-POINT PIC 9(7).
