      *-----------------------
      * Loyalty points liability record - LOYALTY-LIABILITY.dat,
      * appended by LOYALTY-MONTH for a month; the latest record for
      * a period wins (same convention as CLOSE-STATUS).  Points
      * outstanding are valued at the point value in force at the end
      * of the month.  LB-ACCRUAL is the month's charge GL-EXPORT
      * posts to the loyalty expense: the movement in the liability
      * plus the value redeemed (net of value given back by refunds)
      * during the month, since redemption already debited the
      * liability on the daily exports.
      *-----------------------
       01 LOYALTY-LIABILITY-RECORD.
         05 LB-PERIOD PIC 9(6).
         05 LB-POINT-VALUE PIC 9(5).
         05 LB-OPEN-POINTS PIC S9(9).
         05 LB-EARNED PIC 9(9).
         05 LB-TAKEN-BACK PIC 9(9).
         05 LB-REDEEMED PIC 9(9).
         05 LB-GIVEN-BACK PIC 9(9).
         05 LB-EXPIRED PIC 9(9).
         05 LB-CLOSE-POINTS PIC S9(9).
         05 LB-OPEN-VALUE PIC S9(11).
         05 LB-CLOSE-VALUE PIC S9(11).
         05 LB-REDEEMED-VALUE PIC S9(11).
         05 LB-ACCRUAL PIC S9(11).
         05 LB-RUN-DATE PIC 9(8).
         05 LB-RUN-TIME PIC 9(8).
