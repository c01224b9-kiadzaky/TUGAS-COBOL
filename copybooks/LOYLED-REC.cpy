      *-----------------------
      * Loyalty points ledger record - LOYALTY-LEDGER.dat, written by
      * LOYALTY-POST for a business date (every outlet) and by
      * LOYALTY-MONTH for expiry.  LL-ENTRY-TYPE:
      *   "E" = earned on a sale       "T" = taken back by a REFUND
      *   "R" = redeemed at entry      "G" = given back by a REFUND
      *   "X" = expired (LL-PERIOD = the month run that expired them)
      *   "D" = the business date has been posted (no customer)
      * LL-POINTS is always positive; E and G add to the balance, T,
      * R and X take from it.  LL-VALUE is the rupiah value of R and
      * G lines.  Reposting a date replaces every line of that date.
      *-----------------------
       01 LOYALTY-LEDGER-RECORD.
         05 LL-PHONE PIC X(15).
         05 LL-DATE PIC 9(8).
         05 LL-ENTRY-TYPE PIC X.
         05 LL-POINTS PIC 9(7).
         05 LL-VALUE PIC 9(9).
         05 LL-OUTLET-CODE PIC X(3).
         05 LL-SEQ-NO PIC 9(4).
         05 LL-VENDOR-CODE PIC X(6).
         05 LL-PERIOD PIC 9(6).
