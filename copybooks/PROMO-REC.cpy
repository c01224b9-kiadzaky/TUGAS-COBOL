      *-----------------------
      * Promo code master - keyed by PM-PROMO-CODE, maintained through
      * MASTER-MAINT and checked by SUB-PROMO-CHECK on entry/import.
      * PM-VENDOR-CODE blank = the code is good at any vendor.
      * PM-VALID-FROM/PM-VALID-TO bound the business dates it may be
      * redeemed on (both inclusive).
      * PM-DISC-TYPE "P" = PM-DISC-PCT percent off the base, "F" =
      * PM-DISC-AMOUNT off the base (never more than the base).
      * PM-APPLIES-TO "S" = discount is taken off PENJUALAN, "O" = off
      * ONGKIR.
      * PM-FUNDED-BY "V" = vendor-funded (charged back to the vendor
      * in VENDOR-SETTLEMENT), "U" = funded by us (marketing expense
      * in GL-EXPORT), "P" = platform-funded (claimed from the
      * platform).
      * PM-DAILY-CAP = redemptions allowed per business date (zero =
      * no cap).  PM-ACTIVE-FLAG "I" = deactivated.
      *-----------------------
       01 PROMO-RECORD.
         05 PM-PROMO-CODE PIC X(8).
         05 PM-DESCRIPTION PIC X(20).
         05 PM-VENDOR-CODE PIC X(6).
         05 PM-VALID-FROM PIC 9(8).
         05 PM-VALID-TO PIC 9(8).
         05 PM-DISC-TYPE PIC X.
         05 PM-DISC-PCT PIC 9(2)V99.
         05 PM-DISC-AMOUNT PIC 9(7).
         05 PM-APPLIES-TO PIC X.
         05 PM-FUNDED-BY PIC X.
         05 PM-DAILY-CAP PIC 9(5).
         05 PM-ACTIVE-FLAG PIC X.
