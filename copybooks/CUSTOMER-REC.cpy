      *-----------------------
      * Loyalty customer master record - one per customer, keyed by
      * the phone number keyed at entry or carried on an import line
      * (digits only, left-justified).  Maintained through MASTER-
      * MAINT; a phone first seen on a sale is enrolled by
      * LOYALTY-POST with a blank name.  CU-ACTIVE-FLAG "I" = the
      * customer neither earns nor redeems points.
      *-----------------------
       01 CUSTOMER-RECORD.
         05 CU-PHONE PIC X(15).
         05 CU-NAME PIC X(20).
         05 CU-JOINED-DATE PIC 9(8).
         05 CU-ACTIVE-FLAG PIC X.
