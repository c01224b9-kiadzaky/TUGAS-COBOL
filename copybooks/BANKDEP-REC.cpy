      * BD-CHANNEL tags the settlement channel - C cash / Q QRIS /
      * T transfer / P platform wallet (blank = C for old extracts) -
      * so BANK-RECON can reconcile each channel separately
      * BD-OUTLET-CODE is the outlet whose takings were banked (blank
      * = the home outlet, as on every extract before the second hub)
      *-----------------------
       01 BANK-DEPOSIT-RECORD.
         05 BD-DEPOSIT-DATE PIC 9(8).
         05 BD-DEPOSIT-AMOUNT PIC 9(9).
         05 BD-REFERENCE PIC X(20).
         05 BD-CHANNEL PIC X.
         05 BD-OUTLET-CODE PIC X(3).
