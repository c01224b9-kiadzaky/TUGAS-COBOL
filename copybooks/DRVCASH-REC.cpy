      *-----------------------
      * Driver COD cash ledger record - the cash a driver collects on
      * PAY-METHOD "C" orders and what has been recovered from them.
      * DC-ENTRY-TYPE "C" = collected (one line per driver per
      * business date, posted from the daily file by DRIVER-CASH),
      * "H" = handed in at the counter against a receipt number,
      * "P" = netted off a payout run (DRIVER-PAYOUT, adjusted by
      * PAY-FILE at release).  The driver's balance is the "C" lines
      * less the "H" and "P" lines and carries forward until it is
      * cleared; DC-AMOUNT is signed because a day of cash refunds
      * or a release adjustment can go the other way.
      *-----------------------
       01 DRIVER-CASH-RECORD.
         05 DC-DRIVER-ID PIC X(6).
         05 DC-ENTRY-DATE PIC 9(8).
         05 DC-ENTRY-TYPE PIC X.
         05 DC-AMOUNT PIC S9(9).
         05 DC-RECEIPT-NO PIC X(10).
         05 DC-OPERATOR PIC X(10).
         05 DC-POSTED-DATE PIC 9(8).
         05 DC-POSTED-TIME PIC 9(8).
