      *-----------------------
      * PPh 21 withholding ledger record - one line per driver per
      * payout date written by DRIVER-PAYOUT (a rerun of the date
      * replaces its lines).  The lines dated earlier in the same
      * month are the month-to-date the next payout's bracket is
      * worked from; PPH21-RETURN turns a month of lines into the
      * bukti potong and the upload file, and GL-EXPORT credits the
      * date's tax to PPh 21 payable.  PL-GROSS, PL-DPP and PL-TAX
      * are this payout's increments, not running totals.
      * PL-HOLD-FLAG "H" = the driver's pay was held for manual review
      * (no bank details) - the tax is still withheld from it.
      *-----------------------
       01 PPH21-LEDGER-RECORD.
         05 PL-DRIVER-ID PIC X(6).
         05 PL-PAY-DATE PIC 9(8).
         05 PL-DRIVER-NAME PIC X(20).
         05 PL-NPWP PIC X(16).
         05 PL-NIK PIC X(16).
         05 PL-CATEGORY PIC X.
         05 PL-OBJECT-CODE PIC X(9).
         05 PL-RATE-PCT PIC 9(2)V99.
         05 PL-GROSS PIC 9(11).
         05 PL-DPP PIC 9(11).
         05 PL-TAX PIC 9(11).
         05 PL-HOLD-FLAG PIC X.
