      * DRIVER-PAYOUT, turned into the bank transfer file by PAY-FILE
      * after supervisor approval.  PY-HOLD-FLAG "H" = held for manual
      * review (zero/negative payout or missing bank details) and
      * never sent to the bank; "R" = sent but returned by the bank
      * (set by BANK-RETURN; re-offered from BANK-RETURNS.dat, never
      * from the run line).  PY-LINE-TYPE " " = earned payout,
      * "T" = shift guarantee top-up, "C" = COD cash the driver still
      * holds, netted off (negative amount), "X" = PPh 21 withheld
      * from the earned pay and top-up (negative amount); PAY-FILE
      * sends one transfer per driver for the net of the payable
      * lines.
      *-----------------------
       01 PAYOUT-RUN-RECORD.
         05 PY-BUSINESS-DATE PIC 9(8).
         05 PY-ACCT-NAME PIC X(20).
         05 PY-AMOUNT PIC S9(9).
         05 PY-HOLD-FLAG PIC X.
         05 PY-LINE-TYPE PIC X.
