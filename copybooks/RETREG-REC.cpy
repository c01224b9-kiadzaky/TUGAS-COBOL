      *-----------------------
      * Bank return register record - one per transfer the bank sent
      * back, appended by BANK-RETURN.  RT-PAYEE-TYPE "D" = driver
      * payout (RT-RUN-START = RT-RUN-END = payout run date), "V" =
      * vendor settlement (the statement period).  The bank details
      * are the ones the transfer went to; the item is only offered
      * again by PAY-FILE / VENDOR-PAY-FILE once the master holds
      * different details.  RT-STATUS "O" = outstanding, "S" = sent
      * again (RT-RESENT-DATE = the run that re-sent it).
      *-----------------------
       01 RETURN-REGISTER-RECORD.
         05 RT-PAYEE-TYPE PIC X.
         05 RT-PAYEE-ID PIC X(6).
         05 RT-RUN-START PIC 9(8).
         05 RT-RUN-END PIC 9(8).
         05 RT-BANK-CODE PIC X(4).
         05 RT-BANK-ACCT PIC X(16).
         05 RT-ACCT-NAME PIC X(20).
         05 RT-AMOUNT PIC 9(11).
         05 RT-REASON-CODE PIC X(4).
         05 RT-REASON-TEXT PIC X(24).
         05 RT-RETURN-DATE PIC 9(8).
         05 RT-RECORDED-BY PIC X(10).
         05 RT-STATUS PIC X.
         05 RT-RESENT-DATE PIC 9(8).
         05 RT-RESENT-BY PIC X(10).
