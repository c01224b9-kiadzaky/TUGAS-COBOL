      *-----------------------
      * Bank transfer details feed the PAY-FILE bank file; a driver
      * with blank details is held out of the transfer run
      * DM-NPWP / DM-NIK identify the driver to the tax office for the
      * PPh 21 withheld on payouts (neither on file = the higher
      * no-ID rate); DM-TAX-CATEGORY picks the driver's rows in the
      * withholding rate table (PPH21-REC) - blank = "N", the
      * non-employee category
       01 DRIVER-MASTER-RECORD.
         05 DM-DRIVER-ID PIC X(6).
         05 DM-DRIVER-NAME PIC X(20).
         05 DM-BANK-CODE PIC X(4).
         05 DM-BANK-ACCT PIC X(16).
         05 DM-ACCT-NAME PIC X(20).
         05 DM-NPWP PIC X(16).
         05 DM-NIK PIC X(16).
         05 DM-TAX-CATEGORY PIC X.
