      *-----------------------
      * PPh 21 withholding rate record - effective-dated per
      * withholding category, one row per bracket, the income-tax
      * twin of the PPN rate table (RATE-REC.cpy).  Maintained
      * through MASTER-MAINT; SUB-CALC-PPH21 takes the category's
      * rows carrying the highest PT-EFF-DATE not after the payout
      * date as the bracket set in force.
      * PT-BRACKET-FROM is the month-to-date taxable amount (DPP) the
      * bracket starts at - the first bracket starts at zero and each
      * runs up to the next one's start.  PT-DPP-PCT is the share of
      * gross pay that is taxable (50 = half), PT-NO-ID-PCT what the
      * tax is raised to when the driver has neither NPWP nor NIK on
      * the master (120 = 20% surcharge) and PT-OBJECT-CODE the tax
      * object code printed on the bukti potong and upload file.
      *-----------------------
       01 PPH21-RATE-RECORD.
         05 PT-CATEGORY PIC X.
         05 PT-EFF-DATE PIC 9(8).
         05 PT-BRACKET-FROM PIC 9(11).
         05 PT-RATE-PCT PIC 9(2)V99.
         05 PT-DPP-PCT PIC 9(3).
         05 PT-NO-ID-PCT PIC 9(3).
         05 PT-OBJECT-CODE PIC X(9).
