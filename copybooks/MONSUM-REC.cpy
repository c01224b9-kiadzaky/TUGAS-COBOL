      * MONTH-CONSOLIDATE, read by later reports instead of re-scanning
      * thirty-one daily files).  MS-REC-TYPE "V" = one vendor-day,
      * "M" = vendor month total (MS-DATE zero), "D" = driver month
      * total (MS-DATE zero), "O" = outlet month total on a group
      * with more than one outlet (MS-CODE = outlet code, MS-DATE
      * zero).
      *-----------------------
       01 MONTHLY-SUMMARY-RECORD.
         05 MS-REC-TYPE PIC X.
