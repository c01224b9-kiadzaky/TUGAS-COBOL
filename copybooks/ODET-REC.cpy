      * the TRANS-IMPORT CSV; the lines of one record always sum to
      * its keyed PENJUALAN.  PRODUCT-MIX ranks these by quantity
      * and value across a date range.
      * Once MENU-ITEM.dat is set up every line carries the vendor,
      * the menu unit price in force when it was keyed and the
      * operator; OD-PRICE-REASON is the reason code given for a line
      * amount outside the item's tolerance (the import stamps
      * "IMPT").  ITEM-OVERRIDE-REPORT lists the price overrides.
      * Lines written before then read back with these as spaces.
      *-----------------------
       01 ORDER-DETAIL-RECORD.
         05 OD-BUSINESS-DATE PIC 9(8).
         05 OD-ITEM-DESC PIC X(20).
         05 OD-QTY PIC 9(4).
         05 OD-LINE-AMOUNT PIC 9(7).
         05 OD-VENDOR-CODE PIC X(6).
         05 OD-UNIT-PRICE PIC 9(7).
         05 OD-PRICE-REASON PIC X(4).
         05 OD-OPERATOR PIC X(10).
