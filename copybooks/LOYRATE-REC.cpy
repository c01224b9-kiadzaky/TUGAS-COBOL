      *-----------------------
      * Loyalty earn rate record - effective-dated, the loyalty twin
      * of the vendor rate history (VRATE-REC.cpy).  Maintained
      * through MASTER-MAINT; the row with the highest LR-EFF-DATE
      * not after a sale's transaction date applies.  A customer earns
      * one point for every LR-SPEND-PER-POINT rupiah of net PENJUALAN
      * (whole points, the remainder is dropped) and a point is worth
      * LR-POINT-VALUE rupiah when redeemed or carried as a liability.
      * No row in force = nothing is earned or redeemed.
      *-----------------------
       01 LOYALTY-RATE-RECORD.
         05 LR-EFF-DATE PIC 9(8).
         05 LR-SPEND-PER-POINT PIC 9(7).
         05 LR-POINT-VALUE PIC 9(5).
