      *-----------------------
      * Delivery zone tariff record - effective-dated per zone, the
      * ONGKIR twin of the vendor rate history (VRATE-REC.cpy).
      * Maintained through MASTER-MAINT; SUB-ZONE-TARIFF picks the
      * row with the highest ZT-EFF-DATE not after the business date.
      * ZT-STD-ONGKIR is the fee offered as the default at entry and
      * ZT-TOLERANCE the amount either side of it a keyed fee may
      * differ by before it needs a reason code (entry) or is
      * rejected (import).  ZT-ACTIVE-FLAG "I" = zone withdrawn;
      * deactivating or reactivating a zone flags all of its rows.
      *-----------------------
       01 ZONE-TARIFF-RECORD.
         05 ZT-ZONE-CODE PIC X(4).
         05 ZT-EFF-DATE PIC 9(8).
         05 ZT-DESCRIPTION PIC X(20).
         05 ZT-STD-ONGKIR PIC 9(7).
         05 ZT-TOLERANCE PIC 9(7).
         05 ZT-ACTIVE-FLAG PIC X.
