      *-----------------------
      * Menu item master record - one row per vendor, item code and
      * effective date, the item twin of the zone tariff (ZONE-REC).
      * Maintained through MASTER-MAINT; SUB-MENU-ITEM picks the
      * vendor's row for the item with the highest MI-EFF-DATE not
      * after the business date.  MI-UNIT-PRICE times the quantity
      * is the line amount offered as the default at entry, and
      * MI-TOLERANCE the amount per unit either side of it a keyed
      * line amount may differ by before the line is flagged as a
      * price override.  MI-ACTIVE-FLAG "I" = item withdrawn from the
      * vendor's menu; deactivating or reactivating an item flags all
      * of its rows.
      *-----------------------
       01 MENU-ITEM-RECORD.
         05 MI-VENDOR-CODE PIC X(6).
         05 MI-ITEM-CODE PIC X(8).
         05 MI-EFF-DATE PIC 9(8).
         05 MI-DESCRIPTION PIC X(20).
         05 MI-UNIT-PRICE PIC 9(7).
         05 MI-TOLERANCE PIC 9(7).
         05 MI-ACTIVE-FLAG PIC X.
