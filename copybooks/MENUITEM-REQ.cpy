      *-----------------------
      * Menu item price check (SUB-MENU-ITEM request area)
      * MN-RESULT "A" = item found, "U" = not on the vendor's menu,
      * "I" = item withdrawn, "N" = no price in force on the date
      * yet, "T" = no menu item file at all (items are not in use
      * and the caller skips the check).  MN-EXPECTED is quantity
      * times unit price; MN-OUTSIDE "Y" when the line amount differs
      * from it by more than quantity times the tolerance.
      *-----------------------
       01 WS-ITEM-REQUEST.
         05 MN-VENDOR-CODE PIC X(6).
         05 MN-ITEM-CODE PIC X(8).
         05 MN-BUSINESS-DATE PIC 9(8).
         05 MN-QTY PIC 9(4).
         05 MN-LINE-AMOUNT PIC 9(7).
         05 MN-RESULT PIC X.
         05 MN-DESCRIPTION PIC X(20).
         05 MN-UNIT-PRICE PIC 9(7).
         05 MN-TOLERANCE PIC 9(7).
         05 MN-EXPECTED PIC 9(9).
         05 MN-OUTSIDE PIC X.
