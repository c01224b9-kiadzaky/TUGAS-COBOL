      *-----------------------
      * Complaint case record - one per customer complaint or
      * dispute, kept in COMPLAINT-CASE.dat and rewritten by
      * COMPLAINT-CASE at each step.  The case is opened against one
      * sale: its business date, SEQ-NO and the outlet whose daily
      * file holds it (CM-SOURCE "F" = a FOOD-DELIVERY daily file,
      * "P" = PENJUALAN.dat, as on REFLINK-REC); the sale's vendor,
      * driver, PENJUALAN and customer phone are copied on so the
      * aging report needs no sales file.
      * CM-CATEGORY "NA" = order never arrived, "WI" = wrong item,
      * "MI" = missing item, "LT" = late, "QU" = food quality,
      * "DR" = driver conduct, "OT" = other.
      * CM-PARTY "V" = the vendor is responsible, "D" = the driver,
      * "U" = us (the counter / dispatch).
      * CM-STATUS "O" = open, "I" = investigating, "R" = resolved.
      * CM-RESOLUTION "R" = a refund was raised (its business date
      * and SEQ-NO are stamped on, with CM-REFUND-OUTLET the outlet
      * whose daily file it went to - blank = CM-OUTLET-CODE), "C" =
      * a chargeback was posted to the vendor ledger, "N" = resolved
      * with no money moving.
      * Dates are business dates; the notes trail is kept in
      * COMPLAINT-NOTE.dat (see CASENOTE-REC).
      *-----------------------
       01 COMPLAINT-CASE-RECORD.
         05 CM-CASE-NO PIC 9(6).
         05 CM-STATUS PIC X.
         05 CM-BUSINESS-DATE PIC 9(8).
         05 CM-SEQ-NO PIC 9(4).
         05 CM-OUTLET-CODE PIC X(3).
         05 CM-SOURCE PIC X.
         05 CM-VENDOR-CODE PIC X(6).
         05 CM-DRIVER-ID PIC X(6).
         05 CM-PENJUALAN PIC 9(7).
         05 CM-CUST-PHONE PIC X(15).
         05 CM-CATEGORY PIC X(2).
         05 CM-PARTY PIC X.
         05 CM-OPENED-DATE PIC 9(8).
         05 CM-OPENED-BY PIC X(10).
         05 CM-LAST-DATE PIC 9(8).
         05 CM-LAST-BY PIC X(10).
         05 CM-RESOLVED-DATE PIC 9(8).
         05 CM-RESOLUTION PIC X.
         05 CM-REFUND-AMOUNT PIC 9(7).
         05 CM-REFUND-DATE PIC 9(8).
         05 CM-REFUND-SEQ PIC 9(4).
         05 CM-CHARGE-AMOUNT PIC 9(9).
         05 CM-SUMMARY PIC X(40).
         05 CM-REFUND-OUTLET PIC X(3).
         05 FILLER PIC X(17).
