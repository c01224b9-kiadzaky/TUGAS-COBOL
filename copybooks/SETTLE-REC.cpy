      * and by VENDOR-PAY-FILE when the supervised payment run is
      * released ("P" paid).  The latest record for a vendor and
      * statement period wins; the aging list reads the unpaid ones.
      * BANK-RETURN appends "U" with ST-RETURN-REASON set (the bank's
      * reason code) when the bank sends a released transfer back.
      *-----------------------
       01 SETTLE-STATUS-RECORD.
         05 ST-VENDOR-CODE PIC X(6).
         05 ST-STATUS PIC X.
         05 ST-STAMP-DATE PIC 9(8).
         05 ST-STAMP-BY PIC X(10).
         05 ST-RETURN-REASON PIC X(4).
