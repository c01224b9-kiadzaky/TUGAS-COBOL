      *-----------------------
      * Master maintenance log record - one line per add/change/
      * deactivate applied by MASTER-MAINT (who changed what and when)
      * ML-FILE "V" = vendor, "D" = driver, "O" = operator master,
      * "A" = corporate customer account, "P" = promo code master,
      * "Z" = delivery zone tariff, "W" = PPh 21 withholding rate
      * (key = category and effective date), "N" = anomaly scan rule
      * (key = the first 10 characters of the rule ID), "C" = loyalty
      * customer (key = the first 10 digits of the phone), "L" =
      * loyalty earn rate (key = effective date), "M" = menu item
      * (key = item code, the vendor is in the images), "E" = alert
      * route (key = the first 10 characters of the event type);
      * ML-KEY is wide enough for a 10-character operator ID
      *-----------------------
       01 MAINT-LOG-RECORD.
         05 ML-FILE PIC X.
         05 ML-ACTION PIC X.
         05 ML-KEY PIC X(10).
         05 ML-OLD-IMAGE PIC X(105).
         05 ML-NEW-IMAGE PIC X(105).
