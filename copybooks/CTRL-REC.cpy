      * destination TRAIN-REFRESH will copy masked masters into
      * (spaces = no TRAIN region configured, refresh refuses to run)
         05 CTL-TRAIN-BASE PIC X(50).
      * A driver still holding COD cash collected more than
      * CTL-COD-HOLD-DAYS days ago goes to the exception file for
      * EXCEPTION-REVIEW (zero/spaces = default 2)
         05 CTL-COD-HOLD-DAYS PIC 9(3).
      * A dispatched order taking longer than CTL-DELIVERY-TARGET
      * minutes from assignment to delivery counts as late on the
      * driver on-time report (zero/spaces = default 45)
         05 CTL-DELIVERY-TARGET PIC 9(3).
      * Our own NPWP as the PPh 21 withholder, printed on every bukti
      * potong and the upload file PPH21-RETURN writes (spaces = not
      * set, the return warns that the upload cannot be filed)
         05 CTL-WITHHOLDER-NPWP PIC X(16).
      * Outlet (kitchen hub) this workstation trades for, and the
      * group's outlets in order.  The first outlet on the list is the
      * home outlet and keeps the plain FOOD-DELIVERY-yyyymmdd.dat
      * name; every other outlet's daily file carries its code,
      * FOOD-DELIVERY-yyyymmdd-OOO.dat.  Each outlet closes its own
      * date through EOD-CLOSE.  SUB-OUTLET resolves these for the
      * programs (all blank = single-outlet installation).
         05 CTL-OUTLET-CODE PIC X(3).
         05 CTL-OUTLET-LIST.
           10 CTL-OUTLET PIC X(3) OCCURS 6 TIMES.
      * Loyalty points expire at the end of the CTL-POINTS-EXPIRY'th
      * month after the month they were earned in, oldest points
      * first (zero/spaces = default 12)
         05 CTL-POINTS-EXPIRY PIC 9(3).
      * Cash-flow projection (CASH-PROJECTION): a projected day whose
      * bank balance falls below CTL-MIN-BALANCE is flagged (zero/
      * spaces = only an overdraft is flagged); the platform deposits
      * P-channel sales CTL-PLATFORM-LAG days after the sale (zero/
      * spaces = default 2); a vendor settlement falls due
      * CTL-VENDOR-PAY-DAYS days after its period ends (zero/spaces =
      * default 7); PPN for a period is paid by day CTL-TAX-DUE-DAY of
      * the following month (zero/spaces = default 15)
         05 CTL-MIN-BALANCE PIC 9(11).
         05 CTL-PLATFORM-LAG PIC 9(2).
         05 CTL-VENDOR-PAY-DAYS PIC 9(3).
         05 CTL-TAX-DUE-DAY PIC 9(2).
      * Alerts of the same event type queued within CTL-ALERT-WINDOW
      * minutes of each other go to the gateway as one message (zero/
      * spaces = default 15, see ALERT-DISPATCH)
         05 CTL-ALERT-WINDOW PIC 9(3).
