      *-----------------------
      * Order dispatch record - one per order on the dispatch board,
      * kept in the business date's DISPATCH-yyyymmdd.dat and
      * rewritten by DISPATCH-BOARD at each step.  DP-SEQ-NO is the
      * sales sequence number reserved when the order is opened
      * (SUB-REFUND-CHECK never reissues it); the sale written when
      * the order is delivered carries the same number.
      * DP-STATUS "O" = open, "A" = assigned to a driver, "P" =
      * picked up, "D" = delivered (sale written), "X" = cancelled.
      * Each step is stamped with the date and time (HHMMSSCC) it
      * was keyed; DRIVER-ON-TIME reports the intervals.
      *-----------------------
       01 DISPATCH-RECORD.
         05 DP-BUSINESS-DATE PIC 9(8).
         05 DP-SEQ-NO PIC 9(4).
         05 DP-STATUS PIC X.
         05 DP-VENDOR-CODE PIC X(6).
         05 DP-NAMA-VENDOR PIC X(20).
         05 DP-PENJUALAN PIC 9(7).
         05 DP-ONGKIR PIC 9(7).
         05 DP-TIPS PIC 9(7).
         05 DP-PAY-METHOD PIC X.
         05 DP-ACCOUNT-CODE PIC X(6).
         05 DP-PROMO-CODE PIC X(8).
         05 DP-ZONE-CODE PIC X(4).
         05 DP-ZONE-STD-ONGKIR PIC 9(7).
         05 DP-ONGKIR-REASON PIC X(4).
         05 DP-DRIVER-ID PIC X(6).
         05 DP-DRIVER PIC X(20).
         05 DP-OPENED-BY PIC X(10).
         05 DP-OPEN-DATE PIC 9(8).
         05 DP-OPEN-TIME PIC 9(8).
         05 DP-ASSIGN-DATE PIC 9(8).
         05 DP-ASSIGN-TIME PIC 9(8).
         05 DP-PICKUP-DATE PIC 9(8).
         05 DP-PICKUP-TIME PIC 9(8).
         05 DP-DONE-DATE PIC 9(8).
         05 DP-DONE-TIME PIC 9(8).
         05 DP-CANCEL-REASON PIC X(20).
         05 DP-LAST-BY PIC X(10).
