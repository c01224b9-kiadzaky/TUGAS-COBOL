      *-----------------------
      * Sequence counter record - one per sequence number issued for
      * a business date's FOOD-DELIVERY daily file, appended by
      * SUB-REFUND-CHECK to SEQ-COUNTER-yyyymmdd.dat next to it (same
      * outlet suffix as the daily file).  SC-ACTION "A" = allocated
      * by SUB-REFUND-CHECK, "N" = a number a caller stamped itself
      * counting on from an allocated base (the batch write in
      * TUGAS-KELOMPOK, TRANS-IMPORT).  The date's allocation counter
      * is the highest SC-SEQ-NO on the file; SEQ-CONTINUITY reports
      * any record numbered above it.
      *-----------------------
       01 SEQ-COUNTER-RECORD.
         05 SC-BUSINESS-DATE PIC 9(8).
         05 SC-SEQ-NO PIC 9(4).
         05 SC-ACTION PIC X.
         05 SC-DATE PIC 9(8).
         05 SC-TIME PIC 9(8).
