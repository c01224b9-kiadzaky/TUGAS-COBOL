      * PENJUALAN.dat; RL-ORIG-SEQ is the stable sequence number
      * stamped on the original record at write time (it survives the
      * whole-file rewrites CORRECT-DATA performs).  SUB-REFUND-CHECK
      * sums these to block over-refunding.  RL-OUTLET-CODE is the
      * outlet whose daily file holds the original (blank = the home
      * outlet) - sequence numbers only run within one outlet's file.
      * RL-ENTRY-TYPE space = a refund link; "S" = a superseding
      * record for a link YEAR-END has already rolled into a
      * REFUND-LINK-yyyy.dat history file, which is never rewritten:
      * RL-PRIOR-AMOUNT is the link's amount before the change and
      * RL-REFUND-AMOUNT its amount from now on (0 = link deleted).
      * Readers apply the difference after the link itself.
      *-----------------------
       01 REFUND-LINK-RECORD.
         05 RL-SOURCE PIC X.
         05 RL-REFUND-AMOUNT PIC 9(7).
         05 RL-REFUND-DATE PIC 9(8).
         05 RL-OPERATOR PIC X(10).
         05 RL-OUTLET-CODE PIC X(3).
         05 RL-ENTRY-TYPE PIC X.
         05 RL-PRIOR-AMOUNT PIC 9(7).
