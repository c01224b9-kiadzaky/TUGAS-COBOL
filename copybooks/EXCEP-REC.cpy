      * Reconciliation exception record - written by RECON-BATCH and
      * BANK-RECON for every break (unmatched record, PPN mismatch,
      * deposit variance) and worked off through EXCEPTION-REVIEW.
      * Other programs queue their own findings the same way (e.g.
      * ANOMALY-SCAN's rule hits, EX-TYPE "ANOM-" and the rule ID).
      * EX-STATUS "O" = open, "R" = resolved.  EX-SEVERITY "H" =
      * high (SEQ-CONTINUITY's sequence breaks), space = normal;
      * records written before it existed read back as spaces.
      *-----------------------
       01 EXCEPTION-RECORD.
         05 EX-STATUS PIC X.
         05 EX-RESOLVED-BY PIC X(10).
         05 EX-RESOLVED-DATE PIC 9(8).
         05 EX-COMMENT PIC X(40).
         05 EX-SEVERITY PIC X.
