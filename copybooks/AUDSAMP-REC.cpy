      *-----------------------
      * Audit sample item - one per transaction AUDIT-SAMPLE drew for
      * the internal auditor, in AUDIT-SAMPLE-yyyymmdd-yyyymmdd.dat
      * (the period sampled).  SA-SELECT-REASON "S" = drawn by the
      * sampling method, "A" = supervisor-authorized reversal and
      * "J" = correction journal record (both always included).
      * SA-STRATUM is the vendor code or PAY-METHOD the item was
      * drawn from on a stratified sample (spaces = drawn from the
      * whole population).  The SA-JOURNAL- fields identify a "J"
      * item's journal record; its transaction fields come from the
      * before image.  SA-RESULT is the auditor's mark: space = not
      * yet worked, "T" = tested, "E" = exception, "N" = not
      * supported.
      *-----------------------
       01 AUDIT-SAMPLE-RECORD.
         05 SA-ITEM-NO PIC 9(4).
         05 SA-SELECT-REASON PIC X.
         05 SA-STRATUM PIC X(6).
         05 SA-BUSINESS-DATE PIC 9(8).
         05 SA-OUTLET-CODE PIC X(3).
         05 SA-SEQ-NO PIC 9(4).
         05 SA-VENDOR-CODE PIC X(6).
         05 SA-TRANS-TYPE PIC X.
         05 SA-PAY-METHOD PIC X.
         05 SA-AMOUNT PIC 9(9).
         05 SA-OPERATOR-ID PIC X(10).
         05 SA-AUTH-SUP-ID PIC X(10).
         05 SA-JOURNAL-DATE PIC 9(8).
         05 SA-JOURNAL-TIME PIC 9(8).
         05 SA-JOURNAL-ACTION PIC X.
         05 SA-REASON-CODE PIC X(4).
         05 SA-RESULT PIC X.
         05 SA-AUDITOR PIC X(10).
         05 SA-RESULT-DATE PIC 9(8).
         05 SA-COMMENT PIC X(40).
