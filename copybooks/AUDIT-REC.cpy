         05 CJ-ACTION PIC X.
         05 CJ-REASON-CODE PIC X(4).
         05 CJ-BUSINESS-DATE PIC 9(8).
         05 CJ-BEFORE-IMAGE PIC X(250).
         05 CJ-AFTER-IMAGE PIC X(250).
