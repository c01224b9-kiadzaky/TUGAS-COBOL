      *-----------------------
      * Corporate customer account master - keyed by CA-ACCOUNT-CODE,
      * maintained through MASTER-MAINT.  A sale keyed with PAY-METHOD
      * "A" (on account) carries the account code and is billed to
      * the customer at month end by AR-BILLING instead of being
      * banked on the day.  CA-CREDIT-LIMIT caps what the customer
      * may owe (invoiced and unpaid plus on-account sales not yet
      * invoiced, see SUB-AR-CREDIT); CA-TERMS-DAYS sets each
      * invoice's due date from the end of the billed month.
      * CA-ACTIVE-FLAG "I" = deactivated (refused on new entry, still
      * resolves on historical reports); anything else = active.
      * CA-OPENED-DATE bounds the not-yet-invoiced scan for an
      * account that has never been billed.
      *-----------------------
       01 CORP-ACCOUNT-RECORD.
         05 CA-ACCOUNT-CODE PIC X(6).
         05 CA-ACCOUNT-NAME PIC X(20).
         05 CA-CREDIT-LIMIT PIC 9(9).
         05 CA-TERMS-DAYS PIC 9(3).
         05 CA-ACTIVE-FLAG PIC X.
         05 CA-OPENED-DATE PIC 9(8).
