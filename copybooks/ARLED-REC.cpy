      *-----------------------
      * Receivables ledger record - one per invoice raised by the
      * AR-BILLING month-end run and one per customer payment keyed
      * through AR-BILLING.  Append-only; a customer's balance is the
      * sum of its invoices less the sum of its payments.
      * AL-ENTRY-TYPE "I" = invoice (AL-PERIOD is the billed month,
      * AL-DUE-DATE the end of the month plus the account's terms),
      * "P" = payment (AL-INVOICE-NO names the invoice it settles;
      * blank = applied to the oldest open invoices first when the
      * aging is worked out).  AL-REFERENCE carries the bank
      * reference or transfer note of a payment.
      *-----------------------
       01 AR-LEDGER-RECORD.
         05 AL-ACCOUNT-CODE PIC X(6).
         05 AL-ENTRY-TYPE PIC X.
         05 AL-ENTRY-DATE PIC 9(8).
         05 AL-INVOICE-NO PIC X(10).
         05 AL-PERIOD PIC 9(6).
         05 AL-DUE-DATE PIC 9(8).
         05 AL-AMOUNT PIC 9(9).
         05 AL-REFERENCE PIC X(20).
         05 AL-OPERATOR PIC X(10).
