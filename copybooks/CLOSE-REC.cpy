      *-----------------------
      * Business-date close-status record - appended by EOD-CLOSE;
      * the latest record for a date wins (C = closed, O = reopened).
      * Each outlet seals its own date; CS-OUTLET-CODE blank = the
      * home outlet (every record written before the second hub).
      *-----------------------
       01 CLOSE-STATUS-RECORD.
         05 CS-BUSINESS-DATE PIC 9(8).
         05 CS-CLOSED-BY PIC X(10).
         05 CS-CLOSE-DATE PIC 9(8).
         05 CS-CLOSE-TIME PIC 9(8).
         05 CS-OUTLET-CODE PIC X(3).
