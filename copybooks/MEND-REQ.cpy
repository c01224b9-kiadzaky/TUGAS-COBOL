      *-----------------------
      * Month-end call request - passed by MONTH-END to the month-end
      * programs (MONTH-CONSOLIDATE, PPN-RETURN, VENDOR-SETTLEMENT,
      * AR-BILLING, PPH21-RETURN, LOYALTY-MONTH, VENDOR-MARGIN,
      * ARCHIVE) so one keyed period drives the whole sequence in the
      * right order; when a program is run standalone the area is not
      * present and the program prompts as before.
      * ME-RETURN-CODE zero = the step completed, anything else = it
      * did not and the run log keeps the step open for the re-run.
      *-----------------------
       01 MONTH-END-REQUEST.
         05 ME-CALL-FLAG PIC X.
