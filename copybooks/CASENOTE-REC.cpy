      *-----------------------
      * Complaint case note - the case's trail, appended to
      * COMPLAINT-NOTE.dat by COMPLAINT-CASE every time a case is
      * opened, noted, moved to investigating or resolved.
      * CN-STATUS is the case status after the note (see CASE-REC);
      * CN-TIME is HHMMSSCC.
      *-----------------------
       01 CASE-NOTE-RECORD.
         05 CN-CASE-NO PIC 9(6).
         05 CN-DATE PIC 9(8).
         05 CN-TIME PIC 9(8).
         05 CN-OPERATOR PIC X(10).
         05 CN-STATUS PIC X.
         05 CN-TEXT PIC X(60).
