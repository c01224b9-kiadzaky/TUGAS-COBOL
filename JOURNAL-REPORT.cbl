      *          the answer to "why is Tuesday's total different from
      *          what you reported Tuesday night".
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   15 OCT 2026 - Also reads the CORRECTION-JOURNAL-yyyy.dat
      *                 history files YEAR-END writes - for one
      *                 business date from that date's year up to last
      *                 year, for the whole journal from a history year
      *                 the operator keys (blank = live journal only).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 WS-UPDATE-COUNT PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(5) VALUE 0.
      *-----------------------
      * Entries for a year YEAR-END has rolled over are in that
      * year's CORRECTION-JOURNAL-yyyy.dat, read before the live file
      *-----------------------
       01 WS-JOURNAL-LIVE-FILENAME PIC X(60).
       01 WS-FILES-READ PIC 9(3) VALUE 0.
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY "BUSINESS DATE (YYYYMMDD)? BLANK = ALL : "
                  NO ADVANCING
           ACCEPT WS-FILTER-DATE
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           IF WS-FILTER-DATE = 0
              DISPLAY "ALSO LIST HISTORY FROM YEAR (YYYY)? ",
                     "BLANK = LIVE JOURNAL ONLY : " NO ADVANCING
              ACCEPT WS-HIST-YEAR
              IF WS-HIST-YEAR = 0
                 MOVE WS-THIS-YEAR TO WS-HIST-YEAR
              END-IF
           ELSE
              MOVE WS-FILTER-DATE (1:4) TO WS-HIST-YEAR
           END-IF

           MOVE WS-JOURNAL-FILENAME TO WS-JOURNAL-LIVE-FILENAME
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-JOURNAL-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "CORRECTION-JOURNAL-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
             END-STRING
             PERFORM LIST-JOURNAL-FILE
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-JOURNAL-LIVE-FILENAME TO WS-JOURNAL-FILENAME
           PERFORM LIST-JOURNAL-FILE
           IF WS-FILES-READ = 0
              DISPLAY "NO CORRECTION JOURNAL FILE - NOTHING TO REPORT"
              STOP RUN
           END-IF

           DISPLAY "----------------------------------------------"
           DISPLAY "JOURNAL ENTRIES LISTED : " WS-ENTRY-COUNT
           DISPLAY "  UPDATES              : " WS-UPDATE-COUNT
           END-STRING
           .

       LIST-JOURNAL-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT CORRECTION-JOURNAL-File
           IF CJN-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM UNTIL WS-EOF = "Y"
             READ CORRECTION-JOURNAL-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WS-FILTER-DATE = 0
                     OR CJ-BUSINESS-DATE = WS-FILTER-DATE
                     PERFORM PRINT-JOURNAL-ENTRY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CORRECTION-JOURNAL-File
           .

       PRINT-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF CJ-ACTION = "D"
                  " ACTION " CJ-ACTION,
                  " REASON " CJ-REASON-CODE,
                  " BUSINESS DATE " CJ-BUSINESS-DATE
           DISPLAY "  BEFORE : " CJ-BEFORE-IMAGE (1:125)
           IF CJ-ACTION = "D"
              DISPLAY "  AFTER  : (RECORD DELETED)"
           ELSE
              DISPLAY "  AFTER  : " CJ-AFTER-IMAGE (1:125)
           END-IF
           .
      ** add other procedures here
