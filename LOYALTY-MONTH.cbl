      ******************************************************************
      * Author:
      * Date: 06 OCT 2026
      * Purpose: Loyalty points month-end - for one period, expires
      *          points earned more than the control record's expiry
      *          months ago (CTL-POINTS-EXPIRY, default 12) that the
      *          customer has not used since, oldest first, as "X"
      *          lines on the points ledger; prints a statement per
      *          customer (LOYALTY-STATEMENT-yyyymm.txt: opening
      *          balance, the month's points, expiry, closing
      *          balance); and appends the month's points liability
      *          (LOYALTY-LIABILITY.dat, see LOYLIAB-REC) that
      *          GL-EXPORT accrues to the loyalty expense.  A re-run
      *          replaces the period's expiry lines.
      *          Run by MONTH-END with the period in a MONTH-END-
      *          REQUEST area, or standalone with a keyed period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOYALTY-MONTH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
         SELECT CONTROL-File
             ASSIGN TO
             "C:\MAYBANK\COBOL\GNU PROJECT\data\CONTROL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CUSTOMER-File
             ASSIGN TO WS-CUSTOMER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CU-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LOYALTY-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LEDGER-WORK-File
             ASSIGN TO WS-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT SORT-WORK-File
             ASSIGN TO "SORTWK1".
         SELECT SORTED-File
             ASSIGN TO WS-SORTED-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS SRT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LIABILITY-File
             ASSIGN TO WS-LIABILITY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LB-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT STATEMENT-File
             ASSIGN TO WS-STATEMENT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS STM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD CUSTOMER-File.
       COPY "copybooks/CUSTOMER-REC.cpy".
       FD LOYALTY-LEDGER-File.
       COPY "copybooks/LOYLED-REC.cpy".
       FD LEDGER-WORK-File.
       01 LEDGER-WORK-RECORD PIC X(59).
       SD SORT-WORK-File.
       01 SORT-WORK-Record.
         05 SW-PHONE PIC X(15).
         05 SW-DATE PIC 9(8).
         05 SW-REST PIC X(36).
       FD SORTED-File.
       01 SORTED-Record.
         05 SL-PHONE PIC X(15).
         05 SL-DATE PIC 9(8).
         05 SL-ENTRY-TYPE PIC X.
         05 SL-POINTS PIC 9(7).
         05 SL-VALUE PIC 9(9).
         05 SL-OUTLET-CODE PIC X(3).
         05 SL-SEQ-NO PIC 9(4).
         05 SL-VENDOR-CODE PIC X(6).
         05 SL-PERIOD PIC 9(6).
       FD LIABILITY-File.
       COPY "copybooks/LOYLIAB-REC.cpy".
       FD STATEMENT-File.
       01 STATEMENT-RECORD PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 CU-FSTAT PIC 99.
       01 LL-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 SRT-FSTAT PIC 99.
       01 LB-FSTAT PIC 99.
       01 STM-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-CUSTOMER-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-WORK-FILENAME PIC X(60).
       01 WS-SORTED-FILENAME PIC X(60).
       01 WS-LIABILITY-FILENAME PIC X(60).
       01 WS-STATEMENT-FILENAME PIC X(70).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
         05 WS-PERIOD-YEAR PIC 9(4).
         05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-PREV-PERIOD PIC 9(6).
       01 WS-PREV-PARTS REDEFINES WS-PREV-PERIOD.
         05 WS-PREV-YEAR PIC 9(4).
         05 WS-PREV-MONTH PIC 9(2).
       01 WS-EXPIRE-PERIOD PIC 9(6).
       01 WS-EXPIRE-PARTS REDEFINES WS-EXPIRE-PERIOD.
         05 WS-EXPIRE-YEAR PIC 9(4).
         05 WS-EXPIRE-MONTH PIC 9(2).
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-EXPIRY-MONTHS PIC 9(3) VALUE 12.
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       01 WS-ME-CALLED PIC X VALUE "N".
       01 WS-REPLACED PIC 9(5).
      *-----------------------
      * Point value at the end of the month (SUB-LOYALTY request area)
      *-----------------------
       COPY "copybooks/LOYALTY-REQ.cpy".
      *-----------------------
      * Customer names for the statement headings
      *-----------------------
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-IDX PIC 9(4).
       01 CUSTOMER-TABLE.
         05 CT-ENTRY OCCURS 2000 TIMES.
           10 CT-PHONE PIC X(15).
           10 CT-NAME PIC X(20).
           10 CT-ACTIVE PIC X.
      *-----------------------
      * One customer's figures, built as the sorted ledger is read -
      * phone then date order, so the opening balance is complete by
      * the time the month's first line arrives
      *-----------------------
       01 WS-CUR-PHONE PIC X(15).
       01 WS-CUR-NAME PIC X(20).
       01 WS-CUR-STATUS PIC X(13).
       01 WS-CUR-HEADED PIC X.
       01 WS-CUR-OPEN PIC S9(9).
       01 WS-CUR-EARNED PIC 9(9).
       01 WS-CUR-TAKEN PIC 9(9).
       01 WS-CUR-REDEEMED PIC 9(9).
       01 WS-CUR-GIVEN PIC 9(9).
       01 WS-CUR-OLD-EARNED PIC 9(9).
       01 WS-CUR-USED PIC S9(9).
       01 WS-CUR-EXPIRED PIC S9(9).
       01 WS-CUR-CLOSE PIC S9(9).
      *-----------------------
      * Month totals for the liability record
      *-----------------------
       01 WS-CUSTOMERS PIC 9(5) VALUE 0.
       01 WS-STATEMENTS PIC 9(5) VALUE 0.
       01 WS-EXPIRED-LINES PIC 9(5) VALUE 0.
       01 WS-TOT-OPEN PIC S9(9) VALUE 0.
       01 WS-TOT-EARNED PIC 9(9) VALUE 0.
       01 WS-TOT-TAKEN PIC 9(9) VALUE 0.
       01 WS-TOT-REDEEMED PIC 9(9) VALUE 0.
       01 WS-TOT-GIVEN PIC 9(9) VALUE 0.
       01 WS-TOT-EXPIRED PIC 9(9) VALUE 0.
       01 WS-TOT-CLOSE PIC S9(9) VALUE 0.
       01 WS-TOT-REDEEM-VALUE PIC S9(11) VALUE 0.
       01 WS-PREV-FOUND PIC X VALUE "N".
       01 WS-PREV-CLOSE-VALUE PIC S9(11) VALUE 0.
       01 WS-TYPE-TEXT PIC X(14).
       01 WS-SHOW-POINTS PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-AMOUNT PIC -ZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY "copybooks/MEND-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING MONTH-END-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "LOYALTY POINTS MONTH-END"
           IF ADDRESS OF MONTH-END-REQUEST NOT = NULL
              AND ME-CALL-FLAG = "Y"
              MOVE "Y" TO WS-ME-CALLED
              MOVE ME-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD " (MONTH-END)"
           ELSE
              DISPLAY "PERIOD TO CLOSE (YYYYMM) : " NO ADVANCING
              ACCEPT WS-PERIOD
              IF WS-PERIOD = 0
                 DISPLAY "PERIOD IS REQUIRED"
                 STOP RUN
              END-IF
              PERFORM CHECK-KEYED-PERIOD
           END-IF

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           PERFORM SET-PERIOD-DATES
           DISPLAY "POINTS EARNED IN " WS-EXPIRE-PERIOD,
                  " OR EARLIER AND STILL UNUSED EXPIRE (",
                  WS-EXPIRY-MONTHS " MONTHS)"
           MOVE "E" TO LQ-MODE
           MOVE WS-PERIOD-END TO LQ-DATE
           MOVE 0 TO LQ-AMOUNT
           CALL "SUB-LOYALTY" USING WS-LOYALTY-REQUEST
           CANCEL "SUB-LOYALTY"
           IF LQ-POINT-VALUE = 0
              DISPLAY "WARNING: NO EARN RATE IN FORCE AT "
                     WS-PERIOD-END " - POINTS ARE VALUED AT ZERO"
           END-IF

           PERFORM LOAD-CUSTOMERS
           PERFORM REMOVE-PERIOD-EXPIRY
           PERFORM FIND-PREVIOUS-LIABILITY
           PERFORM RUN-STATEMENTS
           PERFORM WRITE-LIABILITY
           PERFORM PRINT-MONTH-SUMMARY
           IF WS-ME-CALLED = "Y"
              MOVE 0 TO ME-RETURN-CODE
           END-IF
           GOBACK.

       CHECK-KEYED-PERIOD.
      **
      * Validate the keyed YYYYMM by checking day 01 of it through
      * the shared date validation, as PPN-RETURN does.
      **
           COMPUTE DV-DATE = WS-PERIOD * 100 + 1
           MOVE "V" TO DV-MODE
           CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
           CANCEL "SUB-VALIDATE-DATE"
           EVALUATE DV-RESULT
             WHEN "E"
                DISPLAY WS-PERIOD " IS NOT A REAL PERIOD - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
             WHEN "F"
                DISPLAY WS-PERIOD " IS IN THE FUTURE - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
           END-EVALUATE
           .

       LOAD-CONTROL.
           OPEN INPUT CONTROL-File
           IF CTL-FSTAT = 00
              READ CONTROL-File
                AT END
                   CONTINUE
                NOT AT END
                   IF CTL-FILE-BASE NOT = SPACES
                      MOVE CTL-FILE-BASE TO WS-FILE-BASE
                   END-IF
                   IF CTL-REGION NOT = SPACES
                      MOVE CTL-REGION TO WS-REGION
                   END-IF
                   IF CTL-POINTS-EXPIRY IS NUMERIC
                      AND CTL-POINTS-EXPIRY > 0
                      MOVE CTL-POINTS-EXPIRY TO WS-EXPIRY-MONTHS
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO WS-CUSTOMER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CUSTOMER.dat"
                  DELIMITED BY SIZE INTO WS-CUSTOMER-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           MOVE SPACES TO WS-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-LEDGER.tmp"
                  DELIMITED BY SIZE INTO WS-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-SORTED-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-SORTED.tmp"
                  DELIMITED BY SIZE INTO WS-SORTED-FILENAME
           END-STRING
           MOVE SPACES TO WS-LIABILITY-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-LIABILITY.dat"
                  DELIMITED BY SIZE INTO WS-LIABILITY-FILENAME
           END-STRING
           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "LOYALTY-STATEMENT-" WS-PERIOD ".txt"
                  DELIMITED BY SIZE INTO WS-STATEMENT-FILENAME
           END-STRING
           .

       SET-PERIOD-DATES.
      **
      * First and last day of the month, the month before (for the
      * opening liability) and the last month whose earnings expire
      * now - counted back in whole months from this one.
      **
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           IF WS-PERIOD-MONTH = 12
              COMPUTE WS-NEXT-START = (WS-PERIOD-YEAR + 1) * 10000
                                    + 101
           ELSE
              COMPUTE WS-NEXT-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-PERIOD-MONTH = 1
              COMPUTE WS-PREV-YEAR = WS-PERIOD-YEAR - 1
              MOVE 12 TO WS-PREV-MONTH
           ELSE
              MOVE WS-PERIOD-YEAR TO WS-PREV-YEAR
              COMPUTE WS-PREV-MONTH = WS-PERIOD-MONTH - 1
           END-IF
           COMPUTE WS-MONTH-COUNT = WS-PERIOD-YEAR * 12
                                  + WS-PERIOD-MONTH - 1
                                  - WS-EXPIRY-MONTHS
           COMPUTE WS-EXPIRE-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-EXPIRE-MONTH = WS-MONTH-COUNT
                                   - WS-EXPIRE-YEAR * 12 + 1
           .

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CUSTOMER-File
           IF CU-FSTAT NOT = "00"
              CLOSE CUSTOMER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CUSTOMER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WS-CUST-COUNT < 2000
                     ADD 1 TO WS-CUST-COUNT
                     MOVE CU-PHONE TO CT-PHONE (WS-CUST-COUNT)
                     MOVE CU-NAME TO CT-NAME (WS-CUST-COUNT)
                     MOVE CU-ACTIVE-FLAG TO CT-ACTIVE (WS-CUST-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CUSTOMER-File
           .

       REMOVE-PERIOD-EXPIRY.
      **
      * A re-run for the same month starts again from the balances
      * before its expiry - the period's "X" lines are dropped.
      **
           MOVE 0 TO WS-REPLACED
           MOVE "N" TO WS-EOF
           OPEN INPUT LOYALTY-LEDGER-File
           IF LL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LEDGER-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ LOYALTY-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF LL-ENTRY-TYPE = "X"
                     AND LL-PERIOD = WS-PERIOD
                     ADD 1 TO WS-REPLACED
                  ELSE
                     MOVE LOYALTY-LEDGER-RECORD TO LEDGER-WORK-RECORD
                     WRITE LEDGER-WORK-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE LOYALTY-LEDGER-File
           CLOSE LEDGER-WORK-File
           IF WS-REPLACED = 0
              EXIT PARAGRAPH
           END-IF
           DISPLAY WS-REPLACED " EXPIRY LINE(S) FROM AN EARLIER RUN ",
                  "OF " WS-PERIOD " REPLACED"
           OPEN OUTPUT LOYALTY-LEDGER-File
           OPEN INPUT LEDGER-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ LEDGER-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE LEDGER-WORK-RECORD TO LOYALTY-LEDGER-RECORD
                  WRITE LOYALTY-LEDGER-RECORD
             END-READ
           END-PERFORM
           CLOSE LEDGER-WORK-File
           CLOSE LOYALTY-LEDGER-File
           .

       FIND-PREVIOUS-LIABILITY.
      **
      * The opening liability is last month's closing figure (latest
      * record for the period) so the accruals chain month to month;
      * without one it is the opening points at today's value.
      **
           MOVE "N" TO WS-PREV-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT LIABILITY-File
           IF LB-FSTAT NOT = "00"
              CLOSE LIABILITY-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ LIABILITY-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF LB-PERIOD = WS-PREV-PERIOD
                     MOVE "Y" TO WS-PREV-FOUND
                     MOVE LB-CLOSE-VALUE TO WS-PREV-CLOSE-VALUE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE LIABILITY-File
           .

       RUN-STATEMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOYALTY-LEDGER-File
           IF LL-FSTAT NOT = "00"
              CLOSE LOYALTY-LEDGER-File
              DISPLAY "NO LOYALTY LEDGER YET - NOTHING TO CLOSE"
              OPEN OUTPUT STATEMENT-File
              CLOSE STATEMENT-File
              EXIT PARAGRAPH
           END-IF
           CLOSE LOYALTY-LEDGER-File
           SORT SORT-WORK-File ON ASCENDING KEY SW-PHONE
                  ON ASCENDING KEY SW-DATE
                  USING LOYALTY-LEDGER-File
                  GIVING SORTED-File
           OPEN INPUT SORTED-File
           OPEN EXTEND LOYALTY-LEDGER-File
           OPEN OUTPUT STATEMENT-File
           MOVE ALL "=" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "LOYALTY POINTS STATEMENTS - PERIOD " WS-PERIOD
                  "  (" WS-PERIOD-START " TO " WS-PERIOD-END ")"
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO WS-CUR-PHONE
           PERFORM UNTIL WS-EOF = "Y"
             READ SORTED-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF SL-PHONE NOT = SPACES
                     AND SL-DATE NOT > WS-PERIOD-END
                     IF SL-PHONE NOT = WS-CUR-PHONE
                        IF WS-CUR-PHONE NOT = SPACES
                           PERFORM CLOSE-CUSTOMER
                        END-IF
                        PERFORM START-CUSTOMER
                     END-IF
                     PERFORM ADD-LEDGER-LINE
                  END-IF
             END-READ
           END-PERFORM
           IF WS-CUR-PHONE NOT = SPACES
              PERFORM CLOSE-CUSTOMER
           END-IF
           CLOSE SORTED-File
           CLOSE LOYALTY-LEDGER-File
           CLOSE STATEMENT-File
           .

       START-CUSTOMER.
           MOVE SL-PHONE TO WS-CUR-PHONE
           MOVE SPACES TO WS-CUR-NAME WS-CUR-STATUS
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
             IF CT-PHONE (WS-CUST-IDX) = SL-PHONE
                MOVE CT-NAME (WS-CUST-IDX) TO WS-CUR-NAME
                IF CT-ACTIVE (WS-CUST-IDX) = "I"
                   MOVE "(DEACTIVATED)" TO WS-CUR-STATUS
                END-IF
                MOVE WS-CUST-COUNT TO WS-CUST-IDX
             END-IF
           END-PERFORM
           MOVE "N" TO WS-CUR-HEADED
           MOVE 0 TO WS-CUR-OPEN WS-CUR-EARNED WS-CUR-TAKEN
                     WS-CUR-REDEEMED WS-CUR-GIVEN WS-CUR-OLD-EARNED
                     WS-CUR-USED WS-CUR-EXPIRED WS-CUR-CLOSE
           ADD 1 TO WS-CUSTOMERS
           .

       ADD-LEDGER-LINE.
      **
      * Lines before the month make up the opening balance; the
      * month's lines are listed on the statement.  For expiry every
      * line to date counts: earnings old enough to expire, less all
      * the points used since (redeemed, taken back or already
      * expired, net of points given back) - oldest points go first.
      **
           IF SL-ENTRY-TYPE = "E"
              AND SL-DATE (1:6) NOT > WS-EXPIRE-PERIOD
              ADD SL-POINTS TO WS-CUR-OLD-EARNED
           END-IF
           EVALUATE SL-ENTRY-TYPE
             WHEN "T"
             WHEN "R"
             WHEN "X"
                ADD SL-POINTS TO WS-CUR-USED
             WHEN "G"
                SUBTRACT SL-POINTS FROM WS-CUR-USED
           END-EVALUATE
           IF SL-DATE < WS-PERIOD-START
              EVALUATE SL-ENTRY-TYPE
                WHEN "E"
                WHEN "G"
                   ADD SL-POINTS TO WS-CUR-OPEN
                WHEN "T"
                WHEN "R"
                WHEN "X"
                   SUBTRACT SL-POINTS FROM WS-CUR-OPEN
              END-EVALUATE
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CUSTOMER-HEADING
           EVALUATE SL-ENTRY-TYPE
             WHEN "E"
                ADD SL-POINTS TO WS-CUR-EARNED
                MOVE "EARNED" TO WS-TYPE-TEXT
             WHEN "T"
                ADD SL-POINTS TO WS-CUR-TAKEN
                MOVE "REFUND - BACK" TO WS-TYPE-TEXT
             WHEN "R"
                ADD SL-POINTS TO WS-CUR-REDEEMED
                ADD SL-VALUE TO WS-TOT-REDEEM-VALUE
                MOVE "REDEEMED" TO WS-TYPE-TEXT
             WHEN "G"
                ADD SL-POINTS TO WS-CUR-GIVEN
                SUBTRACT SL-VALUE FROM WS-TOT-REDEEM-VALUE
                MOVE "REFUND - GIVEN" TO WS-TYPE-TEXT
             WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE
           MOVE SL-POINTS TO WS-SHOW-POINTS
           IF SL-ENTRY-TYPE = "T" OR SL-ENTRY-TYPE = "R"
              COMPUTE WS-SHOW-POINTS = 0 - SL-POINTS
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " SL-DATE "  " WS-TYPE-TEXT "  " WS-SHOW-POINTS
                  "  " SL-OUTLET-CODE " " SL-SEQ-NO " "
                  SL-VENDOR-CODE
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           .

       WRITE-CUSTOMER-HEADING.
           IF WS-CUR-HEADED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CUR-HEADED
           ADD 1 TO WS-STATEMENTS
           MOVE ALL "-" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "CUSTOMER : " WS-CUR-PHONE " " WS-CUR-NAME " "
                  WS-CUR-STATUS
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE WS-CUR-OPEN TO WS-SHOW-POINTS
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  OPENING BALANCE               " WS-SHOW-POINTS
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           .

       CLOSE-CUSTOMER.
      **
      * Expire what is left of the old earnings, never more than the
      * customer holds; the "X" line is dated the last day of the
      * month.  A customer with no movement and nothing held gets no
      * statement.
      **
           COMPUTE WS-CUR-CLOSE = WS-CUR-OPEN + WS-CUR-EARNED
                                - WS-CUR-TAKEN - WS-CUR-REDEEMED
                                + WS-CUR-GIVEN
           COMPUTE WS-CUR-EXPIRED = WS-CUR-OLD-EARNED - WS-CUR-USED
           IF WS-CUR-EXPIRED > WS-CUR-CLOSE
              MOVE WS-CUR-CLOSE TO WS-CUR-EXPIRED
           END-IF
           IF WS-CUR-EXPIRED < 0
              MOVE 0 TO WS-CUR-EXPIRED
           END-IF
           IF WS-CUR-EXPIRED > 0
              PERFORM WRITE-CUSTOMER-HEADING
              MOVE SPACES TO LOYALTY-LEDGER-RECORD
              MOVE WS-CUR-PHONE TO LL-PHONE
              MOVE WS-PERIOD-END TO LL-DATE
              MOVE "X" TO LL-ENTRY-TYPE
              MOVE WS-CUR-EXPIRED TO LL-POINTS
              MOVE 0 TO LL-VALUE LL-SEQ-NO
              MOVE WS-PERIOD TO LL-PERIOD
              WRITE LOYALTY-LEDGER-RECORD
              ADD 1 TO WS-EXPIRED-LINES
              SUBTRACT WS-CUR-EXPIRED FROM WS-CUR-CLOSE
              COMPUTE WS-SHOW-POINTS = 0 - WS-CUR-EXPIRED
              MOVE SPACES TO STATEMENT-RECORD
              STRING "  " WS-PERIOD-END "  EXPIRED         "
                     WS-SHOW-POINTS
                     DELIMITED BY SIZE INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
           END-IF
           IF WS-CUR-HEADED = "N"
              AND WS-CUR-CLOSE NOT = 0
              PERFORM WRITE-CUSTOMER-HEADING
           END-IF
           IF WS-CUR-HEADED = "Y"
              MOVE WS-CUR-CLOSE TO WS-SHOW-POINTS
              MOVE SPACES TO STATEMENT-RECORD
              STRING "  CLOSING BALANCE               " WS-SHOW-POINTS
                     DELIMITED BY SIZE INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
              COMPUTE WS-SHOW-AMOUNT = WS-CUR-CLOSE * LQ-POINT-VALUE
              MOVE SPACES TO STATEMENT-RECORD
              STRING "  WORTH (RP)                 " WS-SHOW-AMOUNT
                     DELIMITED BY SIZE INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
           END-IF
           ADD WS-CUR-OPEN TO WS-TOT-OPEN
           ADD WS-CUR-EARNED TO WS-TOT-EARNED
           ADD WS-CUR-TAKEN TO WS-TOT-TAKEN
           ADD WS-CUR-REDEEMED TO WS-TOT-REDEEMED
           ADD WS-CUR-GIVEN TO WS-TOT-GIVEN
           ADD WS-CUR-EXPIRED TO WS-TOT-EXPIRED
           ADD WS-CUR-CLOSE TO WS-TOT-CLOSE
           .

       WRITE-LIABILITY.
           INITIALIZE LOYALTY-LIABILITY-RECORD
           MOVE WS-PERIOD TO LB-PERIOD
           MOVE LQ-POINT-VALUE TO LB-POINT-VALUE
           MOVE WS-TOT-OPEN TO LB-OPEN-POINTS
           MOVE WS-TOT-EARNED TO LB-EARNED
           MOVE WS-TOT-TAKEN TO LB-TAKEN-BACK
           MOVE WS-TOT-REDEEMED TO LB-REDEEMED
           MOVE WS-TOT-GIVEN TO LB-GIVEN-BACK
           MOVE WS-TOT-EXPIRED TO LB-EXPIRED
           MOVE WS-TOT-CLOSE TO LB-CLOSE-POINTS
           IF WS-PREV-FOUND = "Y"
              MOVE WS-PREV-CLOSE-VALUE TO LB-OPEN-VALUE
           ELSE
              COMPUTE LB-OPEN-VALUE = WS-TOT-OPEN * LQ-POINT-VALUE
           END-IF
           COMPUTE LB-CLOSE-VALUE = WS-TOT-CLOSE * LQ-POINT-VALUE
           MOVE WS-TOT-REDEEM-VALUE TO LB-REDEEMED-VALUE
           COMPUTE LB-ACCRUAL = LB-CLOSE-VALUE - LB-OPEN-VALUE
                              + LB-REDEEMED-VALUE
           ACCEPT LB-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LB-RUN-TIME FROM TIME
           OPEN EXTEND LIABILITY-File
           IF LB-FSTAT = "35"
              OPEN OUTPUT LIABILITY-File
           END-IF
           WRITE LOYALTY-LIABILITY-RECORD
           CLOSE LIABILITY-File
           .

       PRINT-MONTH-SUMMARY.
           DISPLAY " "
           DISPLAY "LOYALTY POINTS FOR PERIOD " WS-PERIOD
           DISPLAY "----------------------------------------------"
           DISPLAY "CUSTOMERS ON THE LEDGER : " WS-CUSTOMERS
           DISPLAY "STATEMENTS WRITTEN      : " WS-STATEMENTS
           MOVE WS-TOT-OPEN TO WS-SHOW-POINTS
           DISPLAY "OPENING POINTS          : " WS-SHOW-POINTS
           MOVE WS-TOT-EARNED TO WS-SHOW-POINTS
           DISPLAY "EARNED                  : " WS-SHOW-POINTS
           MOVE WS-TOT-TAKEN TO WS-SHOW-POINTS
           DISPLAY "TAKEN BACK BY REFUNDS   : " WS-SHOW-POINTS
           MOVE WS-TOT-REDEEMED TO WS-SHOW-POINTS
           DISPLAY "REDEEMED                : " WS-SHOW-POINTS
           MOVE WS-TOT-GIVEN TO WS-SHOW-POINTS
           DISPLAY "GIVEN BACK BY REFUNDS   : " WS-SHOW-POINTS
           MOVE WS-TOT-EXPIRED TO WS-SHOW-POINTS
           DISPLAY "EXPIRED                 : " WS-SHOW-POINTS
           MOVE WS-TOT-CLOSE TO WS-SHOW-POINTS
           DISPLAY "CLOSING POINTS          : " WS-SHOW-POINTS
           DISPLAY "POINT VALUE (RP)        : " LB-POINT-VALUE
           MOVE LB-OPEN-VALUE TO WS-SHOW-AMOUNT
           DISPLAY "OPENING LIABILITY       : " WS-SHOW-AMOUNT
           MOVE LB-CLOSE-VALUE TO WS-SHOW-AMOUNT
           DISPLAY "CLOSING LIABILITY       : " WS-SHOW-AMOUNT
           MOVE LB-REDEEMED-VALUE TO WS-SHOW-AMOUNT
           DISPLAY "NET VALUE REDEEMED      : " WS-SHOW-AMOUNT
           MOVE LB-ACCRUAL TO WS-SHOW-AMOUNT
           DISPLAY "EXPENSE TO ACCRUE       : " WS-SHOW-AMOUNT
           DISPLAY "STATEMENTS IN "
                  FUNCTION TRIM(WS-STATEMENT-FILENAME)
           .
      ** add other procedures here
       END PROGRAM LOYALTY-MONTH.
