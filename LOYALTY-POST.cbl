      ******************************************************************
      * Author:
      * Date: 06 OCT 2026
      * Purpose: Loyalty points posting.  Reads every outlet's
      *          FOOD-DELIVERY daily file (and PENJUALAN.dat) for a
      *          business date and posts each sale and refund that
      *          carries a customer phone to the points ledger
      *          (LOYALTY-LEDGER.dat, see LOYLED-REC): points earned on
      *          a sale's PENJUALAN less the value redeemed against it
      *          at the earn rate in force that day, points taken back
      *          by a refund at the original sale's rate, points
      *          redeemed at entry and points a refund gave back.  A
      *          VOID moves nothing, so a sale voided or deleted
      *          through CORRECT-DATA drops out when the date is posted
      *          again - TUGAS-KELOMPOK and TABEL-PENJUALAN call this
      *          program (EOD-CALL-FLAG "C") after such a correction,
      *          and a date already posted is reposted there and then.
      *          Reposting a date replaces its lines,
      *          and a "D" line marks the date posted so SUB-LOYALTY
      *          knows which dates it still has to read from the daily
      *          files.  A phone not on the customer master is enrolled
      *          (blank name, active); an inactive customer earns
      *          nothing.
      *          Called by EOD-CLOSE with the business date in an
      *          EOD-REQUEST area once the last outlet has closed the
      *          date; run standalone it posts a keyed date or shows a
      *          customer's balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOYALTY-POST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
         SELECT PENJUALAN-File
             ASSIGN TO WS-PENJUALAN-FILENAME
          ORGANIZATION IS INDEXED
          RECORD KEY IS XKEY WITH DUPLICATES
          FILE STATUS FSTAT
          ACCESS MODE IS SEQUENTIAL.
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
      *------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD PENJUALAN-File.
       01 PENJUALAN-Record.
         05 XKEY.
           10 XVENDOR-CODE PIC X(6).
           10 XTRANXDATE PIC 9(8).
         05 XNAMA-VENDOR PIC X(20).
         05 XPENJUALAN PIC 9(7).
         05 XONGKIR PIC 9(7).
         05 XTIPS PIC 9(7).
         05 XDRIVER-ID PIC X(6).
         05 XDRIVER PIC X(20).
         05 XTRANS-TYPE PIC X(1).
         05 XOPERATOR-ID PIC X(10).
         05 XORIG-DATE PIC 9(8).
         05 XORIG-SEQ PIC 9(4).
         05 XPAY-METHOD PIC X.
         05 XAUTH-SUP-ID PIC X(10).
         05 XSEQ-NO PIC 9(4).
         05 XACCOUNT-CODE PIC X(6).
         05 XPROMO-CODE PIC X(8).
         05 XPROMO-DISC PIC 9(7).
         05 XPROMO-FUNDER PIC X(1).
         05 XZONE-CODE PIC X(4).
         05 XZONE-STD-ONGKIR PIC 9(7).
         05 XONGKIR-REASON PIC X(4).
         05 XOUTLET-CODE PIC X(3).
         05 XENTRY-TIME PIC 9(8).
         05 XCUST-PHONE PIC X(15).
         05 XLOY-POINTS PIC 9(7).
         05 XLOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD CUSTOMER-File.
       COPY "copybooks/CUSTOMER-REC.cpy".
       FD LOYALTY-LEDGER-File.
       COPY "copybooks/LOYLED-REC.cpy".
       FD LEDGER-WORK-File.
       01 LEDGER-WORK-RECORD PIC X(59).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 CU-FSTAT PIC 99.
       01 LL-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's daily file for the date is posted (see SUB-
      * OUTLET); WS-DAY-FILES N = none found, Y = read, B = one could
      * not be opened
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-DAY-FILES PIC X.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-CUSTOMER-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-WORK-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-DATE-POSTED PIC X.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 SG-OPERATOR-ID PIC X(10).
         05 SG-ROLE PIC X.
         05 SG-RESULT PIC X.
       01 WS-COMMAND PIC X.
       01 WS-PHONE-ENTRY PIC X(15).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Earn rule (SUB-LOYALTY request area) - kept loaded for the
      * whole posting and cancelled at the end
      *-----------------------
       COPY "copybooks/LOYALTY-REQ.cpy".
      *-----------------------
      * Posting counts and totals for the date
      *-----------------------
       01 WS-REPLACED PIC 9(5).
       01 WS-LINES PIC 9(5).
       01 WS-RECORDS PIC 9(5).
       01 WS-ENROLLED PIC 9(5).
       01 WS-TOT-EARNED PIC 9(9).
       01 WS-TOT-TAKEN PIC 9(9).
       01 WS-TOT-REDEEMED PIC 9(9).
       01 WS-TOT-GIVEN PIC 9(9).
       01 WS-TOT-REDEEM-VALUE PIC 9(11).
       01 WS-TOT-GIVEN-VALUE PIC 9(11).
      *-----------------------
      * Customer master, loaded once per posting; phones first seen
      * on the date are added here and appended to the master
      *-----------------------
       01 WS-CUST-COUNT PIC 9(4) VALUE 0.
       01 WS-CUST-IDX PIC 9(4).
       01 WS-CUST-FOUND PIC 9(4).
       01 CUSTOMER-TABLE.
         05 CT-ENTRY OCCURS 2000 TIMES.
           10 CT-PHONE PIC X(15).
           10 CT-ACTIVE PIC X.

       LINKAGE SECTION.
       COPY "copybooks/EOD-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING EOD-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "LOYALTY POINTS POSTING"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "Y"
              MOVE "Y" TO WS-EOD-CALLED
              MOVE EOD-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE "EOD-CLOSE" TO WS-OPERATOR-ID
              DISPLAY "POSTING DATE " WS-BUSINESS-DATE " (EOD CLOSE)"
              PERFORM POST-DAY-POINTS
              MOVE 0 TO EOD-RETURN-CODE
              IF WS-DAY-FILES = "B"
                 MOVE 8 TO EOD-RETURN-CODE
              END-IF
              GOBACK
           END-IF
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "C"
              MOVE EOD-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE "CORRECTION" TO WS-OPERATOR-ID
              MOVE 0 TO EOD-RETURN-CODE
              PERFORM CHECK-DATE-POSTED
              IF WS-DATE-POSTED = "N"
                 DISPLAY WS-BUSINESS-DATE " NOT POSTED YET - THE ",
                        "CORRECTION IS TAKEN WHEN IT IS"
                 GOBACK
              END-IF
              DISPLAY "REPOSTING DATE " WS-BUSINESS-DATE,
                     " (CORRECTION)"
              PERFORM POST-DAY-POINTS
              IF WS-DAY-FILES = "B"
                 MOVE 8 TO EOD-RETURN-CODE
              END-IF
              GOBACK
           END-IF
           MOVE "LOYALTY-POST" TO SG-PROGRAM
           MOVE SPACE TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
           CANCEL "SUB-SIGN-ON"
           IF SG-RESULT NOT = "A"
              STOP RUN
           END-IF
           MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
           GO TO POST-MENU.

       POST-MENU.
           DISPLAY " "
           DISPLAY "(P)OST A BUSINESS DATE / CUSTOMER (B)ALANCE / ",
                  "ANY OTHER KEY QUITS : " NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE WS-COMMAND
             WHEN "P"
                DISPLAY "POST WHICH BUSINESS DATE (YYYYMMDD)? ",
                       "BLANK = TODAY : " NO ADVANCING
                ACCEPT WS-KEYED-DATE
                IF WS-KEYED-DATE = 0
                   ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD
                END-IF
                PERFORM CHECK-KEYED-DATE
                MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
                PERFORM POST-DAY-POINTS
             WHEN "B"
                PERFORM SHOW-CUSTOMER-BALANCE
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO POST-MENU.

       CHECK-KEYED-DATE.
           MOVE "V" TO DV-MODE
           MOVE WS-KEYED-DATE TO DV-DATE
           CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
           CANCEL "SUB-VALIDATE-DATE"
           EVALUATE DV-RESULT
             WHEN "E"
                DISPLAY WS-KEYED-DATE " IS NOT A REAL CALENDAR ",
                       "DATE - PLEASE RE-ENTER : " NO ADVANCING
                ACCEPT WS-KEYED-DATE
                GO TO CHECK-KEYED-DATE
             WHEN "F"
                DISPLAY WS-KEYED-DATE " IS IN THE FUTURE - ",
                       "PLEASE RE-ENTER : " NO ADVANCING
                ACCEPT WS-KEYED-DATE
                GO TO CHECK-KEYED-DATE
             WHEN "W"
                DISPLAY "WARNING - " WS-KEYED-DATE " IS NOT A ",
                       "TRADING DAY ON THE BUSINESS CALENDAR"
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
                   IF CTL-BUSINESS-DATE IS NUMERIC
                      MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
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
                     MOVE CU-ACTIVE-FLAG TO CT-ACTIVE (WS-CUST-COUNT)
                  ELSE
                     DISPLAY "WARNING - CUSTOMER TABLE FULL, ",
                            CU-PHONE " NOT LOADED"
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CUSTOMER-File
           .

      *-----------------------
      * Posting - every daily file for the date must open before the
      * date's old lines are removed, so a damaged file never leaves
      * the date half posted
      *-----------------------
       POST-DAY-POINTS.
           MOVE "N" TO WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
                        OR WS-DAY-FILES = "B"
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM BUILD-DAY-FILENAME
             PERFORM CHECK-DAY-FILE
           END-PERFORM
           IF WS-DAY-FILES = "B"
              EXIT PARAGRAPH
           END-IF
           IF WS-DAY-FILES = "N"
              DISPLAY "NO DATA FILE FOR " WS-BUSINESS-DATE,
                     " - ONLY PENJUALAN.dat IS POSTED"
           END-IF

           PERFORM LOAD-CUSTOMERS
           PERFORM REMOVE-DAY-POSTING
           MOVE 0 TO WS-LINES WS-RECORDS WS-ENROLLED
           MOVE 0 TO WS-TOT-EARNED WS-TOT-TAKEN WS-TOT-REDEEMED
                     WS-TOT-GIVEN WS-TOT-REDEEM-VALUE
                     WS-TOT-GIVEN-VALUE
           OPEN EXTEND LOYALTY-LEDGER-File
           IF LL-FSTAT = "35"
              OPEN OUTPUT LOYALTY-LEDGER-File
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM BUILD-DAY-FILENAME
             PERFORM POST-ONE-FILE
           END-PERFORM
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM POST-ONE-FILE
           MOVE SPACES TO LOYALTY-LEDGER-RECORD
           MOVE WS-BUSINESS-DATE TO LL-DATE
           MOVE "D" TO LL-ENTRY-TYPE
           MOVE WS-LINES TO LL-POINTS
           MOVE 0 TO LL-VALUE LL-SEQ-NO
           COMPUTE LL-PERIOD = WS-BUSINESS-DATE / 100
           WRITE LOYALTY-LEDGER-RECORD
           CLOSE LOYALTY-LEDGER-File
           CANCEL "SUB-LOYALTY"

           IF WS-REPLACED > 0
              DISPLAY WS-REPLACED " EARLIER POSTING LINE(S) FOR ",
                     WS-BUSINESS-DATE " REPLACED"
           END-IF
           DISPLAY WS-RECORDS " RECORD(S) WITH A CUSTOMER PHONE - ",
                  WS-LINES " LEDGER LINE(S) POSTED"
           DISPLAY "  POINTS EARNED      " WS-TOT-EARNED
           DISPLAY "  POINTS TAKEN BACK  " WS-TOT-TAKEN
           DISPLAY "  POINTS REDEEMED    " WS-TOT-REDEEMED,
                  "  VALUE " WS-TOT-REDEEM-VALUE
           DISPLAY "  POINTS GIVEN BACK  " WS-TOT-GIVEN,
                  "  VALUE " WS-TOT-GIVEN-VALUE
           IF WS-ENROLLED > 0
              DISPLAY WS-ENROLLED " NEW CUSTOMER(S) ENROLLED"
           END-IF
           .

       BUILD-DAY-FILENAME.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           .

       CHECK-DAY-FILE.
           OPEN INPUT PENJUALAN-File
           IF FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              DISPLAY "NOTHING POSTED FOR " WS-BUSINESS-DATE
              CLOSE PENJUALAN-File
              MOVE "B" TO WS-DAY-FILES
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DAY-FILES
           CLOSE PENJUALAN-File
           .

       POST-ONE-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XTRANXDATE = WS-BUSINESS-DATE
                     AND XCUST-PHONE NOT = SPACES
                     AND XLOY-POINTS IS NUMERIC
                     AND XLOY-VALUE IS NUMERIC
                     AND (XTRANS-TYPE = "S" OR XTRANS-TYPE = "R")
                     PERFORM POST-ONE-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       POST-ONE-RECORD.
      **
      * The earn rule lives in SUB-LOYALTY; a refund is valued at the
      * rate in force on the sale it reverses.
      **
           ADD 1 TO WS-RECORDS
           PERFORM FIND-CUSTOMER
           MOVE "E" TO LQ-MODE
           MOVE XTRANXDATE TO LQ-DATE
           IF XTRANS-TYPE = "R"
              AND XORIG-DATE IS NUMERIC AND XORIG-DATE > 0
              MOVE XORIG-DATE TO LQ-DATE
           END-IF
           COMPUTE LQ-AMOUNT = XPENJUALAN - XLOY-VALUE
           CALL "SUB-LOYALTY" USING WS-LOYALTY-REQUEST
           IF WS-CUST-FOUND > 0
              IF CT-ACTIVE (WS-CUST-FOUND) = "I"
                 MOVE 0 TO LQ-POINTS
              END-IF
           END-IF
           MOVE SPACES TO LOYALTY-LEDGER-RECORD
           MOVE XCUST-PHONE TO LL-PHONE
           MOVE XTRANXDATE TO LL-DATE
           MOVE XOUTLET-CODE TO LL-OUTLET-CODE
           MOVE XSEQ-NO TO LL-SEQ-NO
           MOVE XVENDOR-CODE TO LL-VENDOR-CODE
           COMPUTE LL-PERIOD = XTRANXDATE / 100
           IF LQ-POINTS > 0
              MOVE LQ-POINTS TO LL-POINTS
              MOVE 0 TO LL-VALUE
              IF XTRANS-TYPE = "S"
                 MOVE "E" TO LL-ENTRY-TYPE
                 ADD LQ-POINTS TO WS-TOT-EARNED
              ELSE
                 MOVE "T" TO LL-ENTRY-TYPE
                 ADD LQ-POINTS TO WS-TOT-TAKEN
              END-IF
              WRITE LOYALTY-LEDGER-RECORD
              ADD 1 TO WS-LINES
           END-IF
           IF XLOY-POINTS > 0
              MOVE XLOY-POINTS TO LL-POINTS
              MOVE XLOY-VALUE TO LL-VALUE
              IF XTRANS-TYPE = "S"
                 MOVE "R" TO LL-ENTRY-TYPE
                 ADD XLOY-POINTS TO WS-TOT-REDEEMED
                 ADD XLOY-VALUE TO WS-TOT-REDEEM-VALUE
              ELSE
                 MOVE "G" TO LL-ENTRY-TYPE
                 ADD XLOY-POINTS TO WS-TOT-GIVEN
                 ADD XLOY-VALUE TO WS-TOT-GIVEN-VALUE
              END-IF
              WRITE LOYALTY-LEDGER-RECORD
              ADD 1 TO WS-LINES
           END-IF
           .

       FIND-CUSTOMER.
      **
      * A phone first seen today is enrolled - on the table for the
      * rest of the posting and on the master with a blank name.
      **
           MOVE 0 TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                     UNTIL WS-CUST-IDX > WS-CUST-COUNT
             IF CT-PHONE (WS-CUST-IDX) = XCUST-PHONE
                MOVE WS-CUST-IDX TO WS-CUST-FOUND
                MOVE WS-CUST-COUNT TO WS-CUST-IDX
             END-IF
           END-PERFORM
           IF WS-CUST-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE XCUST-PHONE TO CU-PHONE
           MOVE XTRANXDATE TO CU-JOINED-DATE
           MOVE "A" TO CU-ACTIVE-FLAG
           OPEN EXTEND CUSTOMER-File
           IF CU-FSTAT = "35"
              OPEN OUTPUT CUSTOMER-File
           END-IF
           WRITE CUSTOMER-RECORD
           CLOSE CUSTOMER-File
           ADD 1 TO WS-ENROLLED
           IF WS-CUST-COUNT < 2000
              ADD 1 TO WS-CUST-COUNT
              MOVE XCUST-PHONE TO CT-PHONE (WS-CUST-COUNT)
              MOVE "A" TO CT-ACTIVE (WS-CUST-COUNT)
              MOVE WS-CUST-COUNT TO WS-CUST-FOUND
           END-IF
           .

       CHECK-DATE-POSTED.
      **
      * A date is posted once its "D" line is on the ledger.
      **
           MOVE "N" TO WS-DATE-POSTED
           MOVE "N" TO WS-EOF
           OPEN INPUT LOYALTY-LEDGER-File
           IF LL-FSTAT NOT = "00"
              CLOSE LOYALTY-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ LOYALTY-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF LL-ENTRY-TYPE = "D"
                     AND LL-DATE = WS-BUSINESS-DATE
                     MOVE "Y" TO WS-DATE-POSTED
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE LOYALTY-LEDGER-File
           .

       REMOVE-DAY-POSTING.
      **
      * Copy the ledger to the work file dropping the date's posting
      * lines (expiry lines are LOYALTY-MONTH's and stay), then copy
      * back - the MASTER-MAINT rewrite pattern.
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
                  IF LL-DATE = WS-BUSINESS-DATE
                     AND LL-ENTRY-TYPE NOT = "X"
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

       SHOW-CUSTOMER-BALANCE.
           DISPLAY "CUSTOMER PHONE : " NO ADVANCING
           ACCEPT WS-PHONE-ENTRY
           IF WS-PHONE-ENTRY = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "Q" TO LQ-MODE
           MOVE FUNCTION TRIM(WS-PHONE-ENTRY) TO LQ-PHONE
           ACCEPT LQ-DATE FROM DATE YYYYMMDD
           CALL "SUB-LOYALTY" USING WS-LOYALTY-REQUEST
           CANCEL "SUB-LOYALTY"
           EVALUATE LQ-RESULT
             WHEN "N"
                DISPLAY "NOT ON THE CUSTOMER MASTER"
             WHEN "I"
                DISPLAY "CUSTOMER : " LQ-NAME " (DEACTIVATED)"
             WHEN OTHER
                DISPLAY "CUSTOMER : " LQ-NAME
           END-EVALUATE
           DISPLAY "POINTS BALANCE " LQ-BALANCE " AT "
                  LQ-POINT-VALUE " EACH"
           .
      ** add other procedures here
       END PROGRAM LOYALTY-POST.
