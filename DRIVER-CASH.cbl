      ******************************************************************
      * Author:
      * Date: 21 SEP 2026
      * Purpose: Driver cash-on-delivery ledger.  A customer paying
      *          cash (PAY-METHOD "C") pays the driver, so the driver
      *          holds our money until it is handed in.  This posts
      *          each business date's cash collected per driver from
      *          the FOOD-DELIVERY daily file (REFUNDs netted, VOIDs
      *          excluded, promo discounts off, as CASH-UP counts it),
      *          records the cash a driver hands in at the counter
      *          against a receipt number, and carries any balance
      *          forward day to day in DRIVER-CASH.dat.  DRIVER-PAYOUT
      *          nets the outstanding balance off the driver's payout;
      *          a driver still holding cash collected more than the
      *          control record's CTL-COD-HOLD-DAYS ago is written to
      *          the exception file for EXCEPTION-REVIEW.
      *          Called by EOD-CLOSE with the business date in an
      *          EOD-REQUEST area to post the day and check for aged
      *          cash; run standalone it is the counter's hand-in
      *          screen.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  COD
      *                 collections are posted from every outlet's
      *                 daily file for the date - a driver's cash
      *                 ledger is company-wide.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed come
      *                 off the COD cash the driver collects.
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      *   15 OCT 2026 - In the nightly close a daily file or the cash
      *                 ledger that cannot be opened or read now
      *                 returns 8 instead of 0 so EOD-CLOSE raises its
      *                 step alert; a ledger that cannot be read is
      *                 left as it was rather than half rewritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DRIVER-CASH.
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
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-CASH-File
             ASSIGN TO WS-CASH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DCL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASH-WORK-File
             ASSIGN TO WS-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT EXCEPTION-File
             ASSIGN TO WS-EXCEPTION-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS EXC-FSTAT
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
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD DRIVER-CASH-File.
       COPY "copybooks/DRVCASH-REC.cpy".
       FD CASH-WORK-File.
       01 CASH-WORK-RECORD PIC X(60).
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 DCL-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 EXC-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-DM-EOF PIC X VALUE "N".
       01 WS-EX-EOF PIC X.
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
       01 WS-DRIVER-FILENAME PIC X(60).
       01 WS-CASH-FILENAME PIC X(60).
       01 WS-WORK-FILENAME PIC X(60).
       01 WS-EXCEPTION-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-HOLD-DAYS PIC 9(3) VALUE 2.
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-POST-FAILED PIC X VALUE "N".
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-ROLE PIC X.
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 SG-OPERATOR-ID PIC X(10).
         05 SG-ROLE PIC X.
         05 SG-RESULT PIC X.
       01 WS-COMMAND PIC X.
       01 WS-ENTRY-DRIVER PIC X(6).
       01 WS-ENTRY-RECEIPT PIC X(10).
       01 WS-NUM-ENTRY PIC X(9).
       01 WS-HAND-IN PIC 9(9).
       01 WS-FOUND PIC X.
       01 WS-REPLACED PIC 9(5).
       01 WS-POSTED PIC 9(5).
       01 WS-CASH-RECORDS PIC 9(5).
       01 WS-DAY-TOTAL PIC S9(11).
       01 WS-RUNNING PIC S9(11).
       01 WS-DAYS-HELD PIC 9(5).
       01 WS-AGED-COUNT PIC 9(3).
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-EX-EXISTS PIC X.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Driver table - loaded from the master, then any driver found
      * on the daily file or the ledger but not on the master is
      * added so no cash goes unaccounted
      *-----------------------
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC 9(3).
       01 WS-FIND-DRIVER PIC X(6).
       01 DRIVER-TABLE.
         05 DRIVER-ENTRY OCCURS 100 TIMES.
           10 DB-ID PIC X(6).
           10 DB-NAME PIC X(20).
           10 DB-DAY-CASH PIC S9(9).
           10 DB-COLLECTED PIC S9(11).
           10 DB-RECOVERED PIC S9(11).
           10 DB-BALANCE PIC S9(11).
           10 DB-RUNNING PIC S9(11).
           10 DB-OLDEST-DATE PIC 9(8).

       LINKAGE SECTION.
       COPY "copybooks/EOD-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING EOD-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "DRIVER COD CASH LEDGER"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           PERFORM LOAD-DRIVER-MASTER
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "Y"
              MOVE "Y" TO WS-EOD-CALLED
              MOVE EOD-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE "EOD-CLOSE" TO WS-OPERATOR-ID
              DISPLAY "POSTING DATE " WS-BUSINESS-DATE " (EOD CLOSE)"
              PERFORM POST-DAY-COLLECTIONS
              PERFORM CHECK-AGED-CASH
              IF WS-POST-FAILED = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
              ELSE
                 MOVE 0 TO EOD-RETURN-CODE
              END-IF
              GOBACK
           END-IF
           MOVE "DRIVER-CASH" TO SG-PROGRAM
           MOVE SPACE TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
           CANCEL "SUB-SIGN-ON"
           IF SG-RESULT NOT = "A"
              STOP RUN
           END-IF
           MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SG-ROLE TO WS-OPERATOR-ROLE
           GO TO CASH-MENU.

       CASH-MENU.
           DISPLAY " "
           DISPLAY "(H)AND-IN / (P)OST A DAY'S COLLECTIONS / ",
                  "(B)ALANCES / (L)EDGER FOR A DRIVER / ANY OTHER ",
                  "KEY QUITS : " NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           IF WS-OPERATOR-ROLE = "I"
              AND (WS-COMMAND = "H" OR WS-COMMAND = "P")
              DISPLAY "INQUIRY-ONLY OPERATOR - ENTRY IS NOT ",
                     "AVAILABLE"
              GO TO CASH-MENU
           END-IF
           EVALUATE WS-COMMAND
             WHEN "H"
                PERFORM HAND-IN-CASH
             WHEN "P"
                DISPLAY "POST WHICH BUSINESS DATE (YYYYMMDD)? ",
                       "BLANK = TODAY : " NO ADVANCING
                ACCEPT WS-KEYED-DATE
                IF WS-KEYED-DATE = 0
                   ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD
                END-IF
                PERFORM CHECK-KEYED-DATE
                MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
                PERFORM POST-DAY-COLLECTIONS
                PERFORM CHECK-AGED-CASH
             WHEN "B"
                PERFORM SHOW-BALANCES
             WHEN "L"
                PERFORM LIST-DRIVER-LEDGER
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO CASH-MENU.

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
                   IF CTL-COD-HOLD-DAYS IS NUMERIC
                      AND CTL-COD-HOLD-DAYS NOT = 0
                      MOVE CTL-COD-HOLD-DAYS TO WS-HOLD-DAYS
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
           MOVE SPACES TO WS-DRIVER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-FILENAME
           END-STRING
           MOVE SPACES TO WS-CASH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.dat"
                  DELIMITED BY SIZE INTO WS-CASH-FILENAME
           END-STRING
           MOVE SPACES TO WS-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.tmp"
                  DELIMITED BY SIZE INTO WS-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
           END-STRING
           .

       LOAD-DRIVER-MASTER.
           MOVE 0 TO WS-DRIVER-COUNT
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DRIVER-MASTER-File
           IF DM-FSTAT NOT = "35"
             PERFORM UNTIL WS-DM-EOF = "Y"
               READ DRIVER-MASTER-File NEXT
                 AT END
                    MOVE "Y" TO WS-DM-EOF
                 NOT AT END
                    IF WS-DRIVER-COUNT < 100
                       ADD 1 TO WS-DRIVER-COUNT
                       INITIALIZE DRIVER-ENTRY (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-ID TO DB-ID (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-NAME TO
                             DB-NAME (WS-DRIVER-COUNT)
                    END-IF
               END-READ
             END-PERFORM
             CLOSE DRIVER-MASTER-File
           END-IF
           .

       FIND-DRIVER.
      **
      * Leaves the driver's table slot in WS-DRIVER-FOUND (0 = table
      * full); a driver not on the master is added.
      **
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DB-ID (WS-DRIVER-IDX) = WS-FIND-DRIVER
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
                MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0 AND WS-DRIVER-COUNT < 100
              ADD 1 TO WS-DRIVER-COUNT
              MOVE WS-DRIVER-COUNT TO WS-DRIVER-FOUND
              INITIALIZE DRIVER-ENTRY (WS-DRIVER-FOUND)
              MOVE WS-FIND-DRIVER TO DB-ID (WS-DRIVER-FOUND)
              MOVE "NOT ON DRIVER MASTER" TO DB-NAME (WS-DRIVER-FOUND)
           END-IF
           .

      *-----------------------
      * Posting - the date's collections replace any earlier posting
      * of the same date, so a reopened and corrected day is simply
      * posted again
      *-----------------------
       POST-DAY-COLLECTIONS.
      **
      * WS-POST-FAILED is set when a daily file or the cash ledger
      * cannot be opened or read, so the nightly close can report the
      * step as failed.
      **
           MOVE "N" TO WS-POST-FAILED
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             MOVE 0 TO DB-DAY-CASH (WS-DRIVER-IDX)
           END-PERFORM
           MOVE 0 TO WS-CASH-RECORDS
           MOVE "N" TO WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
                        OR WS-DAY-FILES = "B"
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM READ-OUTLET-COLLECTIONS
           END-PERFORM
           IF WS-DAY-FILES = "N"
              DISPLAY "NO DATA FILE FOR " WS-BUSINESS-DATE,
                     " - NO COLLECTIONS POSTED"
              EXIT PARAGRAPH
           END-IF
           IF WS-DAY-FILES = "B"
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF

           PERFORM REMOVE-DAY-POSTING
           IF WS-POST-FAILED = "Y"
              DISPLAY "CASH LEDGER NOT UPDATED - NO COLLECTIONS ",
                     "POSTED FOR " WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POSTED
           MOVE 0 TO WS-DAY-TOTAL
           OPEN EXTEND DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              OPEN OUTPUT DRIVER-CASH-File
           END-IF
           IF DCL-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE CASH LEDGER - STATUS ",
                     DCL-FSTAT " - NO COLLECTIONS POSTED"
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DB-DAY-CASH (WS-DRIVER-IDX) NOT = 0
                MOVE DB-ID (WS-DRIVER-IDX) TO DC-DRIVER-ID
                MOVE WS-BUSINESS-DATE TO DC-ENTRY-DATE
                MOVE "C" TO DC-ENTRY-TYPE
                MOVE DB-DAY-CASH (WS-DRIVER-IDX) TO DC-AMOUNT
                MOVE SPACES TO DC-RECEIPT-NO
                MOVE WS-OPERATOR-ID TO DC-OPERATOR
                ACCEPT DC-POSTED-DATE FROM DATE YYYYMMDD
                ACCEPT DC-POSTED-TIME FROM TIME
                WRITE DRIVER-CASH-RECORD
                ADD 1 TO WS-POSTED
                ADD DB-DAY-CASH (WS-DRIVER-IDX) TO WS-DAY-TOTAL
                DISPLAY "  " DB-ID (WS-DRIVER-IDX) " ",
                       DB-NAME (WS-DRIVER-IDX) " COLLECTED ",
                       DB-DAY-CASH (WS-DRIVER-IDX)
             END-IF
           END-PERFORM
           CLOSE DRIVER-CASH-File
           IF WS-REPLACED > 0
              DISPLAY WS-REPLACED " EARLIER POSTING LINE(S) FOR ",
                     WS-BUSINESS-DATE " REPLACED"
           END-IF
           DISPLAY WS-CASH-RECORDS " CASH RECORD(S) - " WS-POSTED,
                  " DRIVER(S) POSTED - TOTAL " WS-DAY-TOTAL
           .

       READ-OUTLET-COLLECTIONS.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              CLOSE PENJUALAN-File
              MOVE "B" TO WS-DAY-FILES
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DAY-FILES
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XPAY-METHOD = "C"
                     AND XDRIVER-ID NOT = SPACES
                     AND XTRANS-TYPE NOT = "V"
                     PERFORM ADD-TO-DAY-CASH
                  END-IF
             END-READ
             IF FSTAT > 10
                DISPLAY "READ ERROR ON THE DATA FILE - STATUS ",
                       FSTAT " - RUN FILE-REBUILD"
                MOVE "B" TO WS-DAY-FILES
                MOVE "Y" TO WS-EOF
             END-IF
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-TO-DAY-CASH.
           MOVE XDRIVER-ID TO WS-FIND-DRIVER
           PERFORM FIND-DRIVER
           IF WS-DRIVER-FOUND = 0
              DISPLAY "WARNING - DRIVER TABLE FULL, CASH FOR ",
                     XDRIVER-ID " NOT POSTED"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASH-RECORDS
           IF XTRANS-TYPE = "R"
              SUBTRACT XPENJUALAN FROM DB-DAY-CASH (WS-DRIVER-FOUND)
              SUBTRACT XONGKIR FROM DB-DAY-CASH (WS-DRIVER-FOUND)
              SUBTRACT XTIPS FROM DB-DAY-CASH (WS-DRIVER-FOUND)
              IF XLOY-VALUE IS NUMERIC
                 ADD XLOY-VALUE TO DB-DAY-CASH (WS-DRIVER-FOUND)
              END-IF
           ELSE
              ADD XPENJUALAN TO DB-DAY-CASH (WS-DRIVER-FOUND)
              ADD XONGKIR TO DB-DAY-CASH (WS-DRIVER-FOUND)
              ADD XTIPS TO DB-DAY-CASH (WS-DRIVER-FOUND)
              IF XPROMO-CODE NOT = SPACES
                 AND XPROMO-DISC IS NUMERIC
                 SUBTRACT XPROMO-DISC
                       FROM DB-DAY-CASH (WS-DRIVER-FOUND)
              END-IF
              IF XLOY-VALUE IS NUMERIC
                 SUBTRACT XLOY-VALUE
                       FROM DB-DAY-CASH (WS-DRIVER-FOUND)
              END-IF
           END-IF
           .

       REMOVE-DAY-POSTING.
      **
      * Copy the ledger to the work file dropping the date's "C"
      * lines, then copy back - the MASTER-MAINT rewrite pattern.
      **
           MOVE 0 TO WS-REPLACED
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           IF DCL-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE CASH LEDGER - STATUS ",
                     DCL-FSTAT
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASH-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "C"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     ADD 1 TO WS-REPLACED
                  ELSE
                     MOVE DRIVER-CASH-RECORD TO CASH-WORK-RECORD
                     WRITE CASH-WORK-RECORD
                  END-IF
             END-READ
             IF DCL-FSTAT > 10
                DISPLAY "READ ERROR ON THE CASH LEDGER - STATUS ",
                       DCL-FSTAT
                MOVE "Y" TO WS-POST-FAILED
                MOVE "Y" TO WS-EOF
             END-IF
           END-PERFORM
           CLOSE DRIVER-CASH-File
           CLOSE CASH-WORK-File
           IF WS-POST-FAILED = "Y"
              EXIT PARAGRAPH
           END-IF
           IF WS-REPLACED = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRIVER-CASH-File
           OPEN INPUT CASH-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASH-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE CASH-WORK-RECORD TO DRIVER-CASH-RECORD
                  WRITE DRIVER-CASH-RECORD
             END-READ
           END-PERFORM
           CLOSE CASH-WORK-File
           CLOSE DRIVER-CASH-File
           .

      *-----------------------
      * Balances - collected less handed in less netted off payouts.
      * The cash still held is the most recent collections, so the
      * oldest cash held is the first collection the recoveries have
      * not yet covered (first in, first out).
      *-----------------------
       LOAD-LEDGER-BALANCES.
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             MOVE 0 TO DB-COLLECTED (WS-DRIVER-IDX)
                       DB-RECOVERED (WS-DRIVER-IDX)
                       DB-BALANCE (WS-DRIVER-IDX)
                       DB-RUNNING (WS-DRIVER-IDX)
                       DB-OLDEST-DATE (WS-DRIVER-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE DC-DRIVER-ID TO WS-FIND-DRIVER
                  PERFORM FIND-DRIVER
                  IF WS-DRIVER-FOUND > 0
                     IF DC-ENTRY-TYPE = "C"
                        ADD DC-AMOUNT
                              TO DB-COLLECTED (WS-DRIVER-FOUND)
                     ELSE
                        ADD DC-AMOUNT
                              TO DB-RECOVERED (WS-DRIVER-FOUND)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             COMPUTE DB-BALANCE (WS-DRIVER-IDX) =
                   DB-COLLECTED (WS-DRIVER-IDX) -
                   DB-RECOVERED (WS-DRIVER-IDX)
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "C"
                     MOVE DC-DRIVER-ID TO WS-FIND-DRIVER
                     PERFORM FIND-DRIVER
                     IF WS-DRIVER-FOUND > 0
                        ADD DC-AMOUNT TO DB-RUNNING (WS-DRIVER-FOUND)
                        IF DB-BALANCE (WS-DRIVER-FOUND) > 0
                           AND DB-OLDEST-DATE (WS-DRIVER-FOUND) = 0
                           AND DB-RUNNING (WS-DRIVER-FOUND) >
                               DB-RECOVERED (WS-DRIVER-FOUND)
                           MOVE DC-ENTRY-DATE
                                 TO DB-OLDEST-DATE (WS-DRIVER-FOUND)
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           .

       CHECK-AGED-CASH.
           PERFORM LOAD-LEDGER-BALANCES
           MOVE 0 TO WS-AGED-COUNT
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DB-BALANCE (WS-DRIVER-IDX) > 0
                AND DB-OLDEST-DATE (WS-DRIVER-IDX) > 0
                AND DB-OLDEST-DATE (WS-DRIVER-IDX) < WS-BUSINESS-DATE
                COMPUTE WS-DAYS-HELD =
                      FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
                      FUNCTION INTEGER-OF-DATE
                            (DB-OLDEST-DATE (WS-DRIVER-IDX))
                IF WS-DAYS-HELD > WS-HOLD-DAYS
                   ADD 1 TO WS-AGED-COUNT
                   DISPLAY "  " DB-ID (WS-DRIVER-IDX) " ",
                          DB-NAME (WS-DRIVER-IDX) " HOLDS ",
                          DB-BALANCE (WS-DRIVER-IDX) " SINCE ",
                          DB-OLDEST-DATE (WS-DRIVER-IDX)
                   PERFORM WRITE-AGED-EXCEPTION
                END-IF
             END-IF
           END-PERFORM
           IF WS-AGED-COUNT = 0
              DISPLAY "NO DRIVER HOLDS COD CASH OLDER THAN ",
                     WS-HOLD-DAYS " DAY(S)"
           ELSE
              DISPLAY WS-AGED-COUNT " DRIVER(S) HOLDING COD CASH ",
                     "OLDER THAN " WS-HOLD-DAYS " DAY(S) - SEE ",
                     "EXCEPTION-REVIEW"
           END-IF
           .

       WRITE-AGED-EXCEPTION.
           MOVE SPACES TO WS-NEW-EX-KEY
           STRING "DRIVER " DB-ID (WS-DRIVER-IDX)
                  " COD HELD SINCE " DB-OLDEST-DATE (WS-DRIVER-IDX)
                  DELIMITED BY SIZE INTO WS-NEW-EX-KEY
           END-STRING
           PERFORM CHECK-OPEN-EXCEPTION
           IF WS-EX-EXISTS = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO EX-STATUS
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE "DRIVER-CASH" TO EX-PROGRAM
           MOVE "COD-CASH-HELD" TO EX-TYPE
           MOVE WS-NEW-EX-KEY TO EX-KEY-INFO
           MOVE DB-BALANCE (WS-DRIVER-IDX) TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
              OPEN OUTPUT EXCEPTION-File
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-File
           .

       CHECK-OPEN-EXCEPTION.
      **
      * The nightly check must not queue the same held cash again
      * every night while it is still being chased; the key carries
      * the date the cash was collected, not the night it was found.
      **
           MOVE "N" TO WS-EX-EXISTS
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXCEPTION-File
           IF EXC-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EX-EOF = "Y"
             READ EXCEPTION-File NEXT
               AT END
                  MOVE "Y" TO WS-EX-EOF
               NOT AT END
                  IF EX-STATUS = "O"
                     AND EX-PROGRAM = "DRIVER-CASH"
                     AND EX-KEY-INFO = WS-NEW-EX-KEY
                     MOVE "Y" TO WS-EX-EXISTS
                  END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-File
           .

      *-----------------------
      * Counter hand-in - keyed by the operator against the receipt
      * given to the driver
      *-----------------------
       HAND-IN-CASH.
           DISPLAY "DRIVER ID : " NO ADVANCING
           ACCEPT WS-ENTRY-DRIVER
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DB-ID (WS-DRIVER-IDX) = WS-ENTRY-DRIVER
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
                MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0
              DISPLAY "UNKNOWN DRIVER ID - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LEDGER-BALANCES
           DISPLAY "DRIVER : " DB-NAME (WS-DRIVER-FOUND),
                  " HOLDS " DB-BALANCE (WS-DRIVER-FOUND)
           IF DB-BALANCE (WS-DRIVER-FOUND) <= 0
              DISPLAY "DRIVER HOLDS NO COD CASH - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RECEIPT NUMBER : " NO ADVANCING
           ACCEPT WS-ENTRY-RECEIPT
           IF WS-ENTRY-RECEIPT = SPACES
              DISPLAY "RECEIPT NUMBER IS REQUIRED - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RECEIPT-USED
           IF WS-FOUND = "Y"
              DISPLAY "RECEIPT " WS-ENTRY-RECEIPT " IS ALREADY ON ",
                     "THE LEDGER - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT HANDED IN : " NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "AMOUNT MUST BE NUMERIC - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO WS-HAND-IN
           IF WS-HAND-IN = 0
              DISPLAY "AMOUNT MUST BE ABOVE ZERO - NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           IF WS-HAND-IN > DB-BALANCE (WS-DRIVER-FOUND)
              DISPLAY "MORE THAN THE DRIVER HOLDS - COUNT IT AGAIN ",
                     "- NOTHING RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DRIVER TO DC-DRIVER-ID
           MOVE WS-BUSINESS-DATE TO DC-ENTRY-DATE
           MOVE "H" TO DC-ENTRY-TYPE
           MOVE WS-HAND-IN TO DC-AMOUNT
           MOVE WS-ENTRY-RECEIPT TO DC-RECEIPT-NO
           MOVE WS-OPERATOR-ID TO DC-OPERATOR
           ACCEPT DC-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT DC-POSTED-TIME FROM TIME
           OPEN EXTEND DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              OPEN OUTPUT DRIVER-CASH-File
           END-IF
           WRITE DRIVER-CASH-RECORD
           CLOSE DRIVER-CASH-File
           SUBTRACT WS-HAND-IN FROM DB-BALANCE (WS-DRIVER-FOUND)
           DISPLAY "HAND-IN RECORDED - DRIVER NOW HOLDS ",
                  DB-BALANCE (WS-DRIVER-FOUND)
           .

       CHECK-RECEIPT-USED.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "H"
                     AND DC-RECEIPT-NO = WS-ENTRY-RECEIPT
                     MOVE "Y" TO WS-FOUND
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           .

       SHOW-BALANCES.
           PERFORM LOAD-LEDGER-BALANCES
           DISPLAY " "
           DISPLAY "COD CASH HELD BY DRIVERS AS AT " WS-BUSINESS-DATE,
                  " (" WS-REGION ")"
           DISPLAY "----------------------------------------------"
           MOVE 0 TO WS-DAY-TOTAL
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DB-BALANCE (WS-DRIVER-IDX) NOT = 0
                DISPLAY DB-ID (WS-DRIVER-IDX) " ",
                       DB-NAME (WS-DRIVER-IDX) " ",
                       DB-BALANCE (WS-DRIVER-IDX) NO ADVANCING
                MOVE 0 TO WS-DAYS-HELD
                IF DB-OLDEST-DATE (WS-DRIVER-IDX) > 0
                   AND DB-OLDEST-DATE (WS-DRIVER-IDX) <
                       WS-BUSINESS-DATE
                   COMPUTE WS-DAYS-HELD =
                         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) -
                         FUNCTION INTEGER-OF-DATE
                               (DB-OLDEST-DATE (WS-DRIVER-IDX))
                END-IF
                IF DB-BALANCE (WS-DRIVER-IDX) > 0
                   DISPLAY " SINCE " DB-OLDEST-DATE (WS-DRIVER-IDX)
                          NO ADVANCING
                END-IF
                IF WS-DAYS-HELD > WS-HOLD-DAYS
                   DISPLAY " ** HELD OVER " WS-HOLD-DAYS " DAY(S)"
                ELSE
                   DISPLAY " "
                END-IF
                ADD DB-BALANCE (WS-DRIVER-IDX) TO WS-DAY-TOTAL
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "TOTAL COD CASH OUTSTANDING : " WS-DAY-TOTAL
           .

       LIST-DRIVER-LEDGER.
           DISPLAY "DRIVER ID : " NO ADVANCING
           ACCEPT WS-ENTRY-DRIVER
           MOVE 0 TO WS-RUNNING
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              DISPLAY "NO DRIVER CASH LEDGER YET"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE     TYPE        AMOUNT RECEIPT    BY",
                  "          BALANCE"
           DISPLAY "----------------------------------------------"
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-DRIVER-ID = WS-ENTRY-DRIVER
                     IF DC-ENTRY-TYPE = "C"
                        ADD DC-AMOUNT TO WS-RUNNING
                     ELSE
                        SUBTRACT DC-AMOUNT FROM WS-RUNNING
                     END-IF
                     DISPLAY DC-ENTRY-DATE " " NO ADVANCING
                     EVALUATE DC-ENTRY-TYPE
                       WHEN "C"
                          DISPLAY "COLLECTED " NO ADVANCING
                       WHEN "H"
                          DISPLAY "HANDED IN " NO ADVANCING
                       WHEN OTHER
                          DISPLAY "PAYOUT    " NO ADVANCING
                     END-EVALUATE
                     DISPLAY DC-AMOUNT " " DC-RECEIPT-NO " ",
                            DC-OPERATOR " " WS-RUNNING
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           DISPLAY "----------------------------------------------"
           DISPLAY "DRIVER " WS-ENTRY-DRIVER " HOLDS " WS-RUNNING
           .
      ** add other procedures here
       END PROGRAM DRIVER-CASH.
