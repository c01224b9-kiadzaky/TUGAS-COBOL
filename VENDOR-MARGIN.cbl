      ******************************************************************
      * Author:
      * Date: 09 OCT 2026
      * Purpose: Vendor contribution margin for one month - what each
      *          vendor actually earned us, and the total.  Per vendor:
      *          commission (the faktur register VENDOR-SETTLEMENT
      *          writes, estimated from the rate history for a vendor
      *          not yet settled), delivery income (ONGKIR charged),
      *          the driver cost of its deliveries (the ONGKIR share
      *          plus the shift guarantee top-ups from the payout
      *          runs, split across the vendors whose orders the
      *          driver carried that day by order count), the
      *          platform fees withheld on its P-channel orders
      *          (SUB-GET-PLATFORM-FEE), the refunded ONGKIR we
      *          absorbed, and the contribution margin left.  Net
      *          sales and ONGKIR come from MONTHLY-SUMMARY-yyyymm.dat
      *          when MONTH-CONSOLIDATE has run, otherwise from the
      *          daily files.  A CSV copy for the owner is written to
      *          VENDOR-MARGIN-yyyymm.csv.
      *          Run by MONTH-END with the period in a MONTH-END-
      *          REQUEST area, or standalone with a keyed period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VENDOR-MARGIN.
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
         SELECT VENDOR-MASTER-File
             ASSIGN TO WS-VENDOR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS VM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT FAKTUR-REGISTER-File
             ASSIGN TO WS-FAKTUR-REG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS FX-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT MONTHLY-SUMMARY-File
             ASSIGN TO WS-SUMMARY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS SUM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PAYOUT-RUN-File
             ASSIGN TO WS-PAYRUN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PY-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT MARGIN-CSV-File
             ASSIGN TO WS-CSV-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CSV-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
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
       FD VENDOR-MASTER-File.
       COPY "copybooks/VENDOR-REC.cpy".
       FD FAKTUR-REGISTER-File.
       COPY "copybooks/FAKTUR-REC.cpy".
       FD MONTHLY-SUMMARY-File.
       COPY "copybooks/MONSUM-REC.cpy".
       FD PAYOUT-RUN-File.
       COPY "copybooks/PAYRUN-REC.cpy".
       FD MARGIN-CSV-File.
       01 MARGIN-CSV-RECORD PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 VM-FSTAT PIC 99.
       01 FX-FSTAT PIC 99.
       01 SUM-FSTAT PIC 99.
       01 PY-FSTAT PIC 99.
       01 CSV-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's daily file for a date is read (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-VENDOR-FILENAME PIC X(60).
       01 WS-FAKTUR-REG-FILENAME PIC X(60).
       01 WS-SUMMARY-FILENAME PIC X(60).
       01 WS-PAYRUN-FILENAME PIC X(70).
       01 WS-CSV-FILENAME PIC X(70).
       01 WS-PERIOD PIC 9(6).
       01 WS-DAY PIC 9(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FILES-READ PIC 9(3) VALUE 0.
       01 WS-DAY-FILES PIC 9 VALUE 0.
       01 WS-PAYRUNS-READ PIC 9(3) VALUE 0.
       01 WS-PCT-ONGKIR PIC 9(2)V99 VALUE 10.00.
       01 WS-FEE-PCT PIC 9(2)V99.
       01 WS-PER-ORDER PIC 9(7).
       01 WS-DAY-RATE PIC 9(2)V99.
       01 WS-DAY-RATE-FOUND PIC X.
       01 WS-SUMMARY-USED PIC X VALUE "N".
       01 WS-ME-CALLED PIC X VALUE "N".
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * One entry per vendor - the master first, then any vendor
      * found in the daily files that the master does not carry.
      * VG-COMM-BASIS "F" = commission from the faktur register,
      * "E" = estimated from the rate in force each day.
      *-----------------------
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-DROPPED PIC 9(5) VALUE 0.
       01 WS-VENDOR-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-FIND-CODE PIC X(6).
       01 WS-FIND-NAME PIC X(20).
       01 VENDOR-TABLE.
         05 VG-ENTRY OCCURS 100 TIMES.
           10 VG-CODE PIC X(6).
           10 VG-NAME PIC X(20).
           10 VG-RATE PIC 9(2)V99.
           10 VG-COMM-BASIS PIC X.
           10 VG-NET-SALES PIC S9(11).
           10 VG-NET-ONGKIR PIC S9(11).
           10 VG-ORDERS PIC 9(7).
           10 VG-REFUND-ONGKIR PIC S9(11).
           10 VG-COMMISSION PIC S9(11).
           10 VG-DELIVERY PIC S9(11).
           10 VG-DRV-ONGKIR PIC S9(11).
           10 VG-TOPUP PIC S9(11).
           10 VG-PLATFORM-FEE PIC S9(11).
           10 VG-MARGIN PIC S9(11).
           10 VG-DAY-NET PIC S9(9).
           10 VG-DAY-P-GROSS PIC S9(9).
           10 VG-DAY-P-ORDERS PIC 9(5).
      *-----------------------
      * The day's orders per driver and vendor, which is what a
      * driver's top-up for that day is split by
      *-----------------------
       01 WS-PAIR-COUNT PIC 9(3) VALUE 0.
       01 WS-PAIR-DROPPED PIC 9(5) VALUE 0.
       01 WS-PAIR-IDX PIC 9(3).
       01 PAIR-TABLE.
         05 PR-ENTRY OCCURS 500 TIMES.
           10 PR-DRIVER-ID PIC X(6).
           10 PR-VENDOR-IDX PIC 9(3).
           10 PR-ORDERS PIC 9(5).
       01 WS-DRV-ORDERS PIC 9(7).
       01 WS-LEFT-ORDERS PIC 9(7).
       01 WS-LEFT-AMOUNT PIC S9(9).
       01 WS-SHARE PIC S9(9).
      *-----------------------
      * Month totals
      *-----------------------
       01 WS-TOT-SALES PIC S9(13) VALUE 0.
       01 WS-TOT-COMMISSION PIC S9(13) VALUE 0.
       01 WS-TOT-DELIVERY PIC S9(13) VALUE 0.
       01 WS-TOT-DRV-ONGKIR PIC S9(13) VALUE 0.
       01 WS-TOT-TOPUP PIC S9(13) VALUE 0.
       01 WS-TOT-PLATFORM-FEE PIC S9(13) VALUE 0.
       01 WS-TOT-REFUND PIC S9(13) VALUE 0.
       01 WS-TOT-MARGIN PIC S9(13) VALUE 0.
       01 WS-TOPUP-PAID PIC S9(13) VALUE 0.
       01 WS-UNALLOC-TOPUP PIC S9(13) VALUE 0.
       01 WS-ESTIMATED PIC 9(3) VALUE 0.
       01 WS-SHOW-AMOUNT PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-TOTAL PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-COMM PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-DELIV PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-DRIVER PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-FEES PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-REFUND PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-MARGIN PIC -ZZZ,ZZZ,ZZ9.
       01 WS-BASIS-TEXT PIC X(3).
      *-----------------------
      * CSV amounts are written without separators
      *-----------------------
       01 WS-CSV-PTR PIC 9(3).
       01 WS-CSV-VALUE PIC S9(13).
       01 WS-CSV-AMOUNT PIC -(13)9.

       LINKAGE SECTION.
       COPY "copybooks/MEND-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING MONTH-END-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "VENDOR CONTRIBUTION MARGIN"
           IF ADDRESS OF MONTH-END-REQUEST NOT = NULL
              AND ME-CALL-FLAG = "Y"
              MOVE "Y" TO WS-ME-CALLED
              MOVE ME-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD " (MONTH-END)"
           ELSE
              DISPLAY "PERIOD TO REPORT (YYYYMM) : " NO ADVANCING
              ACCEPT WS-PERIOD
              IF WS-PERIOD = 0
                 DISPLAY "PERIOD IS REQUIRED"
                 STOP RUN
              END-IF
              PERFORM CHECK-KEYED-PERIOD
           END-IF

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-FAKTUR-COMMISSION

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
             COMPUTE WS-RUN-DATE = WS-PERIOD * 100 + WS-DAY
             PERFORM ACCUMULATE-ONE-DAY
           END-PERFORM

           IF WS-FILES-READ = 0
              DISPLAY "NO DAILY FILES FOUND FOR " WS-PERIOD
              IF WS-ME-CALLED = "Y"
                 MOVE 8 TO ME-RETURN-CODE
              END-IF
              GOBACK
           END-IF
           IF WS-VENDOR-DROPPED > 0
              DISPLAY "WARNING: VENDOR TABLE FULL - "
                      WS-VENDOR-DROPPED " RECORD(S) NOT COUNTED"
           END-IF
           IF WS-PAIR-DROPPED > 0
              DISPLAY "WARNING: DRIVER/VENDOR TABLE FULL - "
                      WS-PAIR-DROPPED " ORDER(S) LEFT OUT OF THE ",
                      "TOP-UP SPLIT"
           END-IF

           PERFORM LOAD-MONTHLY-SUMMARY
           PERFORM CALC-VENDOR-MARGINS
           PERFORM PRINT-MARGIN-REPORT
           PERFORM WRITE-MARGIN-CSV
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
                   IF CTL-ONGKIR-PAYOUT-PCT NOT = ZERO
                      MOVE CTL-ONGKIR-PAYOUT-PCT TO WS-PCT-ONGKIR
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-VENDOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
           END-STRING
           MOVE SPACES TO WS-FAKTUR-REG-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FAKTUR-REGISTER.dat"
                  DELIMITED BY SIZE INTO WS-FAKTUR-REG-FILENAME
           END-STRING
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "MONTHLY-SUMMARY-" WS-PERIOD ".dat"
                  DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
           END-STRING
           MOVE SPACES TO WS-CSV-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-MARGIN-" WS-PERIOD ".csv"
                  DELIMITED BY SIZE INTO WS-CSV-FILENAME
           END-STRING
           .

       LOAD-VENDOR-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-MASTER-File
           IF VM-FSTAT = "35"
              CLOSE VENDOR-MASTER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ VENDOR-MASTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE VM-VENDOR-CODE TO WS-FIND-CODE
                  MOVE VM-VENDOR-NAME TO WS-FIND-NAME
                  PERFORM FIND-VENDOR
                  IF WS-FOUND-IDX > 0
                     IF VM-COMMISSION-PCT IS NUMERIC
                        MOVE VM-COMMISSION-PCT TO
                              VG-RATE (WS-FOUND-IDX)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-File
           .

       FIND-VENDOR.
      **
      * Entry for WS-FIND-CODE, added when it is not in the table
      * yet; WS-FOUND-IDX zero means the table is full.
      **
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VG-CODE (WS-VENDOR-IDX) = WS-FIND-CODE
                MOVE WS-VENDOR-IDX TO WS-FOUND-IDX
                MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-VENDOR-COUNT NOT < 100
              ADD 1 TO WS-VENDOR-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VENDOR-COUNT
           MOVE WS-VENDOR-COUNT TO WS-FOUND-IDX
           MOVE WS-FIND-CODE TO VG-CODE (WS-FOUND-IDX)
           MOVE WS-FIND-NAME TO VG-NAME (WS-FOUND-IDX)
           MOVE 0 TO VG-RATE (WS-FOUND-IDX) VG-NET-SALES (WS-FOUND-IDX)
                     VG-NET-ONGKIR (WS-FOUND-IDX)
                     VG-ORDERS (WS-FOUND-IDX)
                     VG-REFUND-ONGKIR (WS-FOUND-IDX)
                     VG-COMMISSION (WS-FOUND-IDX)
                     VG-DELIVERY (WS-FOUND-IDX)
                     VG-DRV-ONGKIR (WS-FOUND-IDX)
                     VG-TOPUP (WS-FOUND-IDX)
                     VG-PLATFORM-FEE (WS-FOUND-IDX)
                     VG-MARGIN (WS-FOUND-IDX)
                     VG-DAY-NET (WS-FOUND-IDX)
                     VG-DAY-P-GROSS (WS-FOUND-IDX)
                     VG-DAY-P-ORDERS (WS-FOUND-IDX)
           MOVE "E" TO VG-COMM-BASIS (WS-FOUND-IDX)
           .

       LOAD-FAKTUR-COMMISSION.
      **
      * Commission invoiced for settlement periods that lie inside
      * the month; VENDOR-SETTLEMENT issues one faktur per vendor per
      * period, so the register carries no duplicates to drop.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT FAKTUR-REGISTER-File
           IF FX-FSTAT = "35"
              CLOSE FAKTUR-REGISTER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ FAKTUR-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF FX-PERIOD-START (1:6) = WS-PERIOD
                     AND FX-PERIOD-END (1:6) = WS-PERIOD
                     MOVE FX-VENDOR-CODE TO WS-FIND-CODE
                     MOVE FX-VENDOR-NAME TO WS-FIND-NAME
                     PERFORM FIND-VENDOR
                     IF WS-FOUND-IDX > 0
                        MOVE "F" TO VG-COMM-BASIS (WS-FOUND-IDX)
                        ADD FX-COMMISSION TO
                              VG-COMMISSION (WS-FOUND-IDX)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE FAKTUR-REGISTER-File
           .

       ACCUMULATE-ONE-DAY.
      **
      * One business date across every outlet's daily file, then the
      * day's platform fees, estimated commission and top-up split -
      * all three are priced or split per day.
      **
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             MOVE 0 TO VG-DAY-NET (WS-VENDOR-IDX)
                       VG-DAY-P-GROSS (WS-VENDOR-IDX)
                       VG-DAY-P-ORDERS (WS-VENDOR-IDX)
           END-PERFORM
           MOVE 0 TO WS-PAIR-COUNT
           MOVE 0 TO WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-FILE
           END-PERFORM
           IF WS-DAY-FILES = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM PRICE-DAY-FEES
           PERFORM ESTIMATE-DAY-COMMISSION
           PERFORM SPLIT-DAY-TOPUPS
           .

       ACCUMULATE-OUTLET-FILE.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-RUN-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           ADD 1 TO WS-DAY-FILES
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE XVENDOR-CODE TO WS-FIND-CODE
                  MOVE XNAMA-VENDOR TO WS-FIND-NAME
                  PERFORM FIND-VENDOR
                  IF WS-FOUND-IDX > 0
                     PERFORM ADD-SALE-TO-VENDOR
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-SALE-TO-VENDOR.
      **
      * Refunds are netted and voids left out, like every other
      * total.  The ONGKIR a refund gives back is also kept apart:
      * the vendor bears the refunded food through its settlement
      * and the driver the refunded tip through the payout, but the
      * delivery fee handed back is ours to absorb.
      **
           EVALUATE XTRANS-TYPE
             WHEN "R"
                SUBTRACT XPENJUALAN FROM VG-NET-SALES (WS-FOUND-IDX)
                SUBTRACT XONGKIR FROM VG-NET-ONGKIR (WS-FOUND-IDX)
                SUBTRACT XPENJUALAN FROM VG-DAY-NET (WS-FOUND-IDX)
                ADD XONGKIR TO VG-REFUND-ONGKIR (WS-FOUND-IDX)
                IF XPAY-METHOD = "P"
                   SUBTRACT XPENJUALAN FROM
                         VG-DAY-P-GROSS (WS-FOUND-IDX)
                   SUBTRACT XONGKIR FROM VG-DAY-P-GROSS (WS-FOUND-IDX)
                   SUBTRACT XTIPS FROM VG-DAY-P-GROSS (WS-FOUND-IDX)
                END-IF
             WHEN "V"
                CONTINUE
             WHEN OTHER
                ADD XPENJUALAN TO VG-NET-SALES (WS-FOUND-IDX)
                ADD XONGKIR TO VG-NET-ONGKIR (WS-FOUND-IDX)
                ADD XPENJUALAN TO VG-DAY-NET (WS-FOUND-IDX)
                ADD 1 TO VG-ORDERS (WS-FOUND-IDX)
                IF XPAY-METHOD = "P"
                   ADD XPENJUALAN TO VG-DAY-P-GROSS (WS-FOUND-IDX)
                   ADD XONGKIR TO VG-DAY-P-GROSS (WS-FOUND-IDX)
                   ADD XTIPS TO VG-DAY-P-GROSS (WS-FOUND-IDX)
                   ADD 1 TO VG-DAY-P-ORDERS (WS-FOUND-IDX)
                END-IF
                IF XDRIVER-ID NOT = SPACES
                   PERFORM ADD-DRIVER-ORDER
                END-IF
           END-EVALUATE
           .

       ADD-DRIVER-ORDER.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             IF PR-DRIVER-ID (WS-PAIR-IDX) = XDRIVER-ID
                AND PR-VENDOR-IDX (WS-PAIR-IDX) = WS-FOUND-IDX
                ADD 1 TO PR-ORDERS (WS-PAIR-IDX)
                EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-PAIR-COUNT NOT < 500
              ADD 1 TO WS-PAIR-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE XDRIVER-ID TO PR-DRIVER-ID (WS-PAIR-COUNT)
           MOVE WS-FOUND-IDX TO PR-VENDOR-IDX (WS-PAIR-COUNT)
           MOVE 1 TO PR-ORDERS (WS-PAIR-COUNT)
           .

       PRICE-DAY-FEES.
      **
      * The day's fee schedule from SUB-GET-PLATFORM-FEE, applied to
      * each vendor's P-channel gross and order count the way
      * PLATFORM-FEE-REPORT prices the day as a whole.
      **
           CALL "SUB-GET-PLATFORM-FEE"
                  USING WS-RUN-DATE, WS-FEE-PCT, WS-PER-ORDER
           CANCEL "SUB-GET-PLATFORM-FEE"
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VG-DAY-P-GROSS (WS-VENDOR-IDX) NOT = 0
                OR VG-DAY-P-ORDERS (WS-VENDOR-IDX) NOT = 0
                COMPUTE VG-PLATFORM-FEE (WS-VENDOR-IDX) ROUNDED =
                      VG-PLATFORM-FEE (WS-VENDOR-IDX) +
                      VG-DAY-P-GROSS (WS-VENDOR-IDX) * WS-FEE-PCT
                      / 100 +
                      VG-DAY-P-ORDERS (WS-VENDOR-IDX) * WS-PER-ORDER
             END-IF
           END-PERFORM
           .

       ESTIMATE-DAY-COMMISSION.
      **
      * A vendor with no faktur for the month is estimated the way
      * VENDOR-SETTLEMENT will charge it - the rate in force on the
      * day, the master rate when the history has none that early.
      **
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VG-COMM-BASIS (WS-VENDOR-IDX) = "E"
                AND VG-DAY-NET (WS-VENDOR-IDX) NOT = 0
                CALL "SUB-GET-COMM-RATE"
                       USING VG-CODE (WS-VENDOR-IDX), WS-RUN-DATE,
                             WS-DAY-RATE, WS-DAY-RATE-FOUND
                CANCEL "SUB-GET-COMM-RATE"
                IF WS-DAY-RATE-FOUND NOT = "Y"
                   MOVE VG-RATE (WS-VENDOR-IDX) TO WS-DAY-RATE
                END-IF
                COMPUTE VG-COMMISSION (WS-VENDOR-IDX) ROUNDED =
                      VG-COMMISSION (WS-VENDOR-IDX) +
                      (VG-DAY-NET (WS-VENDOR-IDX) * WS-DAY-RATE / 100)
             END-IF
           END-PERFORM
           .

       SPLIT-DAY-TOPUPS.
      **
      * Each shift guarantee top-up on the day's payout run is shared
      * across the vendors whose orders that driver carried, pro rata
      * to the order count; the last share takes the rounding so the
      * split adds back to the top-up.  A top-up for a driver with no
      * orders that day belongs to no vendor and is shown on its own.
      **
           MOVE SPACES TO WS-PAYRUN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PAYOUT-RUN-" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-PAYRUN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYOUT-RUN-File
           IF PY-FSTAT NOT = "00"
              CLOSE PAYOUT-RUN-File
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYRUNS-READ
           PERFORM UNTIL WS-EOF = "Y"
             READ PAYOUT-RUN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PY-LINE-TYPE = "T"
                     ADD PY-AMOUNT TO WS-TOPUP-PAID
                     PERFORM SPLIT-ONE-TOPUP
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PAYOUT-RUN-File
           .

       SPLIT-ONE-TOPUP.
           MOVE 0 TO WS-DRV-ORDERS
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             IF PR-DRIVER-ID (WS-PAIR-IDX) = PY-DRIVER-ID
                ADD PR-ORDERS (WS-PAIR-IDX) TO WS-DRV-ORDERS
             END-IF
           END-PERFORM
           IF WS-DRV-ORDERS = 0
              ADD PY-AMOUNT TO WS-UNALLOC-TOPUP
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DRV-ORDERS TO WS-LEFT-ORDERS
           MOVE PY-AMOUNT TO WS-LEFT-AMOUNT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                     UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
             IF PR-DRIVER-ID (WS-PAIR-IDX) = PY-DRIVER-ID
                COMPUTE WS-SHARE ROUNDED =
                      WS-LEFT-AMOUNT * PR-ORDERS (WS-PAIR-IDX)
                      / WS-LEFT-ORDERS
                MOVE PR-VENDOR-IDX (WS-PAIR-IDX) TO WS-VENDOR-IDX
                ADD WS-SHARE TO VG-TOPUP (WS-VENDOR-IDX)
                SUBTRACT WS-SHARE FROM WS-LEFT-AMOUNT
                SUBTRACT PR-ORDERS (WS-PAIR-IDX) FROM WS-LEFT-ORDERS
             END-IF
           END-PERFORM
           .

       LOAD-MONTHLY-SUMMARY.
      **
      * The consolidated month totals replace the daily-file figures
      * for net sales, ONGKIR and order count wherever a vendor has
      * an "M" record; without the file the daily figures stand.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT MONTHLY-SUMMARY-File
           IF SUM-FSTAT = "35"
              DISPLAY "NO MONTHLY-SUMMARY FILE FOR " WS-PERIOD,
                     " - SALES AND ONGKIR TAKEN FROM THE DAILY FILES"
              CLOSE MONTHLY-SUMMARY-File
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SUMMARY-USED
           PERFORM UNTIL WS-EOF = "Y"
             READ MONTHLY-SUMMARY-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF MS-REC-TYPE = "M"
                     MOVE MS-CODE TO WS-FIND-CODE
                     MOVE MS-NAME TO WS-FIND-NAME
                     PERFORM FIND-VENDOR
                     IF WS-FOUND-IDX > 0
                        MOVE MS-PENJUALAN TO
                              VG-NET-SALES (WS-FOUND-IDX)
                        MOVE MS-ONGKIR TO VG-NET-ONGKIR (WS-FOUND-IDX)
                        MOVE MS-TRAN-COUNT TO VG-ORDERS (WS-FOUND-IDX)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE MONTHLY-SUMMARY-File
           .

       CALC-VENDOR-MARGINS.
      **
      * Delivery income is the ONGKIR charged before refunds; the
      * refunded part comes off again as absorbed.  The driver's
      * ONGKIR share is paid on the net, as DRIVER-PAYOUT pays it.
      **
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             COMPUTE VG-DELIVERY (WS-VENDOR-IDX) =
                   VG-NET-ONGKIR (WS-VENDOR-IDX) +
                   VG-REFUND-ONGKIR (WS-VENDOR-IDX)
             COMPUTE VG-DRV-ONGKIR (WS-VENDOR-IDX) ROUNDED =
                   VG-NET-ONGKIR (WS-VENDOR-IDX) * WS-PCT-ONGKIR / 100
             COMPUTE VG-MARGIN (WS-VENDOR-IDX) =
                   VG-COMMISSION (WS-VENDOR-IDX) +
                   VG-DELIVERY (WS-VENDOR-IDX) -
                   VG-DRV-ONGKIR (WS-VENDOR-IDX) -
                   VG-TOPUP (WS-VENDOR-IDX) -
                   VG-PLATFORM-FEE (WS-VENDOR-IDX) -
                   VG-REFUND-ONGKIR (WS-VENDOR-IDX)
             ADD VG-NET-SALES (WS-VENDOR-IDX) TO WS-TOT-SALES
             ADD VG-COMMISSION (WS-VENDOR-IDX) TO WS-TOT-COMMISSION
             ADD VG-DELIVERY (WS-VENDOR-IDX) TO WS-TOT-DELIVERY
             ADD VG-DRV-ONGKIR (WS-VENDOR-IDX) TO WS-TOT-DRV-ONGKIR
             ADD VG-TOPUP (WS-VENDOR-IDX) TO WS-TOT-TOPUP
             ADD VG-PLATFORM-FEE (WS-VENDOR-IDX) TO
                   WS-TOT-PLATFORM-FEE
             ADD VG-REFUND-ONGKIR (WS-VENDOR-IDX) TO WS-TOT-REFUND
             ADD VG-MARGIN (WS-VENDOR-IDX) TO WS-TOT-MARGIN
             IF VG-COMM-BASIS (WS-VENDOR-IDX) = "E"
                AND VG-COMMISSION (WS-VENDOR-IDX) NOT = 0
                ADD 1 TO WS-ESTIMATED
             END-IF
           END-PERFORM
           SUBTRACT WS-UNALLOC-TOPUP FROM WS-TOT-MARGIN
           .

       PRINT-MARGIN-REPORT.
           DISPLAY " "
           DISPLAY "VENDOR CONTRIBUTION MARGIN FOR " WS-PERIOD,
                  " (" WS-REGION ")"
           IF WS-SUMMARY-USED = "Y"
              DISPLAY "SALES AND ONGKIR FROM MONTHLY-SUMMARY-",
                     WS-PERIOD ".dat"
           END-IF
           DISPLAY "DAILY FILES READ " WS-FILES-READ,
                  "  PAYOUT RUNS READ " WS-PAYRUNS-READ,
                  "  DRIVER ONGKIR SHARE " WS-PCT-ONGKIR "%"
           DISPLAY "VENDOR NAME                   COMMISSION     ",
                  "DELIVERY  DRIVER-COST PLATFORM-FEE      ",
                  "REFUNDS       MARGIN"
           DISPLAY "-------------------------------------------------",
                  "-------------------------------------------------",
                  "--------"
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VG-ORDERS (WS-VENDOR-IDX) NOT = 0
                OR VG-COMMISSION (WS-VENDOR-IDX) NOT = 0
                OR VG-REFUND-ONGKIR (WS-VENDOR-IDX) NOT = 0
                OR VG-TOPUP (WS-VENDOR-IDX) NOT = 0
                PERFORM PRINT-VENDOR-LINE
             END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------------",
                  "-------------------------------------------------",
                  "--------"
           IF WS-UNALLOC-TOPUP NOT = 0
              MOVE WS-UNALLOC-TOPUP TO WS-SHOW-AMOUNT
              DISPLAY "TOP-UPS TO DRIVERS WITH NO ORDERS THAT DAY : ",
                     WS-SHOW-AMOUNT
           END-IF
           MOVE WS-TOT-SALES TO WS-SHOW-TOTAL
           DISPLAY "NET SALES                : " WS-SHOW-TOTAL
           MOVE WS-TOT-COMMISSION TO WS-SHOW-TOTAL
           DISPLAY "COMMISSION EARNED        : " WS-SHOW-TOTAL
           MOVE WS-TOT-DELIVERY TO WS-SHOW-TOTAL
           DISPLAY "DELIVERY INCOME (ONGKIR) : " WS-SHOW-TOTAL
           MOVE WS-TOT-DRV-ONGKIR TO WS-SHOW-TOTAL
           DISPLAY "DRIVER ONGKIR SHARE      : " WS-SHOW-TOTAL
           COMPUTE WS-CSV-VALUE = WS-TOT-TOPUP + WS-UNALLOC-TOPUP
           MOVE WS-CSV-VALUE TO WS-SHOW-TOTAL
           DISPLAY "DRIVER GUARANTEE TOP-UPS : " WS-SHOW-TOTAL
           MOVE WS-TOT-PLATFORM-FEE TO WS-SHOW-TOTAL
           DISPLAY "PLATFORM FEES WITHHELD   : " WS-SHOW-TOTAL
           MOVE WS-TOT-REFUND TO WS-SHOW-TOTAL
           DISPLAY "REFUNDS ABSORBED         : " WS-SHOW-TOTAL
           MOVE WS-TOT-MARGIN TO WS-SHOW-TOTAL
           DISPLAY "CONTRIBUTION MARGIN      : " WS-SHOW-TOTAL
           IF WS-ESTIMATED > 0
              DISPLAY WS-ESTIMATED " VENDOR(S) NOT YET SETTLED FOR ",
                     "THE MONTH - COMMISSION MARKED EST IS ESTIMATED ",
                     "FROM THE RATE HISTORY"
           END-IF
           .

       PRINT-VENDOR-LINE.
           IF VG-COMM-BASIS (WS-VENDOR-IDX) = "E"
              MOVE "EST" TO WS-BASIS-TEXT
           ELSE
              MOVE SPACES TO WS-BASIS-TEXT
           END-IF
           MOVE VG-COMMISSION (WS-VENDOR-IDX) TO WS-SHOW-COMM
           MOVE VG-DELIVERY (WS-VENDOR-IDX) TO WS-SHOW-DELIV
           COMPUTE WS-SHOW-DRIVER = VG-DRV-ONGKIR (WS-VENDOR-IDX) +
                                    VG-TOPUP (WS-VENDOR-IDX)
           MOVE VG-PLATFORM-FEE (WS-VENDOR-IDX) TO WS-SHOW-FEES
           MOVE VG-REFUND-ONGKIR (WS-VENDOR-IDX) TO WS-SHOW-REFUND
           MOVE VG-MARGIN (WS-VENDOR-IDX) TO WS-SHOW-MARGIN
           DISPLAY VG-CODE (WS-VENDOR-IDX) " "
                  VG-NAME (WS-VENDOR-IDX) WS-SHOW-COMM,
                  WS-BASIS-TEXT WS-SHOW-DELIV " " WS-SHOW-DRIVER,
                  " " WS-SHOW-FEES " " WS-SHOW-REFUND " "
                  WS-SHOW-MARGIN
           .

       WRITE-MARGIN-CSV.
      **
      * The owner's copy - one row per vendor with every component,
      * then the unallocated top-ups and the month total.
      **
           OPEN OUTPUT MARGIN-CSV-File
           MOVE SPACES TO MARGIN-CSV-RECORD
           STRING "SECTION,VENDOR,NAME,NET-SALES,COMMISSION,BASIS,",
                  "DELIVERY-INCOME,DRIVER-ONGKIR,DRIVER-TOPUP,",
                  "PLATFORM-FEES,REFUNDS-ABSORBED,MARGIN"
                  DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
           END-STRING
           WRITE MARGIN-CSV-RECORD
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VG-ORDERS (WS-VENDOR-IDX) NOT = 0
                OR VG-COMMISSION (WS-VENDOR-IDX) NOT = 0
                OR VG-REFUND-ONGKIR (WS-VENDOR-IDX) NOT = 0
                OR VG-TOPUP (WS-VENDOR-IDX) NOT = 0
                PERFORM WRITE-VENDOR-CSV
             END-IF
           END-PERFORM
           MOVE SPACES TO MARGIN-CSV-RECORD
           MOVE 1 TO WS-CSV-PTR
           STRING "UNALLOCATED,,DRIVER TOP-UPS,0,0,,0,0"
                  DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-UNALLOC-TOPUP TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           STRING ",0,0" DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
                  WITH POINTER WS-CSV-PTR
           END-STRING
           COMPUTE WS-CSV-VALUE = 0 - WS-UNALLOC-TOPUP
           PERFORM ADD-CSV-AMOUNT
           WRITE MARGIN-CSV-RECORD
           MOVE SPACES TO MARGIN-CSV-RECORD
           MOVE 1 TO WS-CSV-PTR
           STRING "TOTAL,,ALL VENDORS" DELIMITED BY SIZE
                  INTO MARGIN-CSV-RECORD WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-TOT-SALES TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE WS-TOT-COMMISSION TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           STRING "," DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE WS-TOT-DELIVERY TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE WS-TOT-DRV-ONGKIR TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           COMPUTE WS-CSV-VALUE = WS-TOT-TOPUP + WS-UNALLOC-TOPUP
           PERFORM ADD-CSV-AMOUNT
           MOVE WS-TOT-PLATFORM-FEE TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE WS-TOT-REFUND TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE WS-TOT-MARGIN TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           WRITE MARGIN-CSV-RECORD
           CLOSE MARGIN-CSV-File
           DISPLAY "CSV COPY WRITTEN TO "
                  FUNCTION TRIM(WS-CSV-FILENAME)
           .

       WRITE-VENDOR-CSV.
           MOVE SPACES TO MARGIN-CSV-RECORD
           MOVE 1 TO WS-CSV-PTR
           STRING "VENDOR," FUNCTION TRIM(VG-CODE (WS-VENDOR-IDX)) ","
                  FUNCTION TRIM(VG-NAME (WS-VENDOR-IDX))
                  DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
                  WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE VG-NET-SALES (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-COMMISSION (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           IF VG-COMM-BASIS (WS-VENDOR-IDX) = "E"
              STRING ",ESTIMATED" DELIMITED BY SIZE
                     INTO MARGIN-CSV-RECORD WITH POINTER WS-CSV-PTR
              END-STRING
           ELSE
              STRING ",FAKTUR" DELIMITED BY SIZE
                     INTO MARGIN-CSV-RECORD WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF
           MOVE VG-DELIVERY (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-DRV-ONGKIR (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-TOPUP (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-PLATFORM-FEE (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-REFUND-ONGKIR (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           MOVE VG-MARGIN (WS-VENDOR-IDX) TO WS-CSV-VALUE
           PERFORM ADD-CSV-AMOUNT
           WRITE MARGIN-CSV-RECORD
           .

       ADD-CSV-AMOUNT.
           MOVE WS-CSV-VALUE TO WS-CSV-AMOUNT
           STRING "," FUNCTION TRIM(WS-CSV-AMOUNT)
                  DELIMITED BY SIZE INTO MARGIN-CSV-RECORD
                  WITH POINTER WS-CSV-PTR
           END-STRING
           .
      ** add other procedures here
       END PROGRAM VENDOR-MARGIN.
