      ******************************************************************
      * Author:
      * Date: 12 OCT 2026
      * Purpose: Fourteen-day forward cash-flow projection for Finance
      *          to time the payment runs by.  From a keyed opening
      *          bank balance it builds a day-by-day view of:
      *          inflows - platform deposits still to come for the
      *          P-channel sales already on file, due CTL-PLATFORM-LAG
      *          days after the sale at the expected net of the fee
      *          schedule (SUB-GET-PLATFORM-FEE), priced per day as
      *          PLATFORM-FEE-REPORT does;
      *          outflows - unpaid vendor settlements from
      *          SETTLE-STATUS.dat by due date (period end plus
      *          CTL-VENDOR-PAY-DAYS), driver payout runs written by
      *          DRIVER-PAYOUT and not yet released by PAY-FILE, the
      *          open vendor ledger entries that will net into the
      *          next settlements, and the PPN on the last filed
      *          return (PPN-RETURN-yyyymm.txt) by its payment
      *          deadline.
      *          Any day whose projected balance falls below the
      *          control record's CTL-MIN-BALANCE is flagged.
      * Tectonics: cobc
      * Modification History:
      *   15 OCT 2026 - Unpaid vendor settlements are read from
      *                 VENDOR-SETTLE-STATUS.dat, the file
      *                 VENDOR-SETTLEMENT and VENDOR-PAY-FILE keep (was
      *                 SETTLE-STATUS.dat, which nothing writes).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CASH-PROJECTION.
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
         SELECT SETTLE-STATUS-File
             ASSIGN TO WS-SETTLE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS SST-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LED-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PAYOUT-RUN-File
             ASSIGN TO WS-PAYRUN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PY-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT BANK-TRANSFER-File
             ASSIGN TO WS-TRANSFER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS TRF-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PPN-EXPORT-File
             ASSIGN TO WS-EXPORT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS EXP-FSTAT
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
       FD SETTLE-STATUS-File.
       COPY "copybooks/SETTLE-REC.cpy".
       FD VENDOR-LEDGER-File.
       COPY "copybooks/VENDLED-REC.cpy".
       FD PAYOUT-RUN-File.
       COPY "copybooks/PAYRUN-REC.cpy".
       FD BANK-TRANSFER-File.
       01 BANK-TRANSFER-RECORD PIC X(120).
       FD PPN-EXPORT-File.
       01 PPN-EXPORT-RECORD.
         05 PX-REC-TYPE PIC X.
         05 PX-PERIOD PIC 9(6).
         05 PX-VENDORS-FILED PIC 9(3).
         05 PX-TOTAL-DPP PIC 9(11).
         05 PX-TOTAL-PPN PIC 9(11).
         05 FILLER PIC X(48).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 SST-FSTAT PIC 99.
       01 LED-FSTAT PIC 99.
       01 PY-FSTAT PIC 99.
       01 TRF-FSTAT PIC 99.
       01 EXP-FSTAT PIC 99.
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
       01 WS-SETTLE-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-PAYRUN-FILENAME PIC X(70).
       01 WS-TRANSFER-FILENAME PIC X(70).
       01 WS-EXPORT-FILENAME PIC X(60).
      *-----------------------
      * Settings from the control record (see CTRL-REC)
      *-----------------------
       01 WS-MIN-BALANCE PIC 9(11) VALUE 0.
       01 WS-PLATFORM-LAG PIC 9(2) VALUE 2.
       01 WS-VENDOR-PAY-DAYS PIC 9(3) VALUE 7.
       01 WS-TAX-DUE-DAY PIC 9(2) VALUE 15.
      *-----------------------
      * Keyed opening position
      *-----------------------
       01 WS-NUM-ENTRY PIC X(12).
       01 WS-OPENING PIC 9(11).
       01 WS-START-DATE PIC 9(8).
       01 WS-START-INT PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Date arithmetic
      *-----------------------
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-BACK-DAYS PIC S9(3).
       01 WS-DAY-IDX PIC S9(5).
       01 WS-SLOT PIC 9(2).
       01 WS-TAX-PERIOD PIC 9(6).
       01 WS-TAX-PARTS REDEFINES WS-TAX-PERIOD.
         05 WS-TAX-YEAR PIC 9(4).
         05 WS-TAX-MONTH PIC 9(2).
       01 WS-DUE-PERIOD PIC 9(6).
       01 WS-DUE-PARTS REDEFINES WS-DUE-PERIOD.
         05 WS-DUE-YEAR PIC 9(4).
         05 WS-DUE-MONTH PIC 9(2).
       01 WS-TRIES PIC 9.
       01 WS-TAX-FOUND PIC X VALUE "N".
      *-----------------------
      * One P-channel sales day priced to its expected deposit
      *-----------------------
       01 WS-P-GROSS PIC S9(9).
       01 WS-P-ORDERS PIC 9(5).
       01 WS-FEE-PCT PIC 9(2)V99.
       01 WS-PER-ORDER PIC 9(7).
       01 WS-P-FEES PIC S9(9).
       01 WS-P-NET PIC S9(9).
       01 WS-DAY-FILES PIC 9 VALUE 0.
       01 WS-PAY-NET PIC S9(11).
       01 WS-PAY-LINES PIC 9(5).
      *-----------------------
      * Unpaid settlements - the latest status record per vendor and
      * statement period wins, as on the VENDOR-PAY-FILE aging list
      *-----------------------
       01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPEN-IDX PIC 9(3).
       01 WS-OPEN-FOUND PIC 9(3).
       01 WS-OPEN-DROPPED PIC 9(5) VALUE 0.
       01 WS-OPEN-TABLE.
         05 OS-ENTRY OCCURS 200 TIMES.
           10 OS-VENDOR PIC X(6).
           10 OS-START PIC 9(8).
           10 OS-END PIC 9(8).
           10 OS-PAYABLE PIC S9(9).
           10 OS-STATUS PIC X.
      *-----------------------
      * The fourteen projected days; slot 15 collects what falls due
      * after the window so it is still shown
      *-----------------------
       01 CASH-DAY-TABLE.
         05 CF-DAY OCCURS 15 TIMES.
           10 CF-DATE PIC 9(8).
           10 CF-INFLOW PIC S9(11).
           10 CF-VENDOR PIC S9(11).
           10 CF-DRIVER PIC S9(11).
           10 CF-LEDGER PIC S9(11).
           10 CF-TAX PIC S9(11).
           10 CF-BALANCE PIC S9(13).
       01 WS-BALANCE PIC S9(13).
       01 WS-LOW-BALANCE PIC S9(13).
       01 WS-LOW-DATE PIC 9(8).
       01 WS-FLAGGED PIC 9(2) VALUE 0.
       01 WS-FLAG-TEXT PIC X(15).
       01 WS-TOT-INFLOW PIC S9(13) VALUE 0.
       01 WS-TOT-OUTFLOW PIC S9(13) VALUE 0.
       01 WS-SHOW-AMOUNT PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-IN PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-VENDOR PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-DRIVER PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-LEDGER PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-TAX PIC -ZZZ,ZZZ,ZZ9.
       01 WS-SHOW-BALANCE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "14-DAY CASH-FLOW PROJECTION"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "BALANCE AS AT (YYYYMMDD)? BLANK = TODAY : "
                  NO ADVANCING
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE = 0
              MOVE WS-TODAY TO WS-KEYED-DATE
           END-IF
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE
           PERFORM ACCEPT-OPENING-BALANCE

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           COMPUTE WS-START-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 15
             COMPUTE CF-DATE (WS-SLOT) = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + WS-SLOT - 1)
             MOVE 0 TO CF-INFLOW (WS-SLOT) CF-VENDOR (WS-SLOT)
                       CF-DRIVER (WS-SLOT) CF-LEDGER (WS-SLOT)
                       CF-TAX (WS-SLOT) CF-BALANCE (WS-SLOT)
           END-PERFORM

           DISPLAY " "
           DISPLAY "SCHEDULED ITEMS"
           DISPLAY "-------------------------------------------------",
                  "----------------"
           PERFORM PROJECT-PLATFORM-DEPOSITS
           PERFORM PROJECT-VENDOR-SETTLEMENTS
           PERFORM PROJECT-DRIVER-PAYOUTS
           PERFORM PROJECT-VENDOR-LEDGER
           PERFORM PROJECT-PPN-PAYMENT
           PERFORM RUN-BALANCES
           PERFORM PRINT-PROJECTION
           STOP RUN.

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
           END-EVALUATE
           .

       ACCEPT-OPENING-BALANCE.
           DISPLAY "OPENING BANK BALANCE : " NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "BALANCE MUST BE NUMERIC - PLEASE RE-ENTER"
              GO TO ACCEPT-OPENING-BALANCE
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO WS-OPENING
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
                   IF CTL-MIN-BALANCE IS NUMERIC
                      MOVE CTL-MIN-BALANCE TO WS-MIN-BALANCE
                   END-IF
                   IF CTL-PLATFORM-LAG IS NUMERIC
                      AND CTL-PLATFORM-LAG > 0
                      MOVE CTL-PLATFORM-LAG TO WS-PLATFORM-LAG
                   END-IF
                   IF CTL-VENDOR-PAY-DAYS IS NUMERIC
                      AND CTL-VENDOR-PAY-DAYS > 0
                      MOVE CTL-VENDOR-PAY-DAYS TO WS-VENDOR-PAY-DAYS
                   END-IF
                   IF CTL-TAX-DUE-DAY IS NUMERIC
                      AND CTL-TAX-DUE-DAY > 0
                      AND CTL-TAX-DUE-DAY < 29
                      MOVE CTL-TAX-DUE-DAY TO WS-TAX-DUE-DAY
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-SETTLE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-SETTLE-STATUS.dat"
                  DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           .

       FIND-DAY-SLOT.
      **
      * Slot for WS-DUE-DATE: anything already overdue falls on the
      * first day, anything past the fourteenth goes to slot 15.
      **
           COMPUTE WS-DAY-IDX = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                              - WS-START-INT + 1
           IF WS-DAY-IDX < 1
              MOVE 1 TO WS-SLOT
           ELSE
              IF WS-DAY-IDX > 14
                 MOVE 15 TO WS-SLOT
              ELSE
                 MOVE WS-DAY-IDX TO WS-SLOT
              END-IF
           END-IF
           .

       PROJECT-PLATFORM-DEPOSITS.
      **
      * A sale made CTL-PLATFORM-LAG days before a projected day is
      * deposited on it, so the sales days that still land in the
      * window run from the lag before the start up to today.  Sales
      * not yet made are not forecast.
      **
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 14
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT + WS-SLOT - 1 - WS-PLATFORM-LAG)
             IF WS-RUN-DATE NOT > WS-TODAY
                PERFORM PRICE-SALES-DAY
                IF WS-DAY-FILES > 0
                   AND WS-P-NET NOT = 0
                   ADD WS-P-NET TO CF-INFLOW (WS-SLOT)
                   MOVE WS-P-NET TO WS-SHOW-AMOUNT
                   DISPLAY CF-DATE (WS-SLOT) "  IN   PLATFORM DEPOSIT",
                          " FOR SALES OF " WS-RUN-DATE,
                          "      " WS-SHOW-AMOUNT
                END-IF
             END-IF
           END-PERFORM
           .

       PRICE-SALES-DAY.
           MOVE 0 TO WS-P-GROSS WS-P-ORDERS WS-P-NET WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-FILE
           END-PERFORM
           IF WS-P-GROSS = 0 AND WS-P-ORDERS = 0
              EXIT PARAGRAPH
           END-IF
           CALL "SUB-GET-PLATFORM-FEE"
                  USING WS-RUN-DATE, WS-FEE-PCT, WS-PER-ORDER
           CANCEL "SUB-GET-PLATFORM-FEE"
           COMPUTE WS-P-FEES ROUNDED =
                 WS-P-GROSS * WS-FEE-PCT / 100
                 + WS-P-ORDERS * WS-PER-ORDER
           COMPUTE WS-P-NET = WS-P-GROSS - WS-P-FEES
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
           ADD 1 TO WS-DAY-FILES
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XPAY-METHOD = "P"
                     EVALUATE XTRANS-TYPE
                       WHEN "R"
                          SUBTRACT XPENJUALAN FROM WS-P-GROSS
                          SUBTRACT XONGKIR FROM WS-P-GROSS
                          SUBTRACT XTIPS FROM WS-P-GROSS
                       WHEN "V"
                          CONTINUE
                       WHEN OTHER
                          ADD XPENJUALAN TO WS-P-GROSS
                          ADD XONGKIR TO WS-P-GROSS
                          ADD XTIPS TO WS-P-GROSS
                          ADD 1 TO WS-P-ORDERS
                     END-EVALUATE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       PROJECT-VENDOR-SETTLEMENTS.
      **
      * Every statement still unpaid on its latest status record -
      * including transfers the bank returned - falls due
      * CTL-VENDOR-PAY-DAYS after the end of its period.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT SETTLE-STATUS-File
           IF SST-FSTAT = "35"
              CLOSE SETTLE-STATUS-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SETTLE-STATUS-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM NOTE-SETTLE-STATUS
             END-READ
           END-PERFORM
           CLOSE SETTLE-STATUS-File
           IF WS-OPEN-DROPPED > 0
              DISPLAY "WARNING: SETTLEMENT TABLE FULL - "
                      WS-OPEN-DROPPED " RECORD(S) NOT PROJECTED"
           END-IF
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                     UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
             IF OS-STATUS (WS-OPEN-IDX) NOT = "P"
                AND OS-PAYABLE (WS-OPEN-IDX) > 0
                COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(OS-END (WS-OPEN-IDX))
                       + WS-VENDOR-PAY-DAYS)
                PERFORM FIND-DAY-SLOT
                ADD OS-PAYABLE (WS-OPEN-IDX) TO CF-VENDOR (WS-SLOT)
                MOVE OS-PAYABLE (WS-OPEN-IDX) TO WS-SHOW-AMOUNT
                DISPLAY CF-DATE (WS-SLOT) "  OUT  VENDOR ",
                       OS-VENDOR (WS-OPEN-IDX) " "
                       OS-START (WS-OPEN-IDX) "-" OS-END (WS-OPEN-IDX),
                       " DUE " WS-DUE-DATE " " WS-SHOW-AMOUNT
             END-IF
           END-PERFORM
           .

       NOTE-SETTLE-STATUS.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                     UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
             IF OS-VENDOR (WS-OPEN-IDX) = ST-VENDOR-CODE
                AND OS-START (WS-OPEN-IDX) = ST-START-DATE
                AND OS-END (WS-OPEN-IDX) = ST-END-DATE
                MOVE ST-STATUS TO OS-STATUS (WS-OPEN-IDX)
                MOVE ST-PAYABLE TO OS-PAYABLE (WS-OPEN-IDX)
                EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-OPEN-COUNT NOT < 200
              ADD 1 TO WS-OPEN-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE ST-VENDOR-CODE TO OS-VENDOR (WS-OPEN-COUNT)
           MOVE ST-START-DATE TO OS-START (WS-OPEN-COUNT)
           MOVE ST-END-DATE TO OS-END (WS-OPEN-COUNT)
           MOVE ST-PAYABLE TO OS-PAYABLE (WS-OPEN-COUNT)
           MOVE ST-STATUS TO OS-STATUS (WS-OPEN-COUNT)
           .

       PROJECT-DRIVER-PAYOUTS.
      **
      * A payout run DRIVER-PAYOUT has written but PAY-FILE has not
      * yet turned into a bank transfer file is waiting for release
      * and goes out on the first day.  Held lines stay in manual
      * review and are not counted; runs over a month old are left
      * to the payout team.
      **
           PERFORM VARYING WS-BACK-DAYS FROM 31 BY -1
                     UNTIL WS-BACK-DAYS < 0
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-START-INT - WS-BACK-DAYS)
             PERFORM CHECK-PAYOUT-RUN
           END-PERFORM
           .

       CHECK-PAYOUT-RUN.
           MOVE SPACES TO WS-PAYRUN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PAYOUT-RUN-" WS-RUN-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-PAYRUN-FILENAME
           END-STRING
           MOVE SPACES TO WS-TRANSFER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "BANK-TRANSFER-" WS-RUN-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-TRANSFER-FILENAME
           END-STRING
           OPEN INPUT BANK-TRANSFER-File
           IF TRF-FSTAT = "00"
              CLOSE BANK-TRANSFER-File
              EXIT PARAGRAPH
           END-IF
           CLOSE BANK-TRANSFER-File
           MOVE 0 TO WS-PAY-NET WS-PAY-LINES
           MOVE "N" TO WS-EOF
           OPEN INPUT PAYOUT-RUN-File
           IF PY-FSTAT NOT = "00"
              CLOSE PAYOUT-RUN-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PAYOUT-RUN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PY-HOLD-FLAG NOT = "H"
                     AND PY-HOLD-FLAG NOT = "R"
                     ADD PY-AMOUNT TO WS-PAY-NET
                     ADD 1 TO WS-PAY-LINES
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PAYOUT-RUN-File
           IF WS-PAY-NET > 0
              ADD WS-PAY-NET TO CF-DRIVER (1)
              MOVE WS-PAY-NET TO WS-SHOW-AMOUNT
              DISPLAY CF-DATE (1) "  OUT  DRIVER PAYOUT RUN ",
                     WS-RUN-DATE " AWAITING RELEASE  " WS-SHOW-AMOUNT
           END-IF
           .

       PROJECT-VENDOR-LEDGER.
      **
      * Open ledger entries net into the next settlement covering
      * their date: a credit raises what we pay the vendor, a
      * deduction (an advance being recovered, a chargeback) lowers
      * it.  Each is projected on the day a settlement ending on the
      * entry date would fall due.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-LEDGER-File
           IF LED-FSTAT = "35"
              CLOSE VENDOR-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ VENDOR-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF VL-STATUS = "O"
                     PERFORM PROJECT-LEDGER-ENTRY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE VENDOR-LEDGER-File
           .

       PROJECT-LEDGER-ENTRY.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(VL-ENTRY-DATE)
                  + WS-VENDOR-PAY-DAYS)
           PERFORM FIND-DAY-SLOT
           IF VL-DC = "C"
              ADD VL-AMOUNT TO CF-LEDGER (WS-SLOT)
              MOVE VL-AMOUNT TO WS-SHOW-AMOUNT
           ELSE
              SUBTRACT VL-AMOUNT FROM CF-LEDGER (WS-SLOT)
              COMPUTE WS-SHOW-AMOUNT = 0 - VL-AMOUNT
           END-IF
           DISPLAY CF-DATE (WS-SLOT) "  OUT  LEDGER " VL-VENDOR-CODE,
                  " " VL-DC " " VL-REASON-CODE " " VL-DESC,
                  WS-SHOW-AMOUNT
           .

       PROJECT-PPN-PAYMENT.
      **
      * The last filed return is the latest PPN-RETURN-yyyymm.txt
      * for a month before the start date (looking back up to three
      * months).  Its trailer PPN is paid by CTL-TAX-DUE-DAY of the
      * month after the period; a deadline already behind the start
      * date is taken as paid.
      **
           MOVE WS-START-DATE (1:6) TO WS-TAX-PERIOD
           MOVE 0 TO WS-TRIES
           PERFORM UNTIL WS-TAX-FOUND = "Y" OR WS-TRIES = 3
             ADD 1 TO WS-TRIES
             IF WS-TAX-MONTH = 1
                SUBTRACT 1 FROM WS-TAX-YEAR
                MOVE 12 TO WS-TAX-MONTH
             ELSE
                SUBTRACT 1 FROM WS-TAX-MONTH
             END-IF
             PERFORM READ-PPN-TRAILER
           END-PERFORM
           IF WS-TAX-FOUND NOT = "Y"
              DISPLAY "NO FILED PPN RETURN IN THE LAST THREE MONTHS ",
                     "- NO TAX PAYMENT PROJECTED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-PERIOD TO WS-DUE-PERIOD
           IF WS-DUE-MONTH = 12
              ADD 1 TO WS-DUE-YEAR
              MOVE 1 TO WS-DUE-MONTH
           ELSE
              ADD 1 TO WS-DUE-MONTH
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-PERIOD * 100 + WS-TAX-DUE-DAY
           IF WS-DUE-DATE < WS-START-DATE
              DISPLAY "PPN FOR " WS-TAX-PERIOD " WAS DUE BY ",
                     WS-DUE-DATE " - TAKEN AS PAID"
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DAY-SLOT
           ADD PX-TOTAL-PPN TO CF-TAX (WS-SLOT)
           MOVE PX-TOTAL-PPN TO WS-SHOW-AMOUNT
           DISPLAY CF-DATE (WS-SLOT) "  OUT  PPN FOR " WS-TAX-PERIOD,
                  " DUE " WS-DUE-DATE "               " WS-SHOW-AMOUNT
           .

       READ-PPN-TRAILER.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PPN-RETURN-" WS-TAX-PERIOD ".txt"
                  DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PPN-EXPORT-File
           IF EXP-FSTAT NOT = "00"
              CLOSE PPN-EXPORT-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PPN-EXPORT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PX-REC-TYPE = "T"
                     MOVE "Y" TO WS-TAX-FOUND
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PPN-EXPORT-File
           .

       RUN-BALANCES.
           MOVE WS-OPENING TO WS-BALANCE
           MOVE WS-OPENING TO WS-LOW-BALANCE
           MOVE WS-START-DATE TO WS-LOW-DATE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 14
             COMPUTE WS-BALANCE = WS-BALANCE + CF-INFLOW (WS-SLOT)
                                - CF-VENDOR (WS-SLOT)
                                - CF-DRIVER (WS-SLOT)
                                - CF-LEDGER (WS-SLOT)
                                - CF-TAX (WS-SLOT)
             MOVE WS-BALANCE TO CF-BALANCE (WS-SLOT)
             ADD CF-INFLOW (WS-SLOT) TO WS-TOT-INFLOW
             COMPUTE WS-TOT-OUTFLOW = WS-TOT-OUTFLOW
                                    + CF-VENDOR (WS-SLOT)
                                    + CF-DRIVER (WS-SLOT)
                                    + CF-LEDGER (WS-SLOT)
                                    + CF-TAX (WS-SLOT)
             IF WS-BALANCE < WS-LOW-BALANCE
                MOVE WS-BALANCE TO WS-LOW-BALANCE
                MOVE CF-DATE (WS-SLOT) TO WS-LOW-DATE
             END-IF
           END-PERFORM
           .

       PRINT-PROJECTION.
           DISPLAY " "
           DISPLAY "CASH-FLOW PROJECTION FROM " WS-START-DATE,
                  " (" WS-REGION ")"
           MOVE WS-OPENING TO WS-SHOW-BALANCE
           DISPLAY "OPENING BANK BALANCE : " WS-SHOW-BALANCE
           MOVE WS-MIN-BALANCE TO WS-SHOW-BALANCE
           DISPLAY "MINIMUM BALANCE      : " WS-SHOW-BALANCE
           DISPLAY "PLATFORM LAG " WS-PLATFORM-LAG " DAY(S), VENDORS ",
                  "PAID " WS-VENDOR-PAY-DAYS " DAY(S) AFTER PERIOD ",
                  "END, PPN DUE DAY " WS-TAX-DUE-DAY
           DISPLAY "DATE          PLATFORM-IN      VENDORS      ",
                  "DRIVERS  VENDOR-LEDG          PPN",
                  "              BALANCE"
           DISPLAY "-------------------------------------------------",
                  "-------------------------------------------------",
                  "-----------"
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 14
             MOVE CF-INFLOW (WS-SLOT) TO WS-SHOW-IN
             MOVE CF-VENDOR (WS-SLOT) TO WS-SHOW-VENDOR
             MOVE CF-DRIVER (WS-SLOT) TO WS-SHOW-DRIVER
             MOVE CF-LEDGER (WS-SLOT) TO WS-SHOW-LEDGER
             MOVE CF-TAX (WS-SLOT) TO WS-SHOW-TAX
             MOVE CF-BALANCE (WS-SLOT) TO WS-SHOW-BALANCE
             MOVE SPACES TO WS-FLAG-TEXT
             IF CF-BALANCE (WS-SLOT) < WS-MIN-BALANCE
                MOVE "** BELOW MIN **" TO WS-FLAG-TEXT
                ADD 1 TO WS-FLAGGED
             END-IF
             DISPLAY CF-DATE (WS-SLOT) " " WS-SHOW-IN " "
                    WS-SHOW-VENDOR " " WS-SHOW-DRIVER " "
                    WS-SHOW-LEDGER " " WS-SHOW-TAX " "
                    WS-SHOW-BALANCE " " WS-FLAG-TEXT
           END-PERFORM
           DISPLAY "-------------------------------------------------",
                  "-------------------------------------------------",
                  "-----------"
           MOVE WS-TOT-INFLOW TO WS-SHOW-BALANCE
           DISPLAY "INFLOWS IN THE 14 DAYS  : " WS-SHOW-BALANCE
           MOVE WS-TOT-OUTFLOW TO WS-SHOW-BALANCE
           DISPLAY "OUTFLOWS IN THE 14 DAYS : " WS-SHOW-BALANCE
           MOVE CF-BALANCE (14) TO WS-SHOW-BALANCE
           DISPLAY "CLOSING BALANCE         : " WS-SHOW-BALANCE
           MOVE WS-LOW-BALANCE TO WS-SHOW-BALANCE
           DISPLAY "LOWEST BALANCE          : " WS-SHOW-BALANCE,
                  " ON " WS-LOW-DATE
           IF CF-VENDOR (15) NOT = 0 OR CF-LEDGER (15) NOT = 0
              OR CF-TAX (15) NOT = 0
              COMPUTE WS-SHOW-BALANCE = CF-VENDOR (15) + CF-LEDGER (15)
                                      + CF-TAX (15)
              DISPLAY "DUE AFTER THE 14 DAYS   : " WS-SHOW-BALANCE
           END-IF
           IF WS-FLAGGED > 0
              DISPLAY WS-FLAGGED " DAY(S) BELOW THE MINIMUM BALANCE ",
                     "- RETIME THE PAYMENT RUNS OR ARRANGE FUNDING"
           ELSE
              DISPLAY "NO DAY FALLS BELOW THE MINIMUM BALANCE"
           END-IF
           .
      ** add other procedures here
       END PROGRAM CASH-PROJECTION.
