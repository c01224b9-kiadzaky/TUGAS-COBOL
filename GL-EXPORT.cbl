      *          bookkeeper re-keying the console report every evening.
      *          Accounts: 1010 cash/bank, 4010 sales revenue,
      *          4020 delivery income, 2210 PPN payable,
      *          2310 tips payable, 1110 accounts receivable,
      *          6110 marketing expense (promos we fund), 1130 vendor
      *          promo recoverable, 1140 platform promo claim,
      *          2250 PPh 21 payable, 2320 driver pay clearing,
      *          2330 loyalty points liability, 6120 loyalty points
      *          expense.
      * Tectonics: cobc
      * Modification History:
      *   02 SEP 2026 - The posting register now lives in its own
      *                 so the ledger ties back without manual
      *                 entries.  A confirm mode records that
      *                 accounting actually loaded the import file.
      *   14 SEP 2026 - On-account (PAY-METHOD "A") sales now debit
      *                 1110 accounts receivable instead of cash, and
      *                 corporate customer payments keyed through AR-
      *                 BILLING for the date post cash against
      *                 receivables.
      *   16 SEP 2026 - Promo discounts come off cash (or receivables
      *                 for on-account sales) with revenue left gross:
      *                 the share we fund is debited to 6110 marketing
      *                 expense, vendor-funded discounts to 1130
      *                 (recovered at settlement) and platform-funded
      *                 ones to 1140 (claimed from the platform).
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   25 SEP 2026 - PPh 21 withheld by DRIVER-PAYOUT on the date's
      *                 payout run (see PPH21-LEDGER.dat) is credited
      *                 to 2250 PPh 21 payable against 2320 driver pay
      *                 clearing, since the drivers' transfers go out
      *                 net of it.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Totals
      *                 are taken from every outlet's daily file, and
      *                 the export now waits until the date is closed
      *                 at every outlet.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Points redeemed at entry come
      *                 off cash (or receivables for on-account sales)
      *                 against 2330 loyalty points liability, and a
      *                 refund that gives points back reverses it.  A
      *                 new loyalty mode journals the month's points
      *                 expense from LOYALTY-MONTH's liability figure
      *                 (Dr 6120 / Cr 2330) to
      *                 GL-EXPORT-LOYALTY-yyyymm.txt, registered under
      *                 the month with day 00.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS REG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT AR-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ARL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PPH21-LEDGER-File
             ASSIGN TO WS-TAX-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PLG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LIABILITY-File
             ASSIGN TO WS-LIABILITY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LB-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
       FD GL-EXPORT-File.
       01 GL-EXPORT-RECORD PIC X(80).
       FD GL-REGISTER-File.
       COPY "copybooks/GLREG-REC.cpy".
       FD AR-LEDGER-File.
       COPY "copybooks/ARLED-REC.cpy".
       FD PPH21-LEDGER-File.
       COPY "copybooks/PPH21LED-REC.cpy".
       FD LIABILITY-File.
       COPY "copybooks/LOYLIAB-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 EXP-FSTAT PIC 99.
       01 ARL-FSTAT PIC 99.
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * The books take in every outlet's daily file for the date (see
      * SUB-OUTLET), so the date must be sealed at every outlet first;
      * WS-DAY-FILES Y = at least one found
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-DAY-FILES PIC X.
       01 WS-ALL-OUTLETS PIC X(3) VALUE "ALL".
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-NET-PPN PIC S9(11) VALUE 0.
       01 WS-NET-DPP PIC S9(11) VALUE 0.
       01 WS-CASH-TOTAL PIC S9(11) VALUE 0.
      * On-account sales are owed by the customer, not banked - they
      * debit receivables; customer payments received on the date
      * move receivables back into cash
       01 WS-AR-SALES PIC S9(11) VALUE 0.
       01 WS-AR-RECEIVED PIC S9(11) VALUE 0.
      * Promo discounts come off what the customer pays; revenue stays
      * gross and the discount is carried by whoever funds it
       01 WS-PROMO-TOTAL PIC S9(11) VALUE 0.
       01 WS-PROMO-US PIC S9(11) VALUE 0.
       01 WS-PROMO-VENDOR PIC S9(11) VALUE 0.
       01 WS-PROMO-PLATFORM PIC S9(11) VALUE 0.
      * PPh 21 withheld from the date's driver payouts - the bank
      * transfer goes out net, so the withheld part of the drivers'
      * pay is cleared to the payable owed to the tax office
       01 PLG-FSTAT PIC 99.
       01 WS-TAX-FILENAME PIC X(60).
       01 WS-PPH21-WITHHELD PIC S9(11) VALUE 0.
      * Loyalty points redeemed at entry come off what the customer
      * pays and out of the points liability (given back by refunds
      * the other way round); the month's expense is accrued from
      * LOYALTY-MONTH's liability figure in the loyalty mode
       01 WS-LOY-REDEEMED PIC S9(11) VALUE 0.
       01 LB-FSTAT PIC 99.
       01 WS-LIABILITY-FILENAME PIC X(60).
       01 WS-LOY-PERIOD PIC 9(6).
       01 WS-LOY-PARTS REDEFINES WS-LOY-PERIOD.
         05 WS-LOY-YEAR PIC 9(4).
         05 WS-LOY-MONTH PIC 9(2).
       01 WS-LOY-FOUND PIC X VALUE "N".
       01 WS-LOY-ACCRUAL PIC S9(11) VALUE 0.
       01 WS-NEXT-START PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-DEBIT-TOTAL PIC S9(11) VALUE 0.
       01 WS-CREDIT-TOTAL PIC S9(11) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
      *-----------------------
      * One journal line being built
      *-----------------------
       01 WS-GL-DATE PIC 9(8).
       01 WS-GL-ACCOUNT PIC X(4).
       01 WS-GL-DESC PIC X(20).
       01 WS-GL-SIDE PIC X.
           DISPLAY "OPERATOR ID : " NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "(E)XPORT A DATE / (C)ONFIRM ACCOUNTING POSTED ",
                  "AN EXPORT / (L)OYALTY POINTS ACCRUAL FOR A ",
                  "MONTH : " NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           IF WS-RUN-MODE NOT = "C" AND WS-RUN-MODE NOT = "L"
              MOVE "E" TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = "L"
              PERFORM EXPORT-LOYALTY-ACCRUAL
              STOP RUN
           END-IF
           IF WS-RUN-MODE = "C"
              DISPLAY "BUSINESS DATE (YYYYMMDD), OR THE MONTH ",
                     "(YYYYMM) OF A LOYALTY ACCRUAL : " NO ADVANCING
           ELSE
              DISPLAY "BUSINESS DATE TO EXPORT (YYYYMMDD) : "
                     NO ADVANCING
           END-IF
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = 0
              DISPLAY "BUSINESS DATE IS REQUIRED"
              STOP RUN
           END-IF
      *-----------------------
      * A loyalty accrual is registered under its month with day 00
      *-----------------------
           IF WS-RUN-MODE = "C"
              AND WS-BUSINESS-DATE < 1000000
              COMPUTE WS-BUSINESS-DATE = WS-BUSINESS-DATE * 100
              PERFORM CONFIRM-POSTED
              STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-GL-DATE

           IF WS-RUN-MODE = "C"
              PERFORM CONFIRM-POSTED
           END-IF

           CALL "SUB-CHECK-CLOSE"
                  USING WS-BUSINESS-DATE, WS-CLOSED-FLAG,
                        WS-ALL-OUTLETS
           CANCEL "SUB-CHECK-CLOSE"
           IF WS-CLOSED-FLAG NOT = "Y"
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " IS NOT ",
                     "CLOSED AT EVERY OUTLET - RUN EOD-CLOSE FIRST ",
                     "SO THE BOOKS MATCH WHAT FINANCE SIGNED OFF"
              STOP RUN
           END-IF

      * lines before the new file overwrites it, so the reversal can
      * be generated from what was actually sent to accounting.
      **
           PERFORM BUILD-EXPORT-FILENAME
           MOVE 0 TO WS-OLD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-EXPORT-File
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "GL-REGISTER.dat"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "AR-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           MOVE SPACES TO WS-TAX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-TAX-FILENAME
           END-STRING
           MOVE SPACES TO WS-LIABILITY-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-LIABILITY.dat"
                  DELIMITED BY SIZE INTO WS-LIABILITY-FILENAME
           END-STRING
           .

       BUILD-EXPORT-FILENAME.
           MOVE SPACES TO WS-EXPORT-FILENAME
           IF WS-RUN-MODE = "L"
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "GL-EXPORT-LOYALTY-" WS-LOY-PERIOD ".txt"
                     DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "GL-EXPORT-" WS-BUSINESS-DATE ".txt"
                     DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
              END-STRING
           END-IF
           .

       EXPORT-LOYALTY-ACCRUAL.
      **
      * The month's loyalty expense from LOYALTY-MONTH's liability
      * record (latest for the month), journalled on the last day of
      * the month and registered under the month with day 00 so it
      * takes the same export / confirm / supersede path as a date.
      **
           DISPLAY "MONTH TO ACCRUE (YYYYMM) : " NO ADVANCING
           ACCEPT WS-LOY-PERIOD
           IF WS-LOY-PERIOD = 0 OR WS-LOY-MONTH < 1
              OR WS-LOY-MONTH > 12
              DISPLAY "A MONTH (YYYYMM) IS REQUIRED"
              STOP RUN
           END-IF
           MOVE "N" TO WS-LOY-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT LIABILITY-File
           IF LB-FSTAT = "00"
              PERFORM UNTIL WS-EOF = "Y"
                READ LIABILITY-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF LB-PERIOD = WS-LOY-PERIOD
                        MOVE "Y" TO WS-LOY-FOUND
                        MOVE LB-ACCRUAL TO WS-LOY-ACCRUAL
                     END-IF
                END-READ
              END-PERFORM
           END-IF
           CLOSE LIABILITY-File
           IF WS-LOY-FOUND = "N"
              DISPLAY "NO POINTS LIABILITY FOR " WS-LOY-PERIOD,
                     " - RUN LOYALTY-MONTH (OR MONTH-END) FIRST"
              STOP RUN
           END-IF
           COMPUTE WS-BUSINESS-DATE = WS-LOY-PERIOD * 100
           IF WS-LOY-MONTH = 12
              COMPUTE WS-NEXT-START = (WS-LOY-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-START = WS-BUSINESS-DATE + 101
           END-IF
           COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1
           COMPUTE WS-GL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           PERFORM READ-REGISTER-STATUS
           IF WS-REG-STATUS = "E" OR WS-REG-STATUS = "P"
              PERFORM ASK-SUPERSEDE-MODE
           END-IF
           IF WS-SUPERSEDE = "Y"
              PERFORM LOAD-OLD-EXPORT
           END-IF
           PERFORM BUILD-EXPORT-FILENAME
           OPEN OUTPUT GL-EXPORT-File
           DISPLAY " "
           DISPLAY "LOYALTY POINTS ACCRUAL FOR " WS-LOY-PERIOD,
                  " (" WS-REGION ")"
           DISPLAY "ACCT SIDE AMOUNT       DESCRIPTION"
           DISPLAY "----------------------------------------------"
           IF WS-SUPERSEDE = "Y" AND WS-OLD-COUNT > 0
              PERFORM WRITE-REVERSAL-LINES
           END-IF

           MOVE "6120" TO WS-GL-ACCOUNT
           MOVE "LOYALTY POINTS EXP" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-LOY-ACCRUAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "2330" TO WS-GL-ACCOUNT
           MOVE "LOYALTY LIABILITY" TO WS-GL-DESC
           MOVE "C" TO WS-GL-SIDE
           MOVE WS-LOY-ACCRUAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           CLOSE GL-EXPORT-File
           DISPLAY "----------------------------------------------"
           DISPLAY "DEBITS  : " WS-DEBIT-TOTAL
           DISPLAY "CREDITS : " WS-CREDIT-TOTAL
           DISPLAY WS-LINE-COUNT " LINE(S) WRITTEN TO "
                  FUNCTION TRIM(WS-EXPORT-FILENAME)
           PERFORM WRITE-REGISTER-RECORDS
           .

       ACCUMULATE-DAY-TOTALS.
           MOVE "N" TO WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-TOTALS
           END-PERFORM
           IF WS-DAY-FILES = "N"
              DISPLAY "NO DATA FILE FOR THAT BUSINESS DATE"
              STOP RUN
           END-IF
           PERFORM ACCUMULATE-AR-RECEIPTS
           PERFORM ACCUMULATE-PPH21-WITHHELD
           COMPUTE WS-NET-DPP = WS-NET-SALES - WS-NET-PPN
           COMPUTE WS-CASH-TOTAL =
                 WS-NET-SALES + WS-NET-ONGKIR + WS-NET-TIPS
                 - WS-PROMO-TOTAL - WS-LOY-REDEEMED - WS-AR-SALES
           .

       ACCUMULATE-AR-RECEIPTS.
      **
      * Corporate customer payments keyed through AR-BILLING with
      * this business date.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT AR-LEDGER-File
           IF ARL-FSTAT = "35"
              CLOSE AR-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ AR-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF AL-ENTRY-TYPE = "P"
                     AND AL-ENTRY-DATE = WS-BUSINESS-DATE
                     ADD AL-AMOUNT TO WS-AR-RECEIVED
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           .

       ACCUMULATE-PPH21-WITHHELD.
      **
      * Tax DRIVER-PAYOUT withheld on this date's payout run.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT PPH21-LEDGER-File
           IF PLG-FSTAT = "35"
              CLOSE PPH21-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PPH21-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PL-PAY-DATE = WS-BUSINESS-DATE
                     ADD PL-TAX TO WS-PPH21-WITHHELD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PPH21-LEDGER-File
           .

       ACCUMULATE-OUTLET-TOTALS.
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
              STOP RUN
           END-IF
           MOVE "Y" TO WS-DAY-FILES
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-TO-DAY-TOTALS.
              SUBTRACT XONGKIR FROM WS-NET-ONGKIR
              SUBTRACT XTIPS FROM WS-NET-TIPS
              SUBTRACT WS-TRAN-PPN FROM WS-NET-PPN
              IF XPAY-METHOD = "A"
                 COMPUTE WS-AR-SALES = WS-AR-SALES
                       - XPENJUALAN - XONGKIR - XTIPS
              END-IF
              IF XLOY-VALUE IS NUMERIC
                 SUBTRACT XLOY-VALUE FROM WS-LOY-REDEEMED
                 IF XPAY-METHOD = "A"
                    ADD XLOY-VALUE TO WS-AR-SALES
                 END-IF
              END-IF
           ELSE
              ADD XPENJUALAN TO WS-NET-SALES
              ADD XONGKIR TO WS-NET-ONGKIR
              ADD XTIPS TO WS-NET-TIPS
              ADD WS-TRAN-PPN TO WS-NET-PPN
              IF XPAY-METHOD = "A"
                 COMPUTE WS-AR-SALES = WS-AR-SALES
                       + XPENJUALAN + XONGKIR + XTIPS
              END-IF
              IF XPROMO-CODE NOT = SPACES
                 AND XPROMO-DISC IS NUMERIC
                 PERFORM ADD-PROMO-DISCOUNT
              END-IF
              IF XLOY-VALUE IS NUMERIC
                 ADD XLOY-VALUE TO WS-LOY-REDEEMED
                 IF XPAY-METHOD = "A"
                    SUBTRACT XLOY-VALUE FROM WS-AR-SALES
                 END-IF
              END-IF
           END-IF
           .

       ADD-PROMO-DISCOUNT.
           ADD XPROMO-DISC TO WS-PROMO-TOTAL
           IF XPAY-METHOD = "A"
              SUBTRACT XPROMO-DISC FROM WS-AR-SALES
           END-IF
           EVALUATE XPROMO-FUNDER
             WHEN "V"
                ADD XPROMO-DISC TO WS-PROMO-VENDOR
             WHEN "P"
                ADD XPROMO-DISC TO WS-PROMO-PLATFORM
             WHEN OTHER
                ADD XPROMO-DISC TO WS-PROMO-US
           END-EVALUATE
           .

       WRITE-GL-FILE.
           PERFORM BUILD-EXPORT-FILENAME
           OPEN OUTPUT GL-EXPORT-File

           DISPLAY " "
           MOVE WS-CASH-TOTAL TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "1110" TO WS-GL-ACCOUNT
           MOVE "ACCOUNTS RECEIVABLE" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-AR-SALES TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "1010" TO WS-GL-ACCOUNT
           MOVE "CUSTOMER RECEIPTS" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-AR-RECEIVED TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "1110" TO WS-GL-ACCOUNT
           MOVE "RECEIVABLES SETTLED" TO WS-GL-DESC
           MOVE "C" TO WS-GL-SIDE
           MOVE WS-AR-RECEIVED TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "6110" TO WS-GL-ACCOUNT
           MOVE "MARKETING - PROMOS" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-PROMO-US TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "1130" TO WS-GL-ACCOUNT
           MOVE "VENDOR PROMO RECOVER" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-PROMO-VENDOR TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "1140" TO WS-GL-ACCOUNT
           MOVE "PLATFORM PROMO CLAIM" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-PROMO-PLATFORM TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "2330" TO WS-GL-ACCOUNT
           MOVE "LOYALTY REDEEMED" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-LOY-REDEEMED TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "4010" TO WS-GL-ACCOUNT
           MOVE "SALES REVENUE" TO WS-GL-DESC
           MOVE "C" TO WS-GL-SIDE
           MOVE WS-NET-TIPS TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "2320" TO WS-GL-ACCOUNT
           MOVE "DRIVER PAY CLEARING" TO WS-GL-DESC
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-PPH21-WITHHELD TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           MOVE "2250" TO WS-GL-ACCOUNT
           MOVE "PPH 21 PAYABLE" TO WS-GL-DESC
           MOVE "C" TO WS-GL-SIDE
           MOVE WS-PPH21-WITHHELD TO WS-GL-AMOUNT
           PERFORM WRITE-GL-LINE

           CLOSE GL-EXPORT-File
           DISPLAY "----------------------------------------------"
           DISPLAY "DEBITS  : " WS-DEBIT-TOTAL
              ADD WS-GL-ABS TO WS-CREDIT-TOTAL
           END-IF
           MOVE SPACES TO GL-EXPORT-RECORD
           STRING WS-GL-DATE WS-GL-ACCOUNT WS-GL-SIDE
                  WS-GL-ABS WS-GL-DESC
                  DELIMITED BY SIZE INTO GL-EXPORT-RECORD
           END-STRING
