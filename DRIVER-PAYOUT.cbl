      *                 own line on the report and the payout run so
      *                 PAY-FILE carries it through the normal
      *                 supervised release.
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it, carved
      *                 from the reserved filler.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   21 SEP 2026 - Cash-on-delivery money a driver still holds
      *                 (see DRIVER-CASH) is now netted off the payout:
      *                 it shows as a LESS COD CASH line on the report
      *                 and the extract, goes on the payout run as its
      *                 own negative line for PAY-FILE to net, and is
      *                 posted to the driver cash ledger. Run lines now
      *                 carry a line type.
      *   25 SEP 2026 - PPh 21 is now withheld from each driver's
      *                 earned pay and top-up: the tax is worked on the
      *                 month-to-date gross through SUB-CALC-PPH21 so
      *                 the right bracket applies, shows as a
      *                 LESS PPH 21 line on the report and the
      *                 extract, goes on the payout run as its own
      *                 negative line that reduces the transfer, and
      *                 is posted to the withholding ledger
      *                 (PPH21-LEDGER.dat) for the month-end bukti
      *                 potong.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Payouts
      *                 accumulate from every outlet's daily file for
      *                 the date; a driver is paid once for deliveries
      *                 at any outlet.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   15 OCT 2026 - The payout run file, the COD netting on the
      *                 driver cash ledger and the PPh 21 ledger
      *                 posting now check every open and write; any
      *                 failure is shown and, in the nightly close,
      *                 returns 8 instead of 0 so EOD-CLOSE raises its
      *                 step alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSH-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-CASH-File
             ASSIGN TO WS-CASH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DCL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASH-WORK-File
             ASSIGN TO WS-CASH-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PPH21-LEDGER-File
             ASSIGN TO WS-TAX-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PLG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT TAX-WORK-File
             ASSIGN TO WS-TAX-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
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
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD CONTROL-File.
       COPY "copybooks/PAYRUN-REC.cpy".
       FD DRIVER-SHIFT-File.
       COPY "copybooks/SHIFT-REC.cpy".
       FD DRIVER-CASH-File.
       COPY "copybooks/DRVCASH-REC.cpy".
       FD CASH-WORK-File.
       01 CASH-WORK-RECORD PIC X(60).
       FD PPH21-LEDGER-File.
       COPY "copybooks/PPH21LED-REC.cpy".
       FD TAX-WORK-File.
       01 TAX-WORK-RECORD PIC X(114).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Drivers deliver for every outlet, so every outlet's daily file
      * for the date is read (see SUB-OUTLET); WS-DAY-FILES Y = at
      * least one found
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-DAY-FILES PIC X.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-PCT-ONGKIR PIC 9(2)V99 VALUE 10.00.
       01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
           10 DT-SHIFT-FLAG PIC X.
           10 DT-GUARANTEE PIC 9(7).
           10 DT-TOPUP PIC S9(9).
           10 DT-COD-HELD PIC S9(11).
           10 DT-COD-DEDUCT PIC S9(9).
           10 DT-NPWP PIC X(16).
           10 DT-NIK PIC X(16).
           10 DT-TAX-CATEGORY PIC X.
           10 DT-MTD-GROSS PIC 9(11).
           10 DT-MTD-DPP PIC 9(11).
           10 DT-MTD-TAX PIC 9(11).
           10 DT-TAX-GROSS PIC S9(9).
           10 DT-TAX-DPP PIC 9(11).
           10 DT-TAX PIC S9(9).
           10 DT-TAX-RATE PIC 9(2)V99.
           10 DT-OBJECT-CODE PIC X(9).

       01 WS-GRAND-TIPS PIC S9(9) VALUE 0.
       01 WS-GRAND-ONGKIR-SHARE PIC S9(9) VALUE 0.
       01 WS-GRAND-PAYOUT PIC S9(9) VALUE 0.
       01 WS-GRAND-TOPUP PIC S9(9) VALUE 0.
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-POST-FAILED PIC X VALUE "N".
       01 DSH-FSTAT PIC 99.
       01 WS-SHIFT-FILENAME PIC X(60).
       01 WS-DSH-EOF PIC X.
       01 DCL-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 WS-CASH-FILENAME PIC X(60).
       01 WS-CASH-WORK-FILENAME PIC X(60).
       01 WS-DCL-EOF PIC X.
       01 WS-COD-POSTED PIC X.
       01 WS-COD-PAYABLE PIC S9(9).
       01 WS-GRAND-COD PIC S9(11) VALUE 0.
      *-----------------------
      * PPh 21 withholding - month-to-date from the withholding
      * ledger, bracket worked out by SUB-CALC-PPH21
      *-----------------------
       01 PLG-FSTAT PIC 99.
       01 WS-TAX-FILENAME PIC X(60).
       01 WS-TAX-WORK-FILENAME PIC X(60).
       01 WS-PLG-EOF PIC X.
       01 WS-PAY-MONTH PIC 9(6).
       01 WS-GRAND-TAX PIC S9(11) VALUE 0.
       01 WS-TAX-IN-USE PIC X VALUE "Y".
       01 WS-PPH21-REQUEST.
         05 PH-CATEGORY PIC X.
         05 PH-PAY-DATE PIC 9(8).
         05 PH-HAS-ID PIC X.
         05 PH-MTD-GROSS PIC 9(11).
         05 PH-RESULT PIC X.
         05 PH-MTD-DPP PIC 9(11).
         05 PH-MTD-TAX PIC 9(11).
         05 PH-TOP-RATE PIC 9(2)V99.
         05 PH-OBJECT-CODE PIC X(9).

       LINKAGE SECTION.
       COPY "copybooks/EOD-REQ.cpy".
           END-IF
           PERFORM LOAD-ONGKIR-PCT
           DISPLAY "REGION : " WS-REGION
           MOVE SPACES TO WS-DRIVER-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-MASTER-FILENAME
                  DELIMITED BY SIZE INTO WS-SHIFT-FILENAME
           END-STRING

           MOVE SPACES TO WS-CASH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.dat"
                  DELIMITED BY SIZE INTO WS-CASH-FILENAME
           END-STRING
           MOVE SPACES TO WS-CASH-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.tmp"
                  DELIMITED BY SIZE INTO WS-CASH-WORK-FILENAME
           END-STRING

           MOVE SPACES TO WS-TAX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-TAX-FILENAME
           END-STRING
           MOVE SPACES TO WS-TAX-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-LEDGER.tmp"
                  DELIMITED BY SIZE INTO WS-TAX-WORK-FILENAME
           END-STRING
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PAY-MONTH

           PERFORM LOAD-DRIVER-MASTER
           PERFORM LOAD-DATE-SHIFTS
           PERFORM LOAD-COD-BALANCES
           PERFORM LOAD-MONTH-TO-DATE-TAX
           PERFORM ACCUMULATE-PAYOUTS
           PERFORM PRINT-PAYOUT-REPORT
           PERFORM WRITE-PAYOUT-EXTRACT
           PERFORM WRITE-PAYOUT-RUN
           PERFORM POST-COD-DEDUCTIONS
           PERFORM POST-TAX-WITHHELD

           IF WS-POST-FAILED = "Y"
              DISPLAY "*** THE PAYOUT RUN OR A LEDGER WAS NOT FULLY ",
                     "WRITTEN - RERUN THE PAYOUT FOR " WS-BUSINESS-DATE,
                     " ***"
           END-IF
           IF WS-EOD-CALLED = "Y"
              IF WS-POST-FAILED = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
              ELSE
                 MOVE 0 TO EOD-RETURN-CODE
              END-IF
           END-IF
           GOBACK.

              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           .

       LOAD-DRIVER-MASTER.
                       MOVE " " TO DT-SHIFT-FLAG (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-GUARANTEE (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-TOPUP (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-COD-HELD (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-COD-DEDUCT (WS-DRIVER-COUNT)
                       MOVE DM-NPWP TO DT-NPWP (WS-DRIVER-COUNT)
                       MOVE DM-NIK TO DT-NIK (WS-DRIVER-COUNT)
                       MOVE DM-TAX-CATEGORY TO
                             DT-TAX-CATEGORY (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-MTD-GROSS (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-MTD-DPP (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-MTD-TAX (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-TAX-GROSS (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-TAX-DPP (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-TAX (WS-DRIVER-COUNT)
                       MOVE 0 TO DT-TAX-RATE (WS-DRIVER-COUNT)
                       MOVE SPACES TO DT-OBJECT-CODE (WS-DRIVER-COUNT)
                    ELSE
                       ADD 1 TO WS-DRIVER-DROPPED
                    END-IF
           CLOSE DRIVER-SHIFT-File
           .

       LOAD-COD-BALANCES.
      **
      * Cash-on-delivery money each driver still holds (see
      * DRIVER-CASH).  This run's own deduction lines from an earlier
      * run of the same date are left out so a rerun nets the same
      * cash again rather than twice.
      **
           MOVE "N" TO WS-COD-POSTED
           MOVE "N" TO WS-DCL-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DCL-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-DCL-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "C"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     MOVE "Y" TO WS-COD-POSTED
                  END-IF
                  IF DC-ENTRY-TYPE = "P"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     AND (DC-RECEIPT-NO = "PAYOUT-RUN"
                          OR DC-RECEIPT-NO = "RELEASE")
                     CONTINUE
                  ELSE
                     PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                               UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
                       IF DT-ID (WS-DRIVER-IDX) = DC-DRIVER-ID
                          IF DC-ENTRY-TYPE = "C"
                             ADD DC-AMOUNT
                                   TO DT-COD-HELD (WS-DRIVER-IDX)
                          ELSE
                             SUBTRACT DC-AMOUNT
                                   FROM DT-COD-HELD (WS-DRIVER-IDX)
                          END-IF
                          MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
                       END-IF
                     END-PERFORM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           IF WS-COD-POSTED = "N"
              DISPLAY "WARNING: NO COD CASH POSTED FOR ",
                     WS-BUSINESS-DATE " - RUN DRIVER-CASH FIRST IF ",
                     "DRIVERS COLLECTED CASH THAT DAY"
           END-IF
           .

       LOAD-MONTH-TO-DATE-TAX.
      **
      * What each driver has already been paid and had withheld this
      * month, from the withholding ledger lines dated before this
      * payout.  The date's own lines from an earlier run are left
      * out - they are replaced when this run posts.
      **
           MOVE "N" TO WS-PLG-EOF
           OPEN INPUT PPH21-LEDGER-File
           IF PLG-FSTAT = "35"
              CLOSE PPH21-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLG-EOF = "Y"
             READ PPH21-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-PLG-EOF
               NOT AT END
                  IF PL-PAY-DATE (1:6) = WS-PAY-MONTH
                     AND PL-PAY-DATE < WS-BUSINESS-DATE
                     PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                               UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
                       IF DT-ID (WS-DRIVER-IDX) = PL-DRIVER-ID
                          ADD PL-GROSS TO DT-MTD-GROSS (WS-DRIVER-IDX)
                          ADD PL-DPP TO DT-MTD-DPP (WS-DRIVER-IDX)
                          ADD PL-TAX TO DT-MTD-TAX (WS-DRIVER-IDX)
                          MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
                       END-IF
                     END-PERFORM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PPH21-LEDGER-File
           .

       ACCUMULATE-PAYOUTS.
           MOVE "N" TO WS-DAY-FILES
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-PAYOUTS
           END-PERFORM
           IF WS-DAY-FILES = "N"
              DISPLAY "NO DATA FILE FOR THAT BUSINESS DATE"
           END-IF
           .

       ACCUMULATE-OUTLET-PAYOUTS.
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
           IF FSTAT NOT = "00" AND FSTAT NOT = "35"
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "35"
             MOVE "Y" TO WS-DAY-FILES
             PERFORM UNTIL WS-EOF = "Y"
               READ PENJUALAN-File NEXT
                 AT END
                       DT-GUARANTEE (WS-DRIVER-IDX) " : ",
                       DT-TOPUP (WS-DRIVER-IDX)
             END-IF
             PERFORM WORK-OUT-TAX-WITHHELD
             IF DT-TAX (WS-DRIVER-IDX) > 0
                DISPLAY "       LESS PPH 21 ",
                       DT-TAX-RATE (WS-DRIVER-IDX) "% ON DPP ",
                       DT-TAX-DPP (WS-DRIVER-IDX) " : -",
                       DT-TAX (WS-DRIVER-IDX)
             END-IF
             ADD DT-TAX (WS-DRIVER-IDX) TO WS-GRAND-TAX
             PERFORM WORK-OUT-COD-DEDUCTION
             IF DT-COD-DEDUCT (WS-DRIVER-IDX) > 0
                DISPLAY "       LESS COD CASH HELD ",
                       DT-COD-HELD (WS-DRIVER-IDX) " : -",
                       DT-COD-DEDUCT (WS-DRIVER-IDX)
             END-IF
             ADD DT-COD-DEDUCT (WS-DRIVER-IDX) TO WS-GRAND-COD
             ADD DT-TOTAL-TIPS (WS-DRIVER-IDX) TO WS-GRAND-TIPS
             ADD DT-ONGKIR-SHARE (WS-DRIVER-IDX)
                     TO WS-GRAND-ONGKIR-SHARE
           DISPLAY "GRAND TOTAL TOP-UPS      : " WS-GRAND-TOPUP
           ADD WS-GRAND-TOPUP TO WS-GRAND-PAYOUT
           DISPLAY "GRAND TOTAL PAYOUT       : " WS-GRAND-PAYOUT
           DISPLAY "LESS PPH 21 WITHHELD     : " WS-GRAND-TAX
           SUBTRACT WS-GRAND-TAX FROM WS-GRAND-PAYOUT
           DISPLAY "LESS COD CASH NETTED OFF : " WS-GRAND-COD
           SUBTRACT WS-GRAND-COD FROM WS-GRAND-PAYOUT
           DISPLAY "NET TO BANK TRANSFER     : " WS-GRAND-PAYOUT
           .

       WORK-OUT-TAX-WITHHELD.
      **
      * PPh 21 is worked on the month-to-date gross so the bracket
      * climbs as the month's pay builds up; this payout withholds
      * whatever the month-to-date tax comes to beyond what earlier
      * payouts this month already withheld.  Gross is the earned
      * payout (when positive) plus any shift top-up.
      **
           MOVE 0 TO DT-TAX-GROSS (WS-DRIVER-IDX)
           MOVE 0 TO DT-TAX-DPP (WS-DRIVER-IDX)
           MOVE 0 TO DT-TAX (WS-DRIVER-IDX)
           IF WS-TAX-IN-USE = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE DT-TOPUP (WS-DRIVER-IDX) TO DT-TAX-GROSS (WS-DRIVER-IDX)
           IF DT-TOTAL-PAYOUT (WS-DRIVER-IDX) > 0
              ADD DT-TOTAL-PAYOUT (WS-DRIVER-IDX)
                    TO DT-TAX-GROSS (WS-DRIVER-IDX)
           END-IF
           IF DT-TAX-GROSS (WS-DRIVER-IDX) <= 0
              EXIT PARAGRAPH
           END-IF
           MOVE DT-TAX-CATEGORY (WS-DRIVER-IDX) TO PH-CATEGORY
           MOVE WS-BUSINESS-DATE TO PH-PAY-DATE
           IF DT-NPWP (WS-DRIVER-IDX) = SPACES
              AND DT-NIK (WS-DRIVER-IDX) = SPACES
              MOVE "N" TO PH-HAS-ID
           ELSE
              MOVE "Y" TO PH-HAS-ID
           END-IF
           COMPUTE PH-MTD-GROSS = DT-MTD-GROSS (WS-DRIVER-IDX) +
                 DT-TAX-GROSS (WS-DRIVER-IDX)
           CALL "SUB-CALC-PPH21" USING WS-PPH21-REQUEST
           CANCEL "SUB-CALC-PPH21"
           IF PH-RESULT = "T"
              MOVE "N" TO WS-TAX-IN-USE
              EXIT PARAGRAPH
           END-IF
           IF PH-RESULT NOT = "A"
              DISPLAY "       WARNING: NO PPH 21 RATES IN FORCE FOR ",
                     "CATEGORY '" DT-TAX-CATEGORY (WS-DRIVER-IDX),
                     "' - NOTHING WITHHELD"
              EXIT PARAGRAPH
           END-IF
           MOVE PH-OBJECT-CODE TO DT-OBJECT-CODE (WS-DRIVER-IDX)
           MOVE PH-TOP-RATE TO DT-TAX-RATE (WS-DRIVER-IDX)
           IF PH-MTD-DPP > DT-MTD-DPP (WS-DRIVER-IDX)
              COMPUTE DT-TAX-DPP (WS-DRIVER-IDX) =
                    PH-MTD-DPP - DT-MTD-DPP (WS-DRIVER-IDX)
           END-IF
           IF PH-MTD-TAX > DT-MTD-TAX (WS-DRIVER-IDX)
              COMPUTE DT-TAX (WS-DRIVER-IDX) =
                    PH-MTD-TAX - DT-MTD-TAX (WS-DRIVER-IDX)
           END-IF
           IF PH-HAS-ID = "N" AND DT-TAX (WS-DRIVER-IDX) > 0
              DISPLAY "       NO NPWP OR NIK ON FILE - PPH 21 AT THE ",
                     "HIGHER NO-ID RATE"
           END-IF
           .

       WORK-OUT-COD-DEDUCTION.
      **
      * Cash the driver still holds comes off what the bank would
      * otherwise send them - never more than the payable lines, so
      * a driver is never sent a negative transfer; the rest of the
      * cash carries forward.  Nothing is netted when the driver has
      * no bank details, since those lines go to manual review.
      **
           MOVE 0 TO DT-COD-DEDUCT (WS-DRIVER-IDX)
           IF DT-COD-HELD (WS-DRIVER-IDX) <= 0
              OR DT-BANK-ACCT (WS-DRIVER-IDX) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE DT-TOPUP (WS-DRIVER-IDX) TO WS-COD-PAYABLE
           IF DT-TOTAL-PAYOUT (WS-DRIVER-IDX) > 0
              ADD DT-TOTAL-PAYOUT (WS-DRIVER-IDX) TO WS-COD-PAYABLE
           END-IF
           SUBTRACT DT-TAX (WS-DRIVER-IDX) FROM WS-COD-PAYABLE
           IF WS-COD-PAYABLE <= 0
              EXIT PARAGRAPH
           END-IF
           IF DT-COD-HELD (WS-DRIVER-IDX) < WS-COD-PAYABLE
              MOVE DT-COD-HELD (WS-DRIVER-IDX)
                    TO DT-COD-DEDUCT (WS-DRIVER-IDX)
           ELSE
              MOVE WS-COD-PAYABLE TO DT-COD-DEDUCT (WS-DRIVER-IDX)
           END-IF
           .

       WRITE-PAYOUT-EXTRACT.
           OPEN OUTPUT PAYOUT-EXTRACT-File
           MOVE SPACES TO PAYOUT-EXTRACT-RECORD
           STRING "DRIVER-ID,DRIVER,TIPS,ONGKIR-SHARE,TOP-UP,"
                  "TOTAL-PAYOUT,COD-CASH-DEDUCTED,PPH21-WITHHELD"
                  DELIMITED BY SIZE INTO PAYOUT-EXTRACT-RECORD
           END-STRING
           WRITE PAYOUT-EXTRACT-RECORD
                    DT-TOTAL-TIPS (WS-DRIVER-IDX) ","
                    DT-ONGKIR-SHARE (WS-DRIVER-IDX) ","
                    DT-TOPUP (WS-DRIVER-IDX) ","
                    DT-TOTAL-PAYOUT (WS-DRIVER-IDX) ","
                    DT-COD-DEDUCT (WS-DRIVER-IDX) ","
                    DT-TAX (WS-DRIVER-IDX)
                    DELIMITED BY SIZE INTO PAYOUT-EXTRACT-RECORD
             END-STRING
             WRITE PAYOUT-EXTRACT-RECORD
           END-STRING
           MOVE 0 TO WS-HOLD-COUNT
           OPEN OUTPUT PAYOUT-RUN-File
           IF PRN-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE PAYOUT RUN FILE - STATUS ",
                     PRN-FSTAT
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-TOTAL-PAYOUT (WS-DRIVER-IDX) NOT = 0
                ELSE
                   MOVE " " TO PY-HOLD-FLAG
                END-IF
                MOVE " " TO PY-LINE-TYPE
                WRITE PAYOUT-RUN-RECORD
                IF PRN-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
             IF DT-TOPUP (WS-DRIVER-IDX) > 0
                MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
                ELSE
                   MOVE " " TO PY-HOLD-FLAG
                END-IF
                MOVE "T" TO PY-LINE-TYPE
                WRITE PAYOUT-RUN-RECORD
                IF PRN-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
             IF DT-COD-DEDUCT (WS-DRIVER-IDX) > 0
                MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
                MOVE DT-ID (WS-DRIVER-IDX) TO PY-DRIVER-ID
                MOVE SPACES TO PY-DRIVER-NAME
                STRING FUNCTION TRIM(DT-NAME (WS-DRIVER-IDX))
                       " COD"
                       DELIMITED BY SIZE INTO PY-DRIVER-NAME
                END-STRING
                MOVE DT-BANK-CODE (WS-DRIVER-IDX) TO PY-BANK-CODE
                MOVE DT-BANK-ACCT (WS-DRIVER-IDX) TO PY-BANK-ACCT
                MOVE DT-ACCT-NAME (WS-DRIVER-IDX) TO PY-ACCT-NAME
                COMPUTE PY-AMOUNT = 0 - DT-COD-DEDUCT (WS-DRIVER-IDX)
                MOVE " " TO PY-HOLD-FLAG
                MOVE "C" TO PY-LINE-TYPE
                WRITE PAYOUT-RUN-RECORD
                IF PRN-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
             IF DT-TAX (WS-DRIVER-IDX) > 0
                MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
                MOVE DT-ID (WS-DRIVER-IDX) TO PY-DRIVER-ID
                MOVE SPACES TO PY-DRIVER-NAME
                STRING FUNCTION TRIM(DT-NAME (WS-DRIVER-IDX))
                       " PPH21"
                       DELIMITED BY SIZE INTO PY-DRIVER-NAME
                END-STRING
                MOVE DT-BANK-CODE (WS-DRIVER-IDX) TO PY-BANK-CODE
                MOVE DT-BANK-ACCT (WS-DRIVER-IDX) TO PY-BANK-ACCT
                MOVE DT-ACCT-NAME (WS-DRIVER-IDX) TO PY-ACCT-NAME
                COMPUTE PY-AMOUNT = 0 - DT-TAX (WS-DRIVER-IDX)
                IF DT-BANK-ACCT (WS-DRIVER-IDX) = SPACES
                   MOVE "H" TO PY-HOLD-FLAG
                   ADD 1 TO WS-HOLD-COUNT
                ELSE
                   MOVE " " TO PY-HOLD-FLAG
                END-IF
                MOVE "X" TO PY-LINE-TYPE
                WRITE PAYOUT-RUN-RECORD
                IF PRN-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
           END-PERFORM
           CLOSE PAYOUT-RUN-File
              DISPLAY WS-HOLD-COUNT " LINE(S) HELD FOR MANUAL REVIEW"
           END-IF
           .

       POST-COD-DEDUCTIONS.
      **
      * Record the cash netted off on the driver cash ledger so it no
      * longer counts as held.  The date's earlier run lines are
      * replaced (work-file rewrite, as DRIVER-SHIFT does) so the
      * payout can be rerun for the same date.
      **
           MOVE "N" TO WS-DCL-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           IF DCL-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE DRIVER CASH LEDGER - STATUS ",
                     DCL-FSTAT " - COD NETTING NOT POSTED"
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASH-WORK-File
           IF WRK-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE CASH LEDGER WORK FILE - ",
                     "STATUS " WRK-FSTAT " - COD NETTING NOT POSTED"
              CLOSE DRIVER-CASH-File
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DCL-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-DCL-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "P"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     AND DC-RECEIPT-NO = "PAYOUT-RUN"
                     CONTINUE
                  ELSE
                     MOVE DRIVER-CASH-RECORD TO CASH-WORK-RECORD
                     WRITE CASH-WORK-RECORD
                     IF WRK-FSTAT NOT = "00"
                        MOVE "Y" TO WS-POST-FAILED
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           CLOSE CASH-WORK-File
           IF WS-POST-FAILED = "Y"
              DISPLAY "CASH LEDGER WORK COPY INCOMPLETE - COD ",
                     "NETTING NOT POSTED"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DRIVER-CASH-File
           IF DCL-FSTAT NOT = "00"
              DISPLAY "CANNOT REWRITE THE DRIVER CASH LEDGER - ",
                     "STATUS " DCL-FSTAT
              MOVE "Y" TO WS-POST-FAILED
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASH-WORK-File
           MOVE "N" TO WS-DCL-EOF
           PERFORM UNTIL WS-DCL-EOF = "Y"
             READ CASH-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-DCL-EOF
               NOT AT END
                  MOVE CASH-WORK-RECORD TO DRIVER-CASH-RECORD
                  WRITE DRIVER-CASH-RECORD
                  IF DCL-FSTAT NOT = "00"
                     MOVE "Y" TO WS-POST-FAILED
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASH-WORK-File
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-COD-DEDUCT (WS-DRIVER-IDX) > 0
                MOVE DT-ID (WS-DRIVER-IDX) TO DC-DRIVER-ID
                MOVE WS-BUSINESS-DATE TO DC-ENTRY-DATE
                MOVE "P" TO DC-ENTRY-TYPE
                MOVE DT-COD-DEDUCT (WS-DRIVER-IDX) TO DC-AMOUNT
                MOVE "PAYOUT-RUN" TO DC-RECEIPT-NO
                MOVE "DRV-PAYOUT" TO DC-OPERATOR
                ACCEPT DC-POSTED-DATE FROM DATE YYYYMMDD
                ACCEPT DC-POSTED-TIME FROM TIME
                WRITE DRIVER-CASH-RECORD
                IF DCL-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
           END-PERFORM
           CLOSE DRIVER-CASH-File
           IF WS-GRAND-COD > 0
              DISPLAY "COD CASH NETTED OFF POSTED TO THE DRIVER CASH ",
                     "LEDGER : " WS-GRAND-COD
           END-IF
           .
       POST-TAX-WITHHELD.
      **
      * One withholding ledger line per driver taxed on this payout,
      * the date's lines from an earlier run replaced first (same
      * work-file rewrite as the driver cash ledger above).
      **
           MOVE "N" TO WS-PLG-EOF
           OPEN INPUT PPH21-LEDGER-File
           IF PLG-FSTAT = "35"
              CLOSE PPH21-LEDGER-File
              IF WS-GRAND-TAX = 0
                 EXIT PARAGRAPH
              END-IF
              OPEN OUTPUT PPH21-LEDGER-File
              IF PLG-FSTAT NOT = "00"
                 DISPLAY "CANNOT CREATE THE WITHHOLDING LEDGER - ",
                        "STATUS " PLG-FSTAT " - PPH 21 NOT POSTED"
                 MOVE "Y" TO WS-POST-FAILED
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF PLG-FSTAT NOT = "00"
                 DISPLAY "CANNOT OPEN THE WITHHOLDING LEDGER - ",
                        "STATUS " PLG-FSTAT " - PPH 21 NOT POSTED"
                 MOVE "Y" TO WS-POST-FAILED
                 EXIT PARAGRAPH
              END-IF
              OPEN OUTPUT TAX-WORK-File
              IF WRK-FSTAT NOT = "00"
                 DISPLAY "CANNOT OPEN THE WITHHOLDING WORK FILE - ",
                        "STATUS " WRK-FSTAT " - PPH 21 NOT POSTED"
                 CLOSE PPH21-LEDGER-File
                 MOVE "Y" TO WS-POST-FAILED
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-PLG-EOF = "Y"
                READ PPH21-LEDGER-File NEXT
                  AT END
                     MOVE "Y" TO WS-PLG-EOF
                  NOT AT END
                     IF PL-PAY-DATE NOT = WS-BUSINESS-DATE
                        MOVE PPH21-LEDGER-RECORD TO TAX-WORK-RECORD
                        WRITE TAX-WORK-RECORD
                        IF WRK-FSTAT NOT = "00"
                           MOVE "Y" TO WS-POST-FAILED
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE PPH21-LEDGER-File
              CLOSE TAX-WORK-File
              IF WS-POST-FAILED = "Y"
                 DISPLAY "WITHHOLDING WORK COPY INCOMPLETE - PPH 21 ",
                        "NOT POSTED"
                 EXIT PARAGRAPH
              END-IF
              OPEN OUTPUT PPH21-LEDGER-File
              IF PLG-FSTAT NOT = "00"
                 DISPLAY "CANNOT REWRITE THE WITHHOLDING LEDGER - ",
                        "STATUS " PLG-FSTAT " - PPH 21 NOT POSTED"
                 MOVE "Y" TO WS-POST-FAILED
                 EXIT PARAGRAPH
              END-IF
              OPEN INPUT TAX-WORK-File
              MOVE "N" TO WS-PLG-EOF
              PERFORM UNTIL WS-PLG-EOF = "Y"
                READ TAX-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-PLG-EOF
                  NOT AT END
                     MOVE TAX-WORK-RECORD TO PPH21-LEDGER-RECORD
                     WRITE PPH21-LEDGER-RECORD
                     IF PLG-FSTAT NOT = "00"
                        MOVE "Y" TO WS-POST-FAILED
                     END-IF
                END-READ
              END-PERFORM
              CLOSE TAX-WORK-File
           END-IF
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-TAX (WS-DRIVER-IDX) > 0
                MOVE DT-ID (WS-DRIVER-IDX) TO PL-DRIVER-ID
                MOVE WS-BUSINESS-DATE TO PL-PAY-DATE
                MOVE DT-NAME (WS-DRIVER-IDX) TO PL-DRIVER-NAME
                MOVE DT-NPWP (WS-DRIVER-IDX) TO PL-NPWP
                MOVE DT-NIK (WS-DRIVER-IDX) TO PL-NIK
                MOVE DT-TAX-CATEGORY (WS-DRIVER-IDX) TO PL-CATEGORY
                IF PL-CATEGORY = SPACE
                   MOVE "N" TO PL-CATEGORY
                END-IF
                MOVE DT-OBJECT-CODE (WS-DRIVER-IDX) TO PL-OBJECT-CODE
                MOVE DT-TAX-RATE (WS-DRIVER-IDX) TO PL-RATE-PCT
                MOVE DT-TAX-GROSS (WS-DRIVER-IDX) TO PL-GROSS
                MOVE DT-TAX-DPP (WS-DRIVER-IDX) TO PL-DPP
                MOVE DT-TAX (WS-DRIVER-IDX) TO PL-TAX
                IF DT-BANK-ACCT (WS-DRIVER-IDX) = SPACES
                   MOVE "H" TO PL-HOLD-FLAG
                ELSE
                   MOVE " " TO PL-HOLD-FLAG
                END-IF
                WRITE PPH21-LEDGER-RECORD
                IF PLG-FSTAT NOT = "00"
                   MOVE "Y" TO WS-POST-FAILED
                END-IF
             END-IF
           END-PERFORM
           CLOSE PPH21-LEDGER-File
           IF WS-GRAND-TAX > 0
              DISPLAY "PPH 21 WITHHELD POSTED TO THE WITHHOLDING ",
                     "LEDGER : " WS-GRAND-TAX
           END-IF
           .
      ** add other procedures here
       END PROGRAM DRIVER-PAYOUT.
