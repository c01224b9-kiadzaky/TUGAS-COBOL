      *                 in a MONTH-END-REQUEST area (the statement
      *                 range is the whole month); standalone runs
      *                 prompt for the date range exactly as before.
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   16 SEP 2026 - Promo discounts the vendor funds (PROMO-FUNDER
      *                 "V" on the sale) are charged back to the
      *                 vendor: totalled per vendor, shown on the
      *                 statement and deducted from the amount payable.
      *                 Promos we or the platform fund do not touch the
      *                 vendor.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   21 SEP 2026 - Vendor payment run lines are written with a
      *                 blank PY-LINE-TYPE now that the payout run
      *                 record carries a line type for the driver runs.
      *   28 SEP 2026 - The unpaid settlement status record is written
      *                 with the new bank return reason left blank.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Every
      *                 outlet's daily files in the range are read; a
      *                 vendor still gets one statement and one
      *                 payable, with its net sales broken down by
      *                 outlet when the group runs more than one.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Redeemed points are funded by
      *                 us, so the vendor is still settled on the full
      *                 sale value.
      *   12 OCT 2026 - A keyed run can simulate proposed commission
      *                 rates for one or more vendors over a past
      *                 period - actual against simulated commission,
      *                 payable and margin per vendor with totals,
      *                 printed only; nothing is written or posted.
      *   15 OCT 2026 - The paid check also reads the
      *                 VENDOR-SETTLE-STATUS-yyyy.dat history files
      *                 YEAR-END writes, so a period paid before a
      *                 year-end rollover is still never paid again.
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD VENDOR-MASTER-File.
       01 WS-EOF PIC X VALUE "N".
       01 WS-VM-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's daily files are read - a vendor trading at more
      * than one outlet still gets one statement, with its net sales
      * broken down by outlet (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
           10 VS-NAME PIC X(20).
           10 VS-RATE PIC 9(2)V99.
           10 VS-DAY-NET OCCURS 62 TIMES PIC S9(9).
           10 VS-OUT-NET OCCURS 6 TIMES PIC S9(9).
           10 VS-NET-SALES PIC S9(9).
           10 VS-COMMISSION PIC S9(9).
           10 VS-PPN PIC S9(9).
           10 VS-ADJUST PIC S9(9).
           10 VS-PROMO PIC S9(9).
           10 VS-PAYABLE PIC S9(9).
           10 VS-BANK-CODE PIC X(4).
           10 VS-BANK-ACCT PIC X(16).
           10 VS-ACCT-NAME PIC X(20).
           10 VS-SIM-FLAG PIC X.
           10 VS-SIM-RATE PIC 9(2)V99.
           10 VS-SIM-COMMISSION PIC S9(9).
           10 VS-SIM-PAYABLE PIC S9(9).
           10 VS-MARGIN PIC S9(9).
           10 VS-SIM-MARGIN PIC S9(9).
      *-----------------------
      * Vendor payment run and settlement status (see
      * VENDOR-PAY-FILE for the supervised release and aging list)
       01 WS-SST-EOF PIC X.
       01 WS-VPAYRUN-FILENAME PIC X(80).
       01 WS-SETTLE-FILENAME PIC X(60).
       01 WS-SETTLE-LIVE-FILENAME PIC X(60).
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-VPAY-HOLD-COUNT PIC 9(3) VALUE 0.
       01 WS-VPAY-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAID-COUNT PIC 9(3) VALUE 0.
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       01 WS-ME-CALLED PIC X VALUE "N".
      *-----------------------
      * Rate what-if - the period is replayed at proposed rates and
      * only printed; no statement, ledger, payrun, status or faktur
      * is written
      *-----------------------
       01 WS-SIMULATE PIC X VALUE "N".
       01 WS-SIM-COUNT PIC 9(3) VALUE 0.
       01 WS-SIM-VENDOR PIC X(6).
       01 WS-NUM-ENTRY PIC X(5).
       01 WS-SIM-SIGNED PIC S9(9).
       01 WS-SIM-DPP PIC S9(9).
       01 WS-SIM-GROSS PIC 9(7).
       01 WS-SIM-PPN PIC 9(7).
       01 WS-SIM-HARGA PIC 9(7).
       01 WS-SIM-NET PIC 9(7).
       01 WS-SIM-TOTALS.
         05 WS-TOT-COMMISSION PIC S9(9) VALUE 0.
         05 WS-TOT-SIM-COMMISSION PIC S9(9) VALUE 0.
         05 WS-TOT-PAYABLE PIC S9(9) VALUE 0.
         05 WS-TOT-SIM-PAYABLE PIC S9(9) VALUE 0.
         05 WS-TOT-MARGIN PIC S9(9) VALUE 0.
         05 WS-TOT-SIM-MARGIN PIC S9(9) VALUE 0.
       01 WS-SIM-DIFF PIC S9(9).

       LINKAGE SECTION.
       COPY "copybooks/MEND-REQ.cpy".
                 DISPLAY "END DATE IS BEFORE START DATE"
                 STOP RUN
              END-IF
              DISPLAY "SIMULATE PROPOSED COMMISSION RATES - NOTHING ",
                     "IS POSTED? (Y/N) : " NO ADVANCING
              ACCEPT WS-SIMULATE
              IF WS-SIMULATE = "y"
                 MOVE "Y" TO WS-SIMULATE
              END-IF
           END-IF

           PERFORM LOAD-CONTROL
           END-IF
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-OPEN-LEDGER
           IF WS-SIMULATE = "Y"
              PERFORM KEY-PROPOSED-RATES
              IF WS-SIM-COUNT = 0
                 DISPLAY "NO PROPOSED RATES KEYED - NOTHING TO ",
                        "SIMULATE"
                 GOBACK
              END-IF
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > WS-DAY-COUNT
             PERFORM ACCUMULATE-ONE-DAY
              GOBACK
           END-IF
           PERFORM COMPUTE-SETTLEMENTS
           IF WS-SIMULATE = "Y"
              PERFORM SIMULATE-PROPOSED-RATES
              PERFORM PRINT-SIMULATION
              GOBACK
           END-IF
           PERFORM WRITE-STATEMENTS
           PERFORM LOAD-PAID-SETTLEMENTS
           PERFORM MARK-LEDGER-APPLIED
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-VENDOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-MASTER.dat"
                             VS-CODE (WS-VENDOR-COUNT)
                       MOVE VM-VENDOR-NAME TO
                             VS-NAME (WS-VENDOR-COUNT)
                       MOVE 0 TO VS-PROMO (WS-VENDOR-COUNT)
                       MOVE "N" TO VS-SIM-FLAG (WS-VENDOR-COUNT)
                       IF VM-COMMISSION-PCT IS NUMERIC
                          MOVE VM-COMMISSION-PCT TO
                                VS-RATE (WS-VENDOR-COUNT)
           .

       ACCUMULATE-ONE-DAY.
      **
      * One statement covers the vendor's sales at every outlet.
      **
           MOVE WS-RANGE-DATE (WS-DAY-IDX) TO WS-RUN-DATE
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-FILE
           END-PERFORM
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
           .

       ADD-TO-VENDOR-DAY.
      **
      * Settled on the full PENJUALAN - loyalty points a customer
      * redeems (XLOY-VALUE) are our cost, never the vendor's.
      **
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VS-CODE (WS-VENDOR-IDX) = XVENDOR-CODE
                  WHEN "R"
                     SUBTRACT XPENJUALAN FROM
                           VS-DAY-NET (WS-VENDOR-IDX, WS-DAY-IDX)
                     SUBTRACT XPENJUALAN FROM
                           VS-OUT-NET (WS-VENDOR-IDX, WS-OUT-IDX)
                  WHEN "V"
                     CONTINUE
                  WHEN OTHER
                     ADD XPENJUALAN TO
                           VS-DAY-NET (WS-VENDOR-IDX, WS-DAY-IDX)
                     ADD XPENJUALAN TO
                           VS-OUT-NET (WS-VENDOR-IDX, WS-OUT-IDX)
                END-EVALUATE
                IF XTRANS-TYPE = "S"
                   AND XPROMO-CODE NOT = SPACES
                   AND XPROMO-FUNDER = "V"
                   AND XPROMO-DISC IS NUMERIC
                   ADD XPROMO-DISC TO VS-PROMO (WS-VENDOR-IDX)
                END-IF
                MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
             END-IF
           END-PERFORM
             COMPUTE VS-PAYABLE (WS-VENDOR-IDX) =
                   VS-NET-SALES (WS-VENDOR-IDX) -
                   VS-COMMISSION (WS-VENDOR-IDX) -
                   VS-PPN (WS-VENDOR-IDX) -
                   VS-PROMO (WS-VENDOR-IDX) +
                   VS-ADJUST (WS-VENDOR-IDX)
           END-PERFORM
           .
                WRITE STATEMENT-RECORD
             END-IF
           END-PERFORM
           IF OU-COUNT > 1
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > OU-COUNT
                IF VS-OUT-NET (WS-VENDOR-IDX, WS-OUT-IDX) NOT = 0
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING "  OUTLET " OU-CODE (WS-OUT-IDX) "   : "
                          VS-OUT-NET (WS-VENDOR-IDX, WS-OUT-IDX)
                          DELIMITED BY SIZE INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
                END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           STRING "NET SALES      : " VS-NET-SALES (WS-VENDOR-IDX)
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
                  DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           IF VS-PROMO (WS-VENDOR-IDX) NOT = 0
              MOVE SPACES TO STATEMENT-RECORD
              STRING "PROMOS FUNDED  : " VS-PROMO (WS-VENDOR-IDX)
                     DELIMITED BY SIZE INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
           END-IF
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                     UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
             IF LG-VENDOR (WS-LEDGER-IDX) =
      * re-run becomes a statement reprint for them.
      **
           MOVE 0 TO WS-PAID-COUNT
      **
      * A period YEAR-END has rolled over sits in that year's
      * VENDOR-SETTLE-STATUS-yyyy.dat - those are read first, from
      * the period's year up to last year, so the live file's later
      * records still win.
      **
           MOVE WS-SETTLE-FILENAME TO WS-SETTLE-LIVE-FILENAME
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-END-DATE (1:4) TO WS-HIST-YEAR
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-SETTLE-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "VENDOR-SETTLE-STATUS-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
             END-STRING
             PERFORM SCAN-SETTLE-STATUS
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-SETTLE-LIVE-FILENAME TO WS-SETTLE-FILENAME
           PERFORM SCAN-SETTLE-STATUS
           .

       SCAN-SETTLE-STATUS.
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SETTLE-STATUS-File
           IF SST-FSTAT NOT = "00"
              CLOSE SETTLE-STATUS-File
              EXIT PARAGRAPH
           END-IF
           MOVE VS-BANK-ACCT (WS-VENDOR-IDX) TO PY-BANK-ACCT
           MOVE VS-ACCT-NAME (WS-VENDOR-IDX) TO PY-ACCT-NAME
           MOVE VS-PAYABLE (WS-VENDOR-IDX) TO PY-AMOUNT
           MOVE " " TO PY-LINE-TYPE
           IF VS-PAYABLE (WS-VENDOR-IDX) <= 0
              OR VS-BANK-ACCT (WS-VENDOR-IDX) = SPACES
              MOVE "H" TO PY-HOLD-FLAG
           MOVE "U" TO ST-STATUS
           ACCEPT ST-STAMP-DATE FROM DATE YYYYMMDD
           MOVE "SETTLEMENT" TO ST-STAMP-BY
           MOVE SPACES TO ST-RETURN-REASON
           OPEN EXTEND SETTLE-STATUS-File
           IF SST-FSTAT = "35"
              OPEN OUTPUT SETTLE-STATUS-File
           DISPLAY "TOTAL COMMISSION EARNED : " WS-GRAND-COMMISSION
           DISPLAY "TOTAL PAYABLE TO VENDORS: " WS-GRAND-PAYABLE
           .

       KEY-PROPOSED-RATES.
      **
      * One proposed rate per vendor; a blank code ends the list.
      * Vendors not keyed are carried at their actual rates so the
      * totals still cover the whole period.
      **
           DISPLAY "PROPOSED RATES - BLANK VENDOR CODE ENDS THE LIST"
           MOVE 0 TO WS-SIM-COUNT
           PERFORM KEY-ONE-PROPOSED-RATE
           .

       KEY-ONE-PROPOSED-RATE.
           MOVE SPACES TO WS-SIM-VENDOR
           DISPLAY "VENDOR CODE : " NO ADVANCING
           ACCEPT WS-SIM-VENDOR
           IF WS-SIM-VENDOR = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                        OR VS-CODE (WS-VENDOR-IDX) = WS-SIM-VENDOR
             CONTINUE
           END-PERFORM
           IF WS-VENDOR-IDX > WS-VENDOR-COUNT
              DISPLAY "VENDOR " WS-SIM-VENDOR " IS NOT ON THE ",
                     "VENDOR MASTER"
              GO TO KEY-ONE-PROPOSED-RATE
           END-IF
           DISPLAY "MASTER COMMISSION PCT : " VS-RATE (WS-VENDOR-IDX)
           DISPLAY "PROPOSED COMMISSION PCT NNNN = NN.NN : "
                  NO ADVANCING
           MOVE SPACES TO WS-NUM-ENTRY
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) IS NOT NUMERIC
              DISPLAY "NOT NUMERIC - VENDOR NOT SIMULATED"
              GO TO KEY-ONE-PROPOSED-RATE
           END-IF
           COMPUTE VS-SIM-RATE (WS-VENDOR-IDX) =
                 FUNCTION NUMVAL(WS-NUM-ENTRY) / 100
           IF VS-SIM-FLAG (WS-VENDOR-IDX) NOT = "Y"
              ADD 1 TO WS-SIM-COUNT
           END-IF
           MOVE "Y" TO VS-SIM-FLAG (WS-VENDOR-IDX)
           GO TO KEY-ONE-PROPOSED-RATE
           .

       SIMULATE-PROPOSED-RATES.
      **
      * Net sales, PPN, promos and ledger adjustments are exactly
      * what COMPUTE-SETTLEMENTS just worked out; only the commission
      * changes, at the proposed rate on every day of the period.
      * Our margin is the commission net of the PPN we owe on it -
      * the DPP the faktur would carry.
      **
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VS-SIM-FLAG (WS-VENDOR-IDX) = "Y"
                MOVE 0 TO VS-SIM-COMMISSION (WS-VENDOR-IDX)
                PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                          UNTIL WS-DAY-IDX > WS-DAY-COUNT
                  COMPUTE VS-SIM-COMMISSION (WS-VENDOR-IDX) ROUNDED =
                        VS-SIM-COMMISSION (WS-VENDOR-IDX) +
                        (VS-DAY-NET (WS-VENDOR-IDX, WS-DAY-IDX) *
                         VS-SIM-RATE (WS-VENDOR-IDX) / 100)
                END-PERFORM
             ELSE
                MOVE VS-COMMISSION (WS-VENDOR-IDX)
                      TO VS-SIM-COMMISSION (WS-VENDOR-IDX)
             END-IF
             COMPUTE VS-SIM-PAYABLE (WS-VENDOR-IDX) =
                   VS-NET-SALES (WS-VENDOR-IDX) -
                   VS-SIM-COMMISSION (WS-VENDOR-IDX) -
                   VS-PPN (WS-VENDOR-IDX) -
                   VS-PROMO (WS-VENDOR-IDX) +
                   VS-ADJUST (WS-VENDOR-IDX)
             MOVE VS-COMMISSION (WS-VENDOR-IDX) TO WS-SIM-SIGNED
             PERFORM CALC-COMMISSION-DPP
             MOVE WS-SIM-DPP TO VS-MARGIN (WS-VENDOR-IDX)
             MOVE VS-SIM-COMMISSION (WS-VENDOR-IDX) TO WS-SIM-SIGNED
             PERFORM CALC-COMMISSION-DPP
             MOVE WS-SIM-DPP TO VS-SIM-MARGIN (WS-VENDOR-IDX)
           END-PERFORM
           .

       CALC-COMMISSION-DPP.
      **
      * Same split as WRITE-ONE-INVOICE, at the rate in force on the
      * period end; a negative commission passes its magnitude.
      **
           MOVE WS-END-DATE TO WS-RUN-DATE
           IF WS-SIM-SIGNED < 0
              COMPUTE WS-SIM-GROSS = 0 - WS-SIM-SIGNED
           ELSE
              MOVE WS-SIM-SIGNED TO WS-SIM-GROSS
           END-IF
           CALL "SUB-CALC-PPN" USING WS-SIM-GROSS, WS-SIM-PPN,
                  WS-SIM-HARGA, WS-SIM-NET, WS-RUN-DATE
           CANCEL "SUB-CALC-PPN"
           IF WS-SIM-SIGNED < 0
              COMPUTE WS-SIM-DPP = 0 - WS-SIM-NET
           ELSE
              MOVE WS-SIM-NET TO WS-SIM-DPP
           END-IF
           .

       PRINT-SIMULATION.
           DISPLAY " "
           DISPLAY "*** SIMULATION - PROPOSED COMMISSION RATES - ",
                  "NOTHING POSTED ***"
           DISPLAY "PERIOD " WS-START-DATE " TO " WS-END-DATE
           DISPLAY "NO STATEMENT, LEDGER, PAYMENT RUN, SETTLEMENT ",
                  "STATUS OR FAKTUR WRITTEN"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VS-NET-SALES (WS-VENDOR-IDX) NOT = 0
                OR VS-ADJUST (WS-VENDOR-IDX) NOT = 0
                OR VS-SIM-FLAG (WS-VENDOR-IDX) = "Y"
                PERFORM PRINT-ONE-SIMULATION
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "TOTALS                ACTUAL    SIMULATED",
                  "   DIFFERENCE"
           COMPUTE WS-SIM-DIFF =
                 WS-TOT-SIM-COMMISSION - WS-TOT-COMMISSION
           DISPLAY "  COMMISSION : " WS-TOT-COMMISSION " ",
                  WS-TOT-SIM-COMMISSION " " WS-SIM-DIFF
           COMPUTE WS-SIM-DIFF = WS-TOT-SIM-PAYABLE - WS-TOT-PAYABLE
           DISPLAY "  PAYABLE    : " WS-TOT-PAYABLE " ",
                  WS-TOT-SIM-PAYABLE " " WS-SIM-DIFF
           COMPUTE WS-SIM-DIFF = WS-TOT-SIM-MARGIN - WS-TOT-MARGIN
           DISPLAY "  OUR MARGIN : " WS-TOT-MARGIN " ",
                  WS-TOT-SIM-MARGIN " " WS-SIM-DIFF
           DISPLAY "*** END OF SIMULATION ***"
           .

       PRINT-ONE-SIMULATION.
           DISPLAY " "
           DISPLAY VS-CODE (WS-VENDOR-IDX) " ",
                  VS-NAME (WS-VENDOR-IDX) " NET SALES ",
                  VS-NET-SALES (WS-VENDOR-IDX)
           IF VS-SIM-FLAG (WS-VENDOR-IDX) = "Y"
              DISPLAY "  RATE " VS-RATE (WS-VENDOR-IDX),
                     "% MASTER, PROPOSED " VS-SIM-RATE (WS-VENDOR-IDX)
                     "%"
           ELSE
              DISPLAY "  NO PROPOSED RATE - ACTUAL RATES CARRIED"
           END-IF
           DISPLAY "                      ACTUAL    SIMULATED"
           DISPLAY "  COMMISSION : " VS-COMMISSION (WS-VENDOR-IDX) " ",
                  VS-SIM-COMMISSION (WS-VENDOR-IDX)
           DISPLAY "  PAYABLE    : " VS-PAYABLE (WS-VENDOR-IDX) " ",
                  VS-SIM-PAYABLE (WS-VENDOR-IDX)
           DISPLAY "  OUR MARGIN : " VS-MARGIN (WS-VENDOR-IDX) " ",
                  VS-SIM-MARGIN (WS-VENDOR-IDX)
           ADD VS-COMMISSION (WS-VENDOR-IDX) TO WS-TOT-COMMISSION
           ADD VS-SIM-COMMISSION (WS-VENDOR-IDX)
                 TO WS-TOT-SIM-COMMISSION
           ADD VS-PAYABLE (WS-VENDOR-IDX) TO WS-TOT-PAYABLE
           ADD VS-SIM-PAYABLE (WS-VENDOR-IDX) TO WS-TOT-SIM-PAYABLE
           ADD VS-MARGIN (WS-VENDOR-IDX) TO WS-TOT-MARGIN
           ADD VS-SIM-MARGIN (WS-VENDOR-IDX) TO WS-TOT-SIM-MARGIN
           .
      ** add other procedures here
       END PROGRAM VENDOR-SETTLEMENT.
