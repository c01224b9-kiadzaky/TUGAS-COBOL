      *                 the daily fee variance stops drowning the
      *                 real breaks; see PLATFORM-FEE-REPORT for the
      *                 monthly fee reconciliation.
      *   14 SEP 2026 - On-account sales (PAY-METHOD "A", billed to a
      *                 corporate customer at month end) are left out
      *                 of the channel totals - they never reach the
      *                 bank on the day - and shown as a separate
      *                 excluded line. PENJUALAN-Record picked up
      *                 ACCOUNT-CODE.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it; expected
      *                 channel takings and the on-account total are
      *                 now net of promo discounts.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Each
      *                 outlet is reconciled on its own daily file
      *                 against the deposits tagged to it
      *                 (BD-OUTLET-CODE, blank = home outlet); a
      *                 standalone run asks for one outlet or ALL and
      *                 adds the outlets up, an EOD-CLOSE run
      *                 reconciles the closing outlet.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed at
      *                 entry come off the amount expected in each
      *                 channel (and on account) the same way as a
      *                 promo discount.
      *   13 OCT 2026 - Every I/O error written to ERROR.log is also
      *                 queued as a high-severity IO-ERROR alert
      *                 (SUB-ALERT).
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      *   15 OCT 2026 - In the nightly close a data file or deposit
      *                 extract that cannot be opened, or any channel
      *                 left with a variance, now returns 8 instead of
      *                 0 so EOD-CLOSE raises its step alert.  A
      *                 deposit extract that will not open is no longer
      *                 read.
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
       FD BANK-DEPOSIT-File.
       COPY "copybooks/BANKDEP-REC.cpy".
       FD ERROR-LOG-File.
       01 WS-ERR-OP PIC X(20).
       01 WS-ERR-STAT PIC XX.
       01 WS-ERR-MSG PIC X(60).
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-EOF PIC X VALUE "N".
       01 WS-BD-EOF PIC X VALUE "N".

       01 WS-COMPUTED-TOTAL PIC S9(9) VALUE 0.
      *-----------------------
      * On-account (PAY-METHOD "A") sales are billed to the corporate
      * customer at month end (see AR-BILLING) and never reach the
      * bank on the day - counted here only so the exclusion shows
      *-----------------------
       01 WS-ON-ACCOUNT-TOTAL PIC S9(9) VALUE 0.
       01 WS-ON-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-TOTAL PIC S9(9) VALUE 0.
       01 WS-VARIANCE PIC S9(9) VALUE 0.
      *-----------------------
       01 WS-FEE-PCT PIC 9(2)V99.
       01 WS-PER-ORDER PIC 9(7).
       01 WS-P-FEES PIC S9(9).
      *-----------------------
      * Outlets reconciled this run (see SUB-OUTLET) - each outlet is
      * reconciled against the deposits tagged to it, then the
      * outlets are added up when more than one was run
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-REPORT-OUTLET PIC X(3).
       01 WS-RECON-OUTLET PIC X(3).
       01 WS-DEPOSIT-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUTLET-FOUND PIC X.
       01 WS-OUTLETS-RUN PIC 9 VALUE 0.
       01 WS-GRAND-EXPECTED PIC S9(9) VALUE 0.
       01 WS-GRAND-DEPOSITED PIC S9(9) VALUE 0.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-RECON-FAILED PIC X VALUE "N".
       01 WS-EX-EXISTS PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-NEW-EX-TYPE PIC X(20).
           END-IF
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "ALL" TO WS-REPORT-OUTLET
           IF OU-COUNT > 1
              IF WS-EOD-CALLED = "Y"
                 MOVE OU-WORKSTATION TO WS-REPORT-OUTLET
              ELSE
                 PERFORM ASK-REPORT-OUTLET
              END-IF
              DISPLAY "OUTLET : " WS-REPORT-OUTLET
           END-IF

           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF WS-REPORT-OUTLET = "ALL"
                OR WS-REPORT-OUTLET = OU-CODE (WS-OUT-IDX)
                PERFORM RECONCILE-OUTLET
             END-IF
           END-PERFORM
           IF WS-OUTLETS-RUN > 1
              PERFORM SHOW-ALL-OUTLETS
           END-IF

           IF WS-EOD-CALLED = "Y"
              IF WS-RECON-FAILED = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
              ELSE
                 MOVE 0 TO EOD-RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       ASK-REPORT-OUTLET.
           DISPLAY "OUTLET CODE OR ALL? BLANK = ALL : " NO ADVANCING
           ACCEPT WS-KEYED-OUTLET
           MOVE FUNCTION UPPER-CASE(WS-KEYED-OUTLET) TO WS-KEYED-OUTLET
           IF WS-KEYED-OUTLET = SPACES OR WS-KEYED-OUTLET = "ALL"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OUTLET-FOUND
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = WS-KEYED-OUTLET
                MOVE "Y" TO WS-OUTLET-FOUND
             END-IF
           END-PERFORM
           IF WS-OUTLET-FOUND = "N"
              DISPLAY WS-KEYED-OUTLET " IS NOT AN OUTLET - PLEASE ",
                     "RE-ENTER"
              GO TO ASK-REPORT-OUTLET
           END-IF
           MOVE WS-KEYED-OUTLET TO WS-REPORT-OUTLET
           .

       RECONCILE-OUTLET.
      **
      * Each outlet banks its own takings, so each is reconciled on
      * its own daily file against the deposits tagged to it.
      **
           MOVE OU-CODE (WS-OUT-IDX) TO WS-RECON-OUTLET
           MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
           PERFORM INIT-CHANNELS
           MOVE 0 TO WS-ON-ACCOUNT-TOTAL WS-ON-ACCOUNT-COUNT
           MOVE "N" TO WS-EOF WS-BD-EOF
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING

           PERFORM COMPUTE-SALES-TOTAL
           PERFORM COMPUTE-EXPECTED-NET
           PERFORM LOAD-BANK-DEPOSITS
           PERFORM COMPARE-DEPOSIT
           ADD 1 TO WS-OUTLETS-RUN
           ADD WS-COMPUTED-TOTAL TO WS-GRAND-EXPECTED
           ADD WS-DEPOSIT-TOTAL TO WS-GRAND-DEPOSITED
           .

       SHOW-ALL-OUTLETS.
           COMPUTE WS-VARIANCE = WS-GRAND-DEPOSITED - WS-GRAND-EXPECTED
           DISPLAY " "
           DISPLAY "ALL OUTLETS EXPECTED " WS-GRAND-EXPECTED,
                  " DEPOSITED " WS-GRAND-DEPOSITED,
                  " VARIANCE " WS-VARIANCE
           .

       INIT-CHANNELS.
           MOVE "C" TO CH-CODE (1)
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-DEPOSIT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-DEPOSIT.dat"
                  DELIMITED BY SIZE INTO WS-DEPOSIT-FILENAME
           MOVE WS-ERR-STAT TO EL-FSTAT
           MOVE WS-ERR-MSG TO EL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-File
           MOVE "H" TO AQ-SEVERITY
           MOVE "IO-ERROR" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE "BANK-RECON" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING FUNCTION TRIM(WS-ERR-OP) " STATUS " WS-ERR-STAT
                  " - " FUNCTION TRIM(WS-ERR-MSG)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT".

       COMPUTE-SALES-TOTAL.
           OPEN INPUT PENJUALAN-File
                DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                       " - RUN FILE-CONVERT OR FILE-REBUILD"
                CLOSE PENJUALAN-File
                MOVE "Y" TO WS-RECON-FAILED
                EXIT PARAGRAPH
             END-IF
             PERFORM UNTIL WS-EOF = "Y"
           .

       ADD-TO-SALES-TOTAL.
           IF XPAY-METHOD = "A"
              PERFORM ADD-TO-ON-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-CHANNEL-FOR-METHOD
           EVALUATE XTRANS-TYPE
             WHEN "R"
                      CH-COMPUTED (WS-CHANNEL-IDX)
                SUBTRACT XONGKIR FROM CH-COMPUTED (WS-CHANNEL-IDX)
                SUBTRACT XTIPS FROM CH-COMPUTED (WS-CHANNEL-IDX)
                IF XLOY-VALUE IS NUMERIC
                   ADD XLOY-VALUE TO CH-COMPUTED (WS-CHANNEL-IDX)
                END-IF
             WHEN "V"
                CONTINUE
             WHEN OTHER
                ADD XPENJUALAN TO CH-COMPUTED (WS-CHANNEL-IDX)
                ADD XONGKIR TO CH-COMPUTED (WS-CHANNEL-IDX)
                ADD XTIPS TO CH-COMPUTED (WS-CHANNEL-IDX)
                IF XPROMO-CODE NOT = SPACES
                   AND XPROMO-DISC IS NUMERIC
                   SUBTRACT XPROMO-DISC FROM
                         CH-COMPUTED (WS-CHANNEL-IDX)
                END-IF
                IF XLOY-VALUE IS NUMERIC
                   SUBTRACT XLOY-VALUE FROM
                         CH-COMPUTED (WS-CHANNEL-IDX)
                END-IF
                ADD 1 TO CH-ORDERS (WS-CHANNEL-IDX)
           END-EVALUATE
           .

       ADD-TO-ON-ACCOUNT.
           EVALUATE XTRANS-TYPE
             WHEN "R"
                SUBTRACT XPENJUALAN FROM WS-ON-ACCOUNT-TOTAL
                SUBTRACT XONGKIR FROM WS-ON-ACCOUNT-TOTAL
                SUBTRACT XTIPS FROM WS-ON-ACCOUNT-TOTAL
                IF XLOY-VALUE IS NUMERIC
                   ADD XLOY-VALUE TO WS-ON-ACCOUNT-TOTAL
                END-IF
             WHEN "V"
                CONTINUE
             WHEN OTHER
                ADD XPENJUALAN TO WS-ON-ACCOUNT-TOTAL
                ADD XONGKIR TO WS-ON-ACCOUNT-TOTAL
                ADD XTIPS TO WS-ON-ACCOUNT-TOTAL
                IF XPROMO-CODE NOT = SPACES
                   AND XPROMO-DISC IS NUMERIC
                   SUBTRACT XPROMO-DISC FROM WS-ON-ACCOUNT-TOTAL
                END-IF
                IF XLOY-VALUE IS NUMERIC
                   SUBTRACT XLOY-VALUE FROM WS-ON-ACCOUNT-TOTAL
                END-IF
                ADD 1 TO WS-ON-ACCOUNT-COUNT
           END-EVALUATE
           .

       COMPUTE-EXPECTED-NET.
      **
      * The platform deposits net of its commission, so the P channel
                MOVE "unexpected status opening bank deposit file"
                     TO WS-ERR-MSG
                PERFORM LOG-IO-ERROR
                DISPLAY "CANNOT OPEN THE BANK DEPOSIT EXTRACT - ",
                       "STATUS " BD-FSTAT
                CLOSE BANK-DEPOSIT-File
                MOVE "Y" TO WS-RECON-FAILED
                EXIT PARAGRAPH
             END-IF
             PERFORM UNTIL WS-BD-EOF = "Y"
               READ BANK-DEPOSIT-File NEXT
                 AT END
                    MOVE "Y" TO WS-BD-EOF
                 NOT AT END
                    MOVE BD-OUTLET-CODE TO WS-DEPOSIT-OUTLET
                    IF WS-DEPOSIT-OUTLET = SPACES
                       MOVE OU-HOME-OUTLET TO WS-DEPOSIT-OUTLET
                    END-IF
                    IF BD-DEPOSIT-DATE = WS-BUSINESS-DATE
                       AND WS-DEPOSIT-OUTLET = WS-RECON-OUTLET
                       EVALUATE BD-CHANNEL
                         WHEN "Q"
                            MOVE 2 TO WS-CHANNEL-IDX
           DISPLAY " "
           DISPLAY "BANK DEPOSIT RECONCILIATION FOR BUSINESS DATE ",
                  WS-BUSINESS-DATE " (" WS-REGION ")"
           IF OU-COUNT > 1
              DISPLAY "OUTLET " WS-RECON-OUTLET
           END-IF
           DISPLAY "----------------------------------------------"
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                     UNTIL WS-CHANNEL-IDX > 4
                  DISPLAY " OK"
               WHEN CH-VARIANCE (WS-CHANNEL-IDX) > 0
                  DISPLAY " OVERAGE"
                  MOVE "Y" TO WS-RECON-FAILED
                  PERFORM WRITE-VARIANCE-EXCEPTION
               WHEN OTHER
                  DISPLAY " SHORTAGE"
                  MOVE "Y" TO WS-RECON-FAILED
                  PERFORM WRITE-VARIANCE-EXCEPTION
             END-EVALUATE
           END-PERFORM
           DISPLAY "ALL CHANNELS EXPECTED " WS-COMPUTED-TOTAL,
                  " DEPOSITED " WS-DEPOSIT-TOTAL,
                  " VARIANCE " WS-VARIANCE
           IF WS-ON-ACCOUNT-COUNT > 0 OR WS-ON-ACCOUNT-TOTAL NOT = 0
              DISPLAY "ON-ACCOUNT SALES NOT EXPECTED IN DEPOSITS : ",
                     WS-ON-ACCOUNT-TOTAL " (" WS-ON-ACCOUNT-COUNT,
                     " ORDER(S), BILLED AT MONTH END)"
           END-IF
           .

       WRITE-VARIANCE-EXCEPTION.
                  DELIMITED BY SIZE INTO WS-NEW-EX-TYPE
           END-STRING
           MOVE SPACES TO WS-NEW-EX-KEY
           IF OU-COUNT > 1
              STRING "OUTLET " WS-RECON-OUTLET
                     " EXP " CH-EXPECTED (WS-CHANNEL-IDX)
                     " DEP " CH-DEPOSITED (WS-CHANNEL-IDX)
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           ELSE
              STRING "EXPECTED " CH-EXPECTED (WS-CHANNEL-IDX)
                     " DEPOSITED " CH-DEPOSITED (WS-CHANNEL-IDX)
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           END-IF
           MOVE CH-VARIANCE (WS-CHANNEL-IDX) TO WS-NEW-EX-AMOUNT
           PERFORM CHECK-OPEN-EXCEPTION
           IF WS-EX-EXISTS = "Y"
           MOVE WS-NEW-EX-AMOUNT TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
