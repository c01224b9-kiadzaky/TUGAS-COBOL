      *                 from the date's ORDER-DETAIL file, so stale
      *                 lines cannot inflate PRODUCT-MIX or attach
      *                 to a reissued sequence number.
      *   14 SEP 2026 - CREATE-DATA takes a new ON ACCOUNT (A) payment
      *                 method for corporate customers; the account
      *                 must be on CORP-ACCOUNT.dat and active, and a
      *                 sale that would take it over its credit limit
      *                 (billed plus unbilled, via SUB-AR-CREDIT) is
      *                 refused. CORRECT-DATA can move a record on or
      *                 off account.
      *   16 SEP 2026 - Sales entry takes an optional promo code,
      *                 checked by SUB-PROMO-CHECK against its validity
      *                 dates, vendor and daily cap; the discount and
      *                 who funds it are carried on the record, and the
      *                 on-account credit check uses what the customer
      *                 actually pays.
      *   18 SEP 2026 - CREATE-DATA captures a delivery zone on every
      *                 record once ZONE-TARIFF.dat is set up; the
      *                 zone's standard ONGKIR is the default, and a
      *                 sale keyed outside the zone's tolerance needs
      *                 an override reason code stored on the record.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.  Each entry is stamped with the time it
      *                 was keyed, so a batch record carries its keying
      *                 time rather than the time the batch was
      *                 written.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Entry takes an optional
      *                 customer phone and lets a known customer redeem
      *                 points as part payment, as CREATE-DATA does.
      *   08 OCT 2026 - Item line entry checks each item against the
      *                 vendor's menu once MENU-ITEM.dat is set up (via
      *                 SUB-MENU-ITEM, effective-dated): only an active
      *                 item is taken, its description is filled in,
      *                 quantity times the menu price is the line
      *                 amount default, and a line amount outside the
      *                 item's tolerance needs an override reason code.
      *                 Each line now carries the vendor, menu price,
      *                 reason and operator for the ITEM-OVERRIDE
      *                 report.
      *   13 OCT 2026 - Every I/O error written to ERROR.log is also
      *                 queued as a high-severity IO-ERROR alert
      *                 (SUB-ALERT).
      *   15 OCT 2026 - The most points a sale can redeem only comes
      *                 down by a promo taken off PENJUALAN, not by one
      *                 taken off ONGKIR.
      *   15 OCT 2026 - Moving a corrected sale onto a corporate
      *                 account is held to the account's credit limit.
      *                 A correction that voids, deletes or re-amounts
      *                 a record with a customer phone on a date
      *                 LOYALTY-POST has already posted reposts that
      *                 date, so the earned points come back off.
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
       FD VENDOR-MASTER-File.
       COPY "copybooks/VENDOR-REC.cpy".
       FD DRIVER-MASTER-File.
         05 CR-PAY-METHOD PIC X.
         05 CR-AUTH-SUP-ID PIC X(10).
         05 CR-SEQ-NO PIC 9(4).
         05 CR-ACCOUNT-CODE PIC X(6).
         05 CR-PROMO-CODE PIC X(8).
         05 CR-PROMO-DISC PIC 9(7).
         05 CR-PROMO-FUNDER PIC X(1).
         05 CR-ZONE-CODE PIC X(4).
         05 CR-ZONE-STD-ONGKIR PIC 9(7).
         05 CR-ONGKIR-REASON PIC X(4).
         05 CR-OUTLET-CODE PIC X(3).
         05 CR-ENTRY-TIME PIC 9(8).
         05 CR-CUST-PHONE PIC X(15).
         05 CR-LOY-POINTS PIC 9(7).
         05 CR-LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD CORRECTION-JOURNAL-File.
       COPY "copybooks/AUDIT-REC.cpy".
       FD CONTROL-File.
       FD ORDER-DETAIL-File.
       COPY "copybooks/ODET-REC.cpy".
       FD ORDER-DETAIL-WORK-File.
       01 ORDER-DETAIL-WORK-RECORD PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 IDX-FSTAT PIC 99.
       01 WS-ERR-OP PIC X(20).
       01 WS-ERR-STAT PIC XX.
       01 WS-ERR-MSG PIC X(60).
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
      *-----------------------
       01 WS-PURGE-DATE PIC 9(8).
       01 WS-PURGE-SEQ PIC 9(4).
       01 WS-PURGE-COUNT PIC 9(3).
      *-----------------------
      * A correction that voids, deletes or re-amounts a sale or
      * refund carrying a customer phone has LOYALTY-POST repost the
      * record's date (call flag "C" - only if already posted)
      *-----------------------
       01 WS-LOY-REPOST PIC X VALUE "N".
       COPY "copybooks/EOD-REQ.cpy".
       01 WS-OD-COUNT PIC 9(2) VALUE 0.
       01 WS-OD-IDX PIC 9(2).
       01 WS-OD-SUM PIC 9(9).
       01 WS-OD-ANS PIC X.
       01 WS-OD-DONE PIC X.
       01 WS-OD-CODE-ENTRY PIC X(8).
       01 WS-OD-LINE-OK PIC X.
       01 OD-LINE-TABLE.
         05 OD-LINE OCCURS 20 TIMES.
           10 ODL-CODE PIC X(8).
           10 ODL-DESC PIC X(20).
           10 ODL-QTY PIC 9(4).
           10 ODL-AMOUNT PIC 9(7).
           10 ODL-UNIT-PRICE PIC 9(7).
           10 ODL-REASON PIC X(4).
      *-----------------------
      * Per-vendor entry limits (SUB-VENDOR-LIMIT request area)
      *-----------------------
         05 LM-DAILY-TOTAL PIC S9(9).
         05 LM-DAILY-OVER PIC X.
      *-----------------------
      * Corporate account credit check (SUB-AR-CREDIT request area)
      *-----------------------
       01 WS-CREDIT-REQUEST.
         05 CC-ACCOUNT PIC X(6).
         05 CC-BUSINESS-DATE PIC 9(8).
         05 CC-AMOUNT PIC 9(9).
         05 CC-FOUND PIC X.
         05 CC-ACTIVE PIC X.
         05 CC-NAME PIC X(20).
         05 CC-CREDIT-LIMIT PIC 9(9).
         05 CC-BILLED PIC S9(11).
         05 CC-UNBILLED PIC S9(11).
         05 CC-EXPOSURE PIC S9(11).
         05 CC-OVER PIC X.
       01 WS-ORDER-AMOUNT PIC 9(9).
       01 WS-CORRECT-ACCOUNT PIC X(6).
      *-----------------------
      * Promo code check at entry (SUB-PROMO-CHECK request area)
      *-----------------------
       01 WS-PROMO-REQUEST.
         05 PC-PROMO-CODE PIC X(8).
         05 PC-VENDOR PIC X(6).
         05 PC-SOURCE PIC X.
         05 PC-BUSINESS-DATE PIC 9(8).
         05 PC-PENJUALAN PIC 9(7).
         05 PC-ONGKIR PIC 9(7).
         05 PC-DAY-KNOWN PIC X.
         05 PC-DAY-USES PIC 9(5).
         05 PC-RESULT PIC X.
         05 PC-DISCOUNT PIC 9(7).
         05 PC-FUNDED-BY PIC X.
         05 PC-APPLIES-TO PIC X.
         05 PC-DESCRIPTION PIC X(20).
         05 PC-DAILY-CAP PIC 9(5).
       01 WS-CUSTOMER-PAYS PIC 9(9).
      *-----------------------
      * Loyalty points at entry (SUB-LOYALTY request area) - the
      * customer's balance less redemptions still pending in the
      * batch, and the most this sale can take in points
      *-----------------------
       COPY "copybooks/LOYALTY-REQ.cpy".
       01 WS-PHONE-ENTRY PIC X(15).
       01 WS-LOY-AVAILABLE PIC S9(9).
       01 WS-LOY-MAX PIC S9(9).
       01 WS-LOY-ENTRY PIC X(7).
       01 WS-REFUND-LEFT PIC S9(9).
      *-----------------------
      * Delivery zone tariff check (SUB-ZONE-TARIFF request area)
      *-----------------------
       01 WS-ZONE-REQUEST.
         05 ZN-ZONE-CODE PIC X(4).
         05 ZN-BUSINESS-DATE PIC 9(8).
         05 ZN-ONGKIR PIC 9(7).
         05 ZN-RESULT PIC X.
         05 ZN-DESCRIPTION PIC X(20).
         05 ZN-STD-ONGKIR PIC 9(7).
         05 ZN-TOLERANCE PIC 9(7).
         05 ZN-OUTSIDE PIC X.
       COPY "copybooks/MENUITEM-REQ.cpy".
      *-----------------------
      * After-image write journal (SUB-WRITE-JOURNAL request area)
      *-----------------------
       01 WS-JOURNAL-REQUEST.
         05 WJ-REQ-ACTION PIC X.
         05 WJ-REQ-DATA-FILE PIC X(60).
         05 WJ-REQ-PROGRAM PIC X(20).
         05 WJ-REQ-IMAGE PIC X(250).
       01 VM-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
         05 PAY-METHOD PIC X.
         05 AUTH-SUP-ID PIC X(10).
         05 SEQ-NO PIC 9(4).
         05 ACCOUNT-CODE PIC X(6).
         05 PROMO-CODE PIC X(8).
         05 PROMO-DISC PIC 9(7).
         05 PROMO-FUNDER PIC X(1).
         05 ZONE-CODE PIC X(4).
         05 ZONE-STD-ONGKIR PIC 9(7).
         05 ONGKIR-REASON PIC X(4).
         05 OUTLET-CODE PIC X(3).
         05 ENTRY-TIME PIC 9(8).
         05 CUST-PHONE PIC X(15).
         05 LOY-POINTS PIC 9(7).
         05 LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).

         05 CALCULATED-PPN PIC 9(7).
         05 HARGA-JUAL PIC 9(7).
         05 RF-ORIG-VENDOR PIC X(6).
         05 RF-ORIG-DRIVER PIC X(6).
         05 RF-REMAINING PIC S9(9).
       01 WS-REFUND-OUTLET PIC X(3).
       01 WS-REFUND-LOYALTY.
         05 RFL-ORIG-PHONE PIC X(15).
         05 RFL-ORIG-PENJUALAN PIC 9(7).
         05 RFL-ORIG-LOY-POINTS PIC 9(7).
         05 RFL-ORIG-LOY-VALUE PIC 9(7).
       01 WS-ORIG-DATE-ENTRY PIC X(8).
       01 WS-WRITE-STAT PIC XX.
       01 WS-BATCH-MODE PIC X VALUE "N".
           10 BSQ-DATE PIC 9(8).
           10 BSQ-NEXT PIC 9(4).
       01 BATCH-TABLE.
         05 BATCH-ENTRY OCCURS 100 TIMES PIC X(250).
       01 BATCH-ACCOUNT-TABLE.
         05 BA-ENTRY OCCURS 100 TIMES.
           10 BA-ACCOUNT PIC X(6).
           10 BA-AMOUNT PIC 9(9).
           10 BA-PROMO-CODE PIC X(8).
           10 BA-PHONE PIC X(15).
           10 BA-LOY-POINTS PIC 9(7).
           10 BA-ORIG-DATE PIC 9(8).
           10 BA-ORIG-SEQ PIC 9(4).
           10 BA-REFUND-AMT PIC 9(7).
       01 WS-CLOSED-FLAG PIC X VALUE "N".
       01 WS-OVERRIDE-OK PIC X VALUE "N".
       01 WS-OVERRIDE-SUP PIC X(10).
           MOVE WS-ERR-STAT TO EL-FSTAT
           MOVE WS-ERR-MSG TO EL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-File
           MOVE "H" TO AQ-SEVERITY
           MOVE "IO-ERROR" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE "TABEL-PENJUALAN" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING FUNCTION TRIM(WS-ERR-OP) " STATUS " WS-ERR-STAT
                  " - " FUNCTION TRIM(WS-ERR-MSG)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT".

       LOAD-VENDOR-MASTER.
           IF WS-VM-LOADED = "N"
           MOVE 0 TO ORIG-DATE ORIG-SEQ
           MOVE 0 TO WS-OD-COUNT
           MOVE SPACES TO AUTH-SUP-ID
           MOVE SPACES TO ACCOUNT-CODE
           MOVE SPACES TO PROMO-CODE PROMO-FUNDER
           MOVE 0 TO PROMO-DISC
           MOVE SPACES TO ZONE-CODE ONGKIR-REASON
           MOVE 0 TO ZONE-STD-ONGKIR
           MOVE SPACES TO CUST-PHONE
           MOVE 0 TO LOY-POINTS LOY-VALUE
           PERFORM VENDOR-CODE-ENTRY
           GO TO ACCEPT-PENJUALAN.

           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO PENJUALAN.

       ZONE-CODE-ENTRY.
      **
      * Zones are only asked for once ZONE-TARIFF.dat holds a tariff;
      * the zone's standard fee then becomes the ONGKIR default.
      **
           MOVE SPACES TO ZONE-CODE
           MOVE 0 TO ZONE-STD-ONGKIR
           PERFORM CHECK-ZONE-TARIFF
           IF ZN-RESULT = "T"
              GO TO ACCEPT-ONGKIR
           END-IF
           DISPLAY "ZONA PENGIRIMAN : " NO ADVANCING
           ACCEPT ZONE-CODE
           MOVE FUNCTION UPPER-CASE(ZONE-CODE) TO ZONE-CODE
           IF ZONE-CODE = SPACES
              DISPLAY "DELIVERY ZONE IS REQUIRED"
              GO TO ZONE-CODE-ENTRY
           END-IF
           PERFORM CHECK-ZONE-TARIFF
           EVALUATE ZN-RESULT
             WHEN "A"
                CONTINUE
             WHEN "I"
                DISPLAY "DELIVERY ZONE IS WITHDRAWN - PLEASE RE-ENTER"
                GO TO ZONE-CODE-ENTRY
             WHEN "N"
                DISPLAY "NO TARIFF IN FORCE FOR THAT ZONE ON "
                       ZN-BUSINESS-DATE " - PLEASE RE-ENTER"
                GO TO ZONE-CODE-ENTRY
             WHEN OTHER
                DISPLAY "UNKNOWN DELIVERY ZONE - PLEASE RE-ENTER"
                GO TO ZONE-CODE-ENTRY
           END-EVALUATE
           MOVE ZN-STD-ONGKIR TO ZONE-STD-ONGKIR
           DISPLAY "ZONA : " ZN-DESCRIPTION " ONGKIR STANDAR "
                  ZN-STD-ONGKIR.

       ACCEPT-ONGKIR.
           IF ZONE-CODE NOT = SPACES
              DISPLAY "HARGA ONGKIR (BLANK = " ZONE-STD-ONGKIR ") : "
                     NO ADVANCING
           ELSE
              DISPLAY "HARGA ONGKIR : " NO ADVANCING
           END-IF
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES AND ZONE-CODE NOT = SPACES
              MOVE ZONE-STD-ONGKIR TO WS-NUM-ENTRY
           END-IF
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"

       PAYMENT-METHOD-ENTRY.
           DISPLAY "PAYMENT METHOD - CASH(C)/QRIS(Q)/TRANSFER(T)/",
                  "PLATFORM(P)/ON ACCOUNT(A), BLANK=CASH : "
                  NO ADVANCING
           ACCEPT PAY-METHOD
           IF PAY-METHOD = SPACE
              MOVE "C" TO PAY-METHOD
           MOVE FUNCTION UPPER-CASE(PAY-METHOD) TO PAY-METHOD
           IF PAY-METHOD NOT = "C" AND PAY-METHOD NOT = "Q"
              AND PAY-METHOD NOT = "T" AND PAY-METHOD NOT = "P"
              AND PAY-METHOD NOT = "A"
              DISPLAY "INVALID PAYMENT METHOD - PLEASE RE-ENTER"
              GO TO PAYMENT-METHOD-ENTRY
           END-IF
           IF PAY-METHOD = "A"
              GO TO ACCOUNT-CODE-ENTRY
           END-IF
           MOVE SPACES TO ACCOUNT-CODE
           GO TO TRANS-TYPE-ENTRY.

       ACCOUNT-CODE-ENTRY.
           DISPLAY "CORPORATE ACCOUNT CODE (BLANK = OTHER PAYMENT ",
                  "METHOD) : " NO ADVANCING
           ACCEPT ACCOUNT-CODE
           IF ACCOUNT-CODE = SPACES
              GO TO PAYMENT-METHOD-ENTRY
           END-IF
           MOVE ACCOUNT-CODE TO CC-ACCOUNT
           MOVE 0 TO CC-AMOUNT
           PERFORM CHECK-ACCOUNT-CREDIT
           IF CC-FOUND = "N"
              DISPLAY "UNKNOWN ACCOUNT CODE - PLEASE RE-ENTER"
              GO TO ACCOUNT-CODE-ENTRY
           END-IF
           IF CC-ACTIVE = "N"
              DISPLAY "ACCOUNT IS DEACTIVATED - PLEASE RE-ENTER"
              GO TO ACCOUNT-CODE-ENTRY
           END-IF
           DISPLAY "ACCOUNT : " CC-NAME
           GO TO TRANS-TYPE-ENTRY.

       TRANS-TYPE-ENTRY.
           IF TRANS-TYPE = "R"
              GO TO REFUND-LINK-ENTRY
           END-IF
           IF TRANS-TYPE = "S"
              PERFORM CHECK-ONGKIR-OVERRIDE
              GO TO PROMO-CODE-ENTRY
           END-IF
           MOVE SPACES TO ONGKIR-REASON
           GO TO TRANS-TYPE-FINISH.

       PROMO-CODE-ENTRY.
           MOVE SPACES TO PROMO-CODE PROMO-FUNDER
           MOVE 0 TO PROMO-DISC
           DISPLAY "KODE PROMO (BLANK = NONE) : " NO ADVANCING
           ACCEPT PROMO-CODE
           IF PROMO-CODE = SPACES
              GO TO CUSTOMER-PHONE-ENTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(PROMO-CODE) TO PROMO-CODE
           PERFORM CHECK-PROMO-CODE
           EVALUATE PC-RESULT
             WHEN "A"
                CONTINUE
             WHEN "U"
                DISPLAY "UNKNOWN PROMO CODE - PLEASE RE-ENTER"
                GO TO PROMO-CODE-ENTRY
             WHEN "I"
                DISPLAY "PROMO CODE IS DEACTIVATED - PLEASE RE-ENTER"
                GO TO PROMO-CODE-ENTRY
             WHEN "D"
                DISPLAY "PROMO CODE IS NOT VALID ON "
                       PC-BUSINESS-DATE " - PLEASE RE-ENTER"
                GO TO PROMO-CODE-ENTRY
             WHEN "V"
                DISPLAY "PROMO CODE IS NOT VALID AT THIS VENDOR - ",
                       "PLEASE RE-ENTER"
                GO TO PROMO-CODE-ENTRY
             WHEN OTHER
                DISPLAY "PROMO CODE HAS REACHED ITS DAILY CAP OF ",
                       PC-DAILY-CAP " - PLEASE RE-ENTER"
                GO TO PROMO-CODE-ENTRY
           END-EVALUATE
           MOVE PC-DISCOUNT TO PROMO-DISC
           MOVE PC-FUNDED-BY TO PROMO-FUNDER
           COMPUTE WS-CUSTOMER-PAYS =
                 PENJUALAN + ONGKIR + TIPS - PROMO-DISC
           DISPLAY "PROMO : " PC-DESCRIPTION " DISCOUNT " PROMO-DISC
                  " - CUSTOMER PAYS " WS-CUSTOMER-PAYS
           GO TO CUSTOMER-PHONE-ENTRY.

       CUSTOMER-PHONE-ENTRY.
      **
      * Optional - a sale with a phone earns loyalty points when the
      * day is posted, and a known customer with points may redeem
      * some of them as part payment.  A phone not on the customer
      * master is enrolled by the posting.
      **
           MOVE SPACES TO CUST-PHONE
           MOVE 0 TO LOY-POINTS LOY-VALUE
           DISPLAY "NO HP PELANGGAN UNTUK POIN (BLANK = NONE) : "
                  NO ADVANCING
           ACCEPT WS-PHONE-ENTRY
           IF WS-PHONE-ENTRY = SPACES
              GO TO TRANS-TYPE-FINISH
           END-IF
           IF FUNCTION TRIM(WS-PHONE-ENTRY) NOT NUMERIC
              DISPLAY "PHONE NUMBER MUST BE DIGITS ONLY - PLEASE ",
                     "RE-ENTER"
              GO TO CUSTOMER-PHONE-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-PHONE-ENTRY) TO CUST-PHONE
           MOVE "Q" TO LQ-MODE
           MOVE CUST-PHONE TO LQ-PHONE
           ACCEPT LQ-DATE FROM DATE YYYYMMDD
           CALL "SUB-LOYALTY" USING WS-LOYALTY-REQUEST
           CANCEL "SUB-LOYALTY"
           EVALUATE LQ-RESULT
             WHEN "I"
                DISPLAY "CUSTOMER IS DEACTIVATED - NO POINTS EARNED ",
                       "OR REDEEMED"
                GO TO TRANS-TYPE-FINISH
             WHEN "N"
                DISPLAY "NEW CUSTOMER - ENROLLED WHEN THE DAY IS ",
                       "POSTED"
             WHEN OTHER
                PERFORM ADD-BATCH-REDEEMED
                DISPLAY "CUSTOMER : " LQ-NAME " POINTS BALANCE "
                       LQ-BALANCE
           END-EVALUATE
           IF LQ-POINT-VALUE = 0
              DISPLAY "NO LOYALTY RATE IN FORCE - NO POINTS EARNED ",
                     "OR REDEEMED"
              GO TO TRANS-TYPE-FINISH
           END-IF
           IF LQ-RESULT = "A" AND LQ-BALANCE > 0
              GO TO LOYALTY-REDEEM-ENTRY
           END-IF
           GO TO LOYALTY-EARN-SHOW.

       LOYALTY-REDEEM-ENTRY.
      **
      * Never more than the balance, and never more than the food
      * the customer is paying for after any promo taken off the
      * food (a promo off ONGKIR leaves the food price whole).
      **
           MOVE LQ-BALANCE TO WS-LOY-AVAILABLE
           IF PC-APPLIES-TO = "S"
              COMPUTE WS-LOY-MAX =
                    (PENJUALAN - PROMO-DISC) / LQ-POINT-VALUE
           ELSE
              COMPUTE WS-LOY-MAX = PENJUALAN / LQ-POINT-VALUE
           END-IF
           IF WS-LOY-MAX > WS-LOY-AVAILABLE
              MOVE WS-LOY-AVAILABLE TO WS-LOY-MAX
           END-IF
           IF WS-LOY-MAX < 1
              GO TO LOYALTY-EARN-SHOW
           END-IF
           DISPLAY "TUKAR POIN @ " LQ-POINT-VALUE " (MAX " WS-LOY-MAX
                  ", BLANK = NONE) : " NO ADVANCING
           ACCEPT WS-LOY-ENTRY
           IF WS-LOY-ENTRY = SPACES
              GO TO LOYALTY-EARN-SHOW
           END-IF
           IF FUNCTION TRIM(WS-LOY-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
              GO TO LOYALTY-REDEEM-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-LOY-ENTRY) TO LOY-POINTS
           IF LOY-POINTS > WS-LOY-MAX
              DISPLAY "MORE THAN THE " WS-LOY-MAX " POINTS AVAILABLE ",
                     "- PLEASE RE-ENTER"
              MOVE 0 TO LOY-POINTS
              GO TO LOYALTY-REDEEM-ENTRY
           END-IF
           COMPUTE LOY-VALUE = LOY-POINTS * LQ-POINT-VALUE
           COMPUTE WS-CUSTOMER-PAYS =
                 PENJUALAN + ONGKIR + TIPS - PROMO-DISC - LOY-VALUE
           DISPLAY "POINTS REDEEMED " LOY-POINTS " VALUE " LOY-VALUE
                  " - CUSTOMER PAYS " WS-CUSTOMER-PAYS
           GO TO LOYALTY-EARN-SHOW.

       LOYALTY-EARN-SHOW.
           MOVE "E" TO LQ-MODE
           ACCEPT LQ-DATE FROM DATE YYYYMMDD
           COMPUTE LQ-AMOUNT = PENJUALAN - LOY-VALUE
           CALL "SUB-LOYALTY" USING WS-LOYALTY-REQUEST
           CANCEL "SUB-LOYALTY"
           DISPLAY "POINTS EARNED ON THIS SALE " LQ-POINTS
           GO TO TRANS-TYPE-FINISH.

       REFUND-LINK-ENTRY.
           ACCEPT RF-ORIG-SEQ
           MOVE "C" TO RF-MODE
           MOVE "P" TO RF-SOURCE
           MOVE SPACES TO WS-REFUND-OUTLET
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST,
                  WS-REFUND-OUTLET, WS-REFUND-LOYALTY
           CANCEL "SUB-REFUND-CHECK"
           IF RF-RESULT = "N"
              DISPLAY "NO SALE RECORD AT THAT DATE/POSITION - ",
           END-IF
           MOVE RF-ORIG-DATE TO ORIG-DATE
           MOVE RF-ORIG-SEQ TO ORIG-SEQ
           PERFORM REFUND-LOYALTY-POINTS
           GO TO TRANS-TYPE-FINISH.

       REFUND-LOYALTY-POINTS.
      **
      * The refund carries the sale's customer phone so the points
      * it earned are taken back when the day is posted.  Points
      * redeemed against the sale are given back by the refund that
      * clears what is left of it (earlier refunds still pending in
      * this batch count); that refund pays out their value in points
      * instead of cash, never more value than the refund itself.
      **
           MOVE RFL-ORIG-PHONE TO CUST-PHONE
           MOVE 0 TO LOY-POINTS LOY-VALUE
           IF CUST-PHONE = SPACES OR RFL-ORIG-LOY-POINTS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE RF-REMAINING TO WS-REFUND-LEFT
           IF WS-BATCH-MODE = "Y"
              PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                 IF BA-ORIG-DATE (WS-BATCH-IDX) = ORIG-DATE
                    AND BA-ORIG-SEQ (WS-BATCH-IDX) = ORIG-SEQ
                    SUBTRACT BA-REFUND-AMT (WS-BATCH-IDX)
                        FROM WS-REFUND-LEFT
                 END-IF
              END-PERFORM
           END-IF
           IF PENJUALAN = WS-REFUND-LEFT
              MOVE RFL-ORIG-LOY-POINTS TO LOY-POINTS
              MOVE RFL-ORIG-LOY-VALUE TO LOY-VALUE
              IF LOY-VALUE > PENJUALAN
                 COMPUTE LOY-POINTS = PENJUALAN
                       * RFL-ORIG-LOY-POINTS / RFL-ORIG-LOY-VALUE
                 COMPUTE LOY-VALUE = LOY-POINTS
                       * RFL-ORIG-LOY-VALUE / RFL-ORIG-LOY-POINTS
              END-IF
              COMPUTE WS-CUSTOMER-PAYS = PENJUALAN - LOY-VALUE
              DISPLAY "POINTS GIVEN BACK " LOY-POINTS " VALUE "
                     LOY-VALUE " - CASH REFUND " WS-CUSTOMER-PAYS
           END-IF
           .

       ADD-BATCH-REDEEMED.
      **
      * Batch entries are not on file yet, so points this customer
      * redeemed earlier in the batch are not available again.
      **
           IF WS-BATCH-MODE NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                  UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF BA-PHONE (WS-BATCH-IDX) = CUST-PHONE
                 SUBTRACT BA-LOY-POINTS (WS-BATCH-IDX) FROM LQ-BALANCE
              END-IF
           END-PERFORM
           .

       TRANS-TYPE-FINISH.
           IF (TRANS-TYPE = "R" OR TRANS-TYPE = "V")
              AND PENJUALAN > WS-AUTH-LIMIT
              MOVE WS-OVERRIDE-SUP TO AUTH-SUP-ID
           END-IF

           IF TRANS-TYPE = "S" AND PAY-METHOD = "A"
              COMPUTE WS-ORDER-AMOUNT =
                    PENJUALAN + ONGKIR + TIPS - PROMO-DISC - LOY-VALUE
              MOVE ACCOUNT-CODE TO CC-ACCOUNT
              MOVE WS-ORDER-AMOUNT TO CC-AMOUNT
              PERFORM ADD-BATCH-ON-ACCOUNT
              PERFORM CHECK-ACCOUNT-CREDIT
              IF CC-OVER = "Y"
                 DISPLAY "ORDER " WS-ORDER-AMOUNT " WOULD TAKE ",
                        "ACCOUNT " ACCOUNT-CODE " OVER ITS CREDIT ",
                        "LIMIT " CC-CREDIT-LIMIT
                 DISPLAY "  (BILLED " CC-BILLED " UNBILLED ",
                        CC-UNBILLED ") - ENTRY REFUSED"
                 GO TO ACC-KONFIRMASI
              END-IF
           END-IF

           IF TRANS-TYPE = "S"
              PERFORM CHECK-VENDOR-LIMIT
              IF LM-TICKET-OVER = "Y"
              END-IF
           END-IF

           ACCEPT ENTRY-TIME FROM TIME
           IF WS-BATCH-MODE = "Y"
              IF WS-BATCH-COUNT >= 100
                 DISPLAY "BATCH TABLE FULL - CLOSE THIS BATCH AND ",
                 GO TO ACC-KONFIRMASI
              END-IF
              ADD 1 TO WS-BATCH-COUNT
              MOVE TBL-PENJUALAN (1:250)
                    TO BATCH-ENTRY (WS-BATCH-COUNT)
              MOVE SPACES TO BA-ACCOUNT (WS-BATCH-COUNT)
              MOVE 0 TO BA-AMOUNT (WS-BATCH-COUNT)
              IF PAY-METHOD = "A" AND TRANS-TYPE = "S"
                 MOVE ACCOUNT-CODE TO BA-ACCOUNT (WS-BATCH-COUNT)
                 COMPUTE BA-AMOUNT (WS-BATCH-COUNT) =
                       PENJUALAN + ONGKIR + TIPS - PROMO-DISC
                       - LOY-VALUE
              END-IF
              MOVE PROMO-CODE TO BA-PROMO-CODE (WS-BATCH-COUNT)
              MOVE SPACES TO BA-PHONE (WS-BATCH-COUNT)
              MOVE 0 TO BA-LOY-POINTS (WS-BATCH-COUNT)
              MOVE 0 TO BA-ORIG-DATE (WS-BATCH-COUNT)
                        BA-ORIG-SEQ (WS-BATCH-COUNT)
                        BA-REFUND-AMT (WS-BATCH-COUNT)
              IF TRANS-TYPE = "S"
                 MOVE CUST-PHONE TO BA-PHONE (WS-BATCH-COUNT)
                 MOVE LOY-POINTS TO BA-LOY-POINTS (WS-BATCH-COUNT)
              END-IF
              IF TRANS-TYPE = "R"
                 MOVE ORIG-DATE TO BA-ORIG-DATE (WS-BATCH-COUNT)
                 MOVE ORIG-SEQ TO BA-ORIG-SEQ (WS-BATCH-COUNT)
                 MOVE PENJUALAN TO BA-REFUND-AMT (WS-BATCH-COUNT)
              END-IF
              ADD PENJUALAN TO WS-BATCH-HASH
              DISPLAY "RECORD " WS-BATCH-COUNT " ADDED TO BATCH"
              PERFORM REMEMBER-ENTRY
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
             IF BATCH-SKIP (WS-BATCH-IDX) NOT = "Y"
                MOVE BATCH-ENTRY (WS-BATCH-IDX)
                      TO TBL-PENJUALAN (1:250)
                MOVE TBL-PENJUALAN TO INDEX-RECORD
                WRITE INDEX-RECORD
                MOVE IDX-FSTAT TO WS-WRITE-STAT
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
             MOVE " " TO BATCH-SKIP (WS-BATCH-IDX)
             MOVE BATCH-ENTRY (WS-BATCH-IDX)
                   TO TBL-PENJUALAN (1:250)
             IF TRANS-TYPE = "R" AND ORIG-DATE NOT = 0
                PERFORM CHECK-BATCH-REFUND
             END-IF
             IF BATCH-SKIP (WS-BATCH-IDX) NOT = "Y"
                PERFORM ASSIGN-BATCH-SEQ
                MOVE TBL-PENJUALAN (1:250)
                      TO BATCH-ENTRY (WS-BATCH-IDX)
             END-IF
           END-PERFORM
              MOVE 0 TO WS-CORRECT-COUNT
              MOVE "N" TO WS-CORRECT-FOUND
              MOVE "N" TO WS-PURGE-LINES
              MOVE "N" TO WS-LOY-REPOST
              DISPLAY "LOCATE BY (P)OSITION OR (V)ENDOR+DRIVER : "
                     NO ADVANCING
              ACCEPT WS-LOCATE-METHOD
                      IF WS-PURGE-LINES = "Y"
                         PERFORM PURGE-ORDER-LINES
                      END-IF
                      IF WS-LOY-REPOST = "Y"
                         PERFORM REPOST-LOYALTY-DATE
                      END-IF
                 END-EVALUATE
              END-IF
              PERFORM RELEASE-DATA-LOCK
              WRITE CORRECTED-RECORD
              .

       REPOST-LOYALTY-DATE.
      **
      * The points posted for the date are replaced from the files as
      * they now stand, so a voided or deleted sale's earned points
      * (and a refund's take-back) come off the customer's balance.
      * A date not posted yet is left for its close to post.
      **
              MOVE "C" TO EOD-CALL-FLAG
              MOVE 0 TO EOD-RETURN-CODE
              CALL "LOYALTY-POST" USING EOD-REQUEST
              CANCEL "LOYALTY-POST"
              IF EOD-RETURN-CODE NOT = 0
                 DISPLAY "LOYALTY POINTS NOT REPOSTED FOR ",
                        EOD-BUSINESS-DATE " - POST THE DATE AGAIN ",
                        "THROUGH LOYALTY-POST"
              END-IF
              MOVE "N" TO WS-LOY-REPOST
              .

       CORRECT-THIS-RECORD.
              DISPLAY "FOUND : " XVENDOR-CODE " " XNAMA-VENDOR
              DISPLAY "  PENJUALAN " XPENJUALAN " ONGKIR " XONGKIR,
                      MOVE "Y" TO WS-PURGE-LINES
                      MOVE XTRANXDATE TO WS-PURGE-DATE
                      MOVE XSEQ-NO TO WS-PURGE-SEQ
                      IF XCUST-PHONE NOT = SPACES
                         MOVE "Y" TO WS-LOY-REPOST
                         MOVE XTRANXDATE TO EOD-BUSINESS-DATE
                      END-IF
                      DISPLAY "RECORD WILL BE REMOVED"
                   END-IF
                WHEN "U"
                      AND FUNCTION TRIM(WS-NUM-ENTRY) IS NUMERIC
                      MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO CR-TIPS
                   END-IF
                   DISPLAY "NEW PAYMENT METHOD C/Q/T/P/A ",
                          "(BLANK = KEEP) : " NO ADVANCING
                   ACCEPT WS-CORRECT-PM
                   MOVE FUNCTION UPPER-CASE(WS-CORRECT-PM)
                   IF WS-CORRECT-PM = "C" OR WS-CORRECT-PM = "Q"
                      OR WS-CORRECT-PM = "T" OR WS-CORRECT-PM = "P"
                      MOVE WS-CORRECT-PM TO CR-PAY-METHOD
                      MOVE SPACES TO CR-ACCOUNT-CODE
                   END-IF
                   IF WS-CORRECT-PM = "A"
                      PERFORM CORRECT-ACCOUNT-CODE
                   END-IF
                   DISPLAY "NEW TRANSACTION TYPE (BLANK = KEEP) : "
                          NO ADVANCING
                      MOVE XTRANXDATE TO WS-PURGE-DATE
                      MOVE XSEQ-NO TO WS-PURGE-SEQ
                   END-IF
                   IF XCUST-PHONE NOT = SPACES
                      AND (CR-TRANS-TYPE NOT = XTRANS-TYPE
                           OR CR-PENJUALAN NOT = XPENJUALAN)
                      MOVE "Y" TO WS-LOY-REPOST
                      MOVE XTRANXDATE TO EOD-BUSINESS-DATE
                   END-IF
                   PERFORM ACCEPT-REASON-CODE
                   MOVE "U" TO CJ-ACTION
                   MOVE INDEX-RECORD TO CJ-BEFORE-IMAGE
           CANCEL "SUB-VENDOR-LIMIT"
           .

       CHECK-ACCOUNT-CREDIT.
      **
      * Look the account up and, when CC-AMOUNT is set, say whether
      * it would take the account over its credit limit.
      **
           ACCEPT CC-BUSINESS-DATE FROM DATE YYYYMMDD
           CALL "SUB-AR-CREDIT" USING WS-CREDIT-REQUEST
           CANCEL "SUB-AR-CREDIT"
           .

       ADD-BATCH-ON-ACCOUNT.
      **
      * Batch entries are not on file yet, so the account's pending
      * batch sales count against its limit here.
      **
           IF WS-BATCH-MODE NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                  UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF BA-ACCOUNT (WS-BATCH-IDX) = ACCOUNT-CODE
                 ADD BA-AMOUNT (WS-BATCH-IDX) TO CC-AMOUNT
              END-IF
           END-PERFORM
           .

       CHECK-PROMO-CODE.
      **
      * Batch entries are not on file yet, so redemptions of the code
      * still pending in the batch count against its daily cap here.
      **
           MOVE PROMO-CODE TO PC-PROMO-CODE
           MOVE VENDOR-CODE TO PC-VENDOR
           MOVE "P" TO PC-SOURCE
           ACCEPT PC-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE PENJUALAN TO PC-PENJUALAN
           MOVE ONGKIR TO PC-ONGKIR
           MOVE "N" TO PC-DAY-KNOWN
           MOVE 0 TO PC-DAY-USES
           IF WS-BATCH-MODE = "Y"
              PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                 IF BA-PROMO-CODE (WS-BATCH-IDX) = PROMO-CODE
                    ADD 1 TO PC-DAY-USES
                 END-IF
              END-PERFORM
           END-IF
           CALL "SUB-PROMO-CHECK" USING WS-PROMO-REQUEST
           CANCEL "SUB-PROMO-CHECK"
           .

       CHECK-ZONE-TARIFF.
           MOVE ZONE-CODE TO ZN-ZONE-CODE
           ACCEPT ZN-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE ONGKIR TO ZN-ONGKIR
           CALL "SUB-ZONE-TARIFF" USING WS-ZONE-REQUEST
           CANCEL "SUB-ZONE-TARIFF"
           .

       CHECK-ONGKIR-OVERRIDE.
      **
      * A sale's fee further from the zone's standard tariff than its
      * tolerance needs a reason code; a blank reason re-keys the fee.
      * Refunds and voids carry whatever fee they reverse.
      **
           MOVE SPACES TO ONGKIR-REASON
           IF ZONE-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ZONE-TARIFF
           IF ZN-OUTSIDE NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ONGKIR " ONGKIR " IS OUTSIDE THE ZONE TARIFF "
                  ZN-STD-ONGKIR " +/- " ZN-TOLERANCE
           DISPLAY "OVERRIDE REASON CODE (BLANK = RE-KEY THE ONGKIR) : "
                  NO ADVANCING
           ACCEPT ONGKIR-REASON
           IF ONGKIR-REASON NOT = SPACES
              MOVE FUNCTION UPPER-CASE(ONGKIR-REASON) TO ONGKIR-REASON
              EXIT PARAGRAPH
           END-IF
           DISPLAY "HARGA ONGKIR (BLANK = " ZONE-STD-ONGKIR ") : "
                  NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              MOVE ZONE-STD-ONGKIR TO WS-NUM-ENTRY
           END-IF
           IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
           ELSE
              MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO ONGKIR
           END-IF
           GO TO CHECK-ONGKIR-OVERRIDE.

       CORRECT-ACCOUNT-CODE.
      **
      * Moving a sale onto an account is held to the account's credit
      * limit as entry is; a sale already on that account is in its
      * unbilled total, so only the account's standing is checked.
      **
           DISPLAY "CORPORATE ACCOUNT CODE : " NO ADVANCING
           ACCEPT WS-CORRECT-ACCOUNT
           COMPUTE WS-ORDER-AMOUNT =
                 CR-PENJUALAN + CR-ONGKIR + CR-TIPS - CR-PROMO-DISC
                 - CR-LOY-VALUE
           MOVE WS-CORRECT-ACCOUNT TO CC-ACCOUNT
           MOVE WS-ORDER-AMOUNT TO CC-AMOUNT
           IF XPAY-METHOD = "A" AND XACCOUNT-CODE = WS-CORRECT-ACCOUNT
              MOVE 0 TO CC-AMOUNT
           END-IF
           PERFORM CHECK-ACCOUNT-CREDIT
           IF CC-FOUND = "N" OR CC-ACTIVE = "N"
              DISPLAY "UNKNOWN OR DEACTIVATED ACCOUNT - PAYMENT ",
                     "METHOD NOT CHANGED"
              EXIT PARAGRAPH
           END-IF
           IF CC-OVER = "Y"
              DISPLAY "SALE " WS-ORDER-AMOUNT " WOULD TAKE ACCOUNT ",
                     WS-CORRECT-ACCOUNT " OVER ITS CREDIT LIMIT ",
                     CC-CREDIT-LIMIT
              DISPLAY "  (BILLED " CC-BILLED " UNBILLED ",
                     CC-UNBILLED ") - PAYMENT METHOD NOT CHANGED"
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CR-PAY-METHOD
           MOVE WS-CORRECT-ACCOUNT TO CR-ACCOUNT-CODE
           .

       ORDER-LINE-ENTRY.
           MOVE 0 TO WS-OD-COUNT
           DISPLAY "KEY THE SLIP'S ITEM LINES? (Y/N) : "
           .

       ACCEPT-ONE-ORDER-LINE.
      **
      * Once MENU-ITEM.dat is set up only an active item on the
      * vendor's menu is taken, its description comes from the menu
      * and its price times the quantity is the line amount default.
      **
           DISPLAY "ITEM CODE (BLANK = DONE) : " NO ADVANCING
           ACCEPT WS-OD-CODE-ENTRY
           IF WS-OD-CODE-ENTRY = SPACES
              MOVE "Y" TO WS-OD-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OD-CODE-ENTRY)
                 TO WS-OD-CODE-ENTRY
           MOVE WS-OD-CODE-ENTRY TO MN-ITEM-CODE
           MOVE 0 TO MN-QTY MN-LINE-AMOUNT
           PERFORM CHECK-MENU-ITEM
           EVALUATE MN-RESULT
             WHEN "A"
             WHEN "T"
                CONTINUE
             WHEN "I"
                DISPLAY "ITEM IS WITHDRAWN FROM THE MENU - PLEASE ",
                       "RE-ENTER"
                EXIT PARAGRAPH
             WHEN "N"
                DISPLAY "NO PRICE IN FORCE FOR THAT ITEM ON ",
                       TRANXDATE " - PLEASE RE-ENTER"
                EXIT PARAGRAPH
             WHEN OTHER
                DISPLAY "ITEM IS NOT ON " VENDOR-CODE "'S MENU - ",
                       "PLEASE RE-ENTER"
                EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-OD-COUNT
           MOVE WS-OD-CODE-ENTRY TO ODL-CODE (WS-OD-COUNT)
           MOVE SPACES TO ODL-REASON (WS-OD-COUNT)
           IF MN-RESULT = "A"
              MOVE MN-DESCRIPTION TO ODL-DESC (WS-OD-COUNT)
              MOVE MN-UNIT-PRICE TO ODL-UNIT-PRICE (WS-OD-COUNT)
              DISPLAY "ITEM : " MN-DESCRIPTION " UNIT PRICE ",
                     MN-UNIT-PRICE
           ELSE
              MOVE 0 TO ODL-UNIT-PRICE (WS-OD-COUNT)
              DISPLAY "DESCRIPTION : " NO ADVANCING
              ACCEPT ODL-DESC (WS-OD-COUNT)
           END-IF
           DISPLAY "QUANTITY : " NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY)
                 TO ODL-QTY (WS-OD-COUNT)
           MOVE ODL-QTY (WS-OD-COUNT) TO MN-QTY
           MOVE "Y" TO WS-OD-LINE-OK
           PERFORM ACCEPT-LINE-AMOUNT
           IF WS-OD-LINE-OK = "N"
              SUBTRACT 1 FROM WS-OD-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD ODL-AMOUNT (WS-OD-COUNT) TO WS-OD-SUM
           .

       ACCEPT-LINE-AMOUNT.
      **
      * A line amount further from quantity times the menu price than
      * the item's tolerance allows is a price override and needs a
      * reason code; a blank reason re-keys the amount.
      **
           IF ODL-UNIT-PRICE (WS-OD-COUNT) > 0
              COMPUTE MN-EXPECTED = ODL-QTY (WS-OD-COUNT)
                    * ODL-UNIT-PRICE (WS-OD-COUNT)
              DISPLAY "LINE AMOUNT (BLANK = " MN-EXPECTED ") : "
                     NO ADVANCING
           ELSE
              DISPLAY "LINE AMOUNT : " NO ADVANCING
           END-IF
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              AND ODL-UNIT-PRICE (WS-OD-COUNT) > 0
              MOVE MN-EXPECTED TO ODL-AMOUNT (WS-OD-COUNT)
           ELSE
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "INVALID NUMBER - LINE DISCARDED"
                 MOVE "N" TO WS-OD-LINE-OK
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(WS-NUM-ENTRY)
                    TO ODL-AMOUNT (WS-OD-COUNT)
           END-IF
           IF ODL-UNIT-PRICE (WS-OD-COUNT) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE ODL-AMOUNT (WS-OD-COUNT) TO MN-LINE-AMOUNT
           PERFORM CHECK-MENU-ITEM
           IF MN-OUTSIDE NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "LINE AMOUNT " ODL-AMOUNT (WS-OD-COUNT),
                  " IS OUTSIDE THE MENU PRICE " MN-EXPECTED,
                  " +/- " MN-TOLERANCE " PER UNIT"
           DISPLAY "OVERRIDE REASON CODE (BLANK = RE-KEY THE ",
                  "AMOUNT) : " NO ADVANCING
           ACCEPT ODL-REASON (WS-OD-COUNT)
           IF ODL-REASON (WS-OD-COUNT) NOT = SPACES
              MOVE FUNCTION UPPER-CASE(ODL-REASON (WS-OD-COUNT))
                    TO ODL-REASON (WS-OD-COUNT)
              EXIT PARAGRAPH
           END-IF
           GO TO ACCEPT-LINE-AMOUNT.

       CHECK-MENU-ITEM.
           MOVE VENDOR-CODE TO MN-VENDOR-CODE
           MOVE TRANXDATE TO MN-BUSINESS-DATE
           CALL "SUB-MENU-ITEM" USING WS-ITEM-REQUEST
           CANCEL "SUB-MENU-ITEM"
           .

       PURGE-ORDER-LINES.
      **
      * A deleted or re-amounted record must not leave its item
             MOVE ODL-DESC (WS-OD-IDX) TO OD-ITEM-DESC
             MOVE ODL-QTY (WS-OD-IDX) TO OD-QTY
             MOVE ODL-AMOUNT (WS-OD-IDX) TO OD-LINE-AMOUNT
             MOVE VENDOR-CODE TO OD-VENDOR-CODE
             MOVE ODL-UNIT-PRICE (WS-OD-IDX) TO OD-UNIT-PRICE
             MOVE ODL-REASON (WS-OD-IDX) TO OD-PRICE-REASON
             MOVE WS-OPERATOR-ID TO OD-OPERATOR
             WRITE ORDER-DETAIL-RECORD
           END-PERFORM
           CLOSE ORDER-DETAIL-File
