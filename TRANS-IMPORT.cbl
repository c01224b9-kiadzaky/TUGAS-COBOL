      *          ITEM-CODE,DESC,QTY,AMOUNT whose amounts must sum to
      *          PENJUALAN; accepted lines land in the date's
      *          ORDER-DETAIL file keyed by the row's sequence number.
      *          An optional PROMO-CODE column follows the fifth item
      *          group (pad the unused groups with empty columns),
      *          then an optional ZONE-CODE column (required once
      *          ZONE-TARIFF.dat is set up), then the portal's order
      *          timestamp (yyyy-mm-dd hh:mm:ss, or the time alone),
      *          then the customer's phone for loyalty points.
      * Tectonics: cobc
      * Modification History:
      *   02 SEP 2026 - The daily file is now opened for the load
      *                 SUB-VENDOR-LIMIT) now goes to the reject
      *                 file, and breaching the vendor's daily cap
      *                 raises an exception for EXCEPTION-REVIEW.
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   16 SEP 2026 - The CSV may carry a PROMO-CODE column after the
      *                 item groups; the code is checked by SUB-PROMO-
      *                 CHECK on the business date (its redemptions so
      *                 far counted once before the update open), a
      *                 refused code sends the row to the reject file,
      *                 and an accepted one carries its discount and
      *                 funder on the record.
      *   18 SEP 2026 - The CSV may carry a ZONE-CODE column after the
      *                 promo code; once ZONE-TARIFF.dat is set up
      *                 every row needs a zone with a tariff in force
      *                 on the business date (via SUB-ZONE-TARIFF), a
      *                 sale row whose ONGKIR is outside the zone's
      *                 tolerance goes to the reject file, and the zone
      *                 and its standard fee are stored on the record.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 import loads for the workstation's outlet: its
      *                 PLATFORM-ORDERS export, reject file, daily file
      *                 and ORDER-DETAIL file carry the outlet suffix
      *                 and every accepted row is stamped with the
      *                 outlet code.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.  The CSV may carry the portal's order
      *                 timestamp after the zone code; its time is
      *                 stamped on the record as the entry time (a
      *                 malformed one sends the row to the reject file,
      *                 a missing one leaves the time zero).
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  The CSV may carry the
      *                 customer's phone after the order timestamp; it
      *                 is stamped on sale and refund rows so the day's
      *                 loyalty posting earns or takes back the points
      *                 (a phone that is not all digits sends the row
      *                 to the reject file).  Imported orders never
      *                 redeem points.
      *   08 OCT 2026 - Once MENU-ITEM.dat is set up the item-line
      *                 columns are checked against the vendor's menu
      *                 on the business date (via SUB-MENU-ITEM): an
      *                 item that is unknown, withdrawn or not yet
      *                 priced sends the row to the reject file, the
      *                 description is taken from the menu, and a line
      *                 amount outside the item's tolerance is loaded
      *                 but flagged with the override reason IMPT for
      *                 the ITEM-OVERRIDE report and counted on the
      *                 load summary.
      *   15 OCT 2026 - The last sequence number the load counted on
      *                 from its allocated base is put on the date's
      *                 sequence counter through SUB-REFUND-CHECK when
      *                 the files are closed.
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
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-AUTH-LIMIT PIC 9(7) VALUE 500000.
       01 WS-NEXT-SEQ PIC 9(4).
      *-----------------------
      * Outlet this workstation loads for (see SUB-OUTLET); the
      * portal export, rejects and daily files are the outlet's own
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-REFUND-REQUEST.
         05 RF-MODE PIC X.
         05 RF-SOURCE PIC X.
       01 WS-CSV-DRIVER PIC X(20).
       01 WS-CSV-TT PIC X(20).
       01 WS-REJECT-REASON PIC X(40).
       01 WS-CSV-PROMO PIC X(20).
       01 WS-CSV-ZONE PIC X(20).
       01 WS-CSV-TIME PIC X(20).
       01 WS-CSV-PHONE PIC X(20).
      *-----------------------
      * Portal order timestamp - the time part becomes the record's
      * entry time (HHMMSSCC); no timestamp leaves it zero (not known)
      *-----------------------
       01 WS-ORDER-TIME PIC 9(8).
       01 WS-TS-DATE-PART PIC X(20).
       01 WS-TS-TIME-PART PIC X(20).
       01 WS-TS-HH PIC X(2).
       01 WS-TS-MM PIC X(2).
       01 WS-TS-SS PIC X(2).
       01 WS-TS-H PIC 9(2).
       01 WS-TS-M PIC 9(2).
       01 WS-TS-S PIC 9(2).
      *-----------------------
      * Optional item-line columns (up to five groups); their amounts
      * must sum to the row's PENJUALAN
           10 WS-CSV-IT-DESC PIC X(20).
           10 WS-CSV-IT-QTY PIC X(8).
           10 WS-CSV-IT-AMT PIC X(12).
           10 WS-CSV-IT-PRICE PIC 9(7).
           10 WS-CSV-IT-REASON PIC X(4).
      *-----------------------
      * Menu item check on the lines once MENU-ITEM.dat is set up: an
      * item that is not active on the vendor's menu rejects the row,
      * an amount outside the item's tolerance is kept but flagged
      *-----------------------
       01 WS-IMP-ITEM-RESULT PIC X.
       01 WS-OVERRIDE-COUNT PIC 9(5) VALUE 0.
      *-----------------------
      * Vendor/driver master tables, loaded once like CREATE-DATA does
      *-----------------------
           10 VDT-CODE PIC X(6).
           10 VDT-TOTAL PIC S9(9).
      *-----------------------
      * Promo code check (SUB-PROMO-CHECK request area) and each
      * code's running redemptions for the date, counted once with
      * the vendor day totals for the same reason
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
       01 WS-PDT-COUNT PIC 9(3) VALUE 0.
       01 WS-PDT-IDX PIC 9(3).
       01 WS-PDT-FOUND PIC 9(3).
       01 WS-PROMO-DAY-TABLE.
         05 PDT-ENTRY OCCURS 50 TIMES.
           10 PDT-CODE PIC X(8).
           10 PDT-USES PIC 9(5).
      *-----------------------
      * After-image write journal (SUB-WRITE-JOURNAL request area)
      *-----------------------
       01 WS-JOURNAL-REQUEST.
         05 WJ-REQ-ACTION PIC X.
         05 WJ-REQ-DATA-FILE PIC X(60).
         05 WJ-REQ-PROGRAM PIC X(20).
         05 WJ-REQ-IMAGE PIC X(250).
      *-----------------------
      * Load summary
      *-----------------------

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF

           CALL "SUB-CHECK-CLOSE"
                  USING WS-BUSINESS-DATE, WS-CLOSED-FLAG
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF OU-RESULT NOT = "A"
              DISPLAY "THIS WORKSTATION'S OUTLET " OU-OUTLET-CODE,
                     " IS NOT ON THE CONTROL RECORD'S OUTLET LIST"
              STOP RUN
           END-IF
           MOVE OU-OUTLET-CODE TO WS-OUTLET-CODE
           MOVE OU-SUFFIX TO WS-OUTLET-SUFFIX
           MOVE SPACES TO WS-VENDOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
           END-STRING
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE SPACES TO WS-IMPORT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PLATFORM-ORDERS-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-IMPORT-FILENAME
           END-STRING
           MOVE SPACES TO WS-REJECT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "IMPORT-REJECTS-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-REJECT-FILENAME
           END-STRING
           .

                          WS-CSV-DRIVER WS-CSV-TT
           MOVE SPACES TO WS-CSV-LINES
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CSV-PROMO WS-CSV-ZONE WS-CSV-TIME
           MOVE SPACES TO WS-CSV-PHONE
           UNSTRING IMPORT-CSV-RECORD DELIMITED BY ","
                  INTO WS-CSV-VENDOR, WS-CSV-PENJUALAN,
                       WS-CSV-ONGKIR, WS-CSV-TIPS,
                       WS-CSV-IT-CODE (4), WS-CSV-IT-DESC (4),
                       WS-CSV-IT-QTY (4), WS-CSV-IT-AMT (4),
                       WS-CSV-IT-CODE (5), WS-CSV-IT-DESC (5),
                       WS-CSV-IT-QTY (5), WS-CSV-IT-AMT (5),
                       WS-CSV-PROMO, WS-CSV-ZONE, WS-CSV-TIME,
                       WS-CSV-PHONE
           END-UNSTRING
           PERFORM CHECK-ROW-LINES
           PERFORM VALIDATE-ONE-ROW
              AND (WS-CSV-TT = SPACES OR WS-CSV-TT (1:1) = "S")
              PERFORM CHECK-VENDOR-LIMIT
           END-IF
           MOVE 0 TO PC-DISCOUNT
           MOVE SPACES TO PC-FUNDED-BY
           IF WS-REJECT-REASON = SPACES
              AND WS-CSV-PROMO NOT = SPACES
              PERFORM CHECK-PROMO-CODE
           END-IF
           MOVE SPACES TO ZN-ZONE-CODE
           MOVE 0 TO ZN-STD-ONGKIR
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-ZONE-TARIFF
           END-IF
           MOVE 0 TO WS-ORDER-TIME
           IF WS-REJECT-REASON = SPACES
              AND WS-CSV-TIME NOT = SPACES
              PERFORM CHECK-ORDER-TIME
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CSV-PHONE NOT = SPACES
              PERFORM CHECK-CUSTOMER-PHONE
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM WRITE-ACCEPTED-ROW
           ELSE
               NOT AT END
                  IF XTRANXDATE = WS-BUSINESS-DATE
                     AND XTRANS-TYPE NOT = "V"
                     IF XTRANS-TYPE = "S"
                        AND XPROMO-CODE NOT = SPACES
                        MOVE XPROMO-CODE TO WS-CSV-PROMO
                        PERFORM LOOKUP-PROMO-DAY
                        IF WS-PDT-FOUND > 0
                           ADD 1 TO PDT-USES (WS-PDT-FOUND)
                        END-IF
                     END-IF
                     MOVE XVENDOR-CODE TO WS-CSV-VENDOR
                     PERFORM LOOKUP-VENDOR-DAY
                     IF WS-VDT-FOUND > 0
           END-IF
           .

       LOOKUP-PROMO-DAY.
           MOVE 0 TO WS-PDT-FOUND
           PERFORM VARYING WS-PDT-IDX FROM 1 BY 1
                     UNTIL WS-PDT-IDX > WS-PDT-COUNT
             IF PDT-CODE (WS-PDT-IDX) = WS-CSV-PROMO (1:8)
                MOVE WS-PDT-IDX TO WS-PDT-FOUND
                MOVE WS-PDT-COUNT TO WS-PDT-IDX
             END-IF
           END-PERFORM
           IF WS-PDT-FOUND = 0
              AND WS-PDT-COUNT < 50
              ADD 1 TO WS-PDT-COUNT
              MOVE WS-PDT-COUNT TO WS-PDT-FOUND
              MOVE WS-CSV-PROMO (1:8) TO PDT-CODE (WS-PDT-FOUND)
              MOVE 0 TO PDT-USES (WS-PDT-FOUND)
           END-IF
           .

       CHECK-PROMO-CODE.
      **
      * A promo code is only good on a sale; a refund or void row
      * carrying one, or a code SUB-PROMO-CHECK refuses, sends the
      * row to the reject file.
      **
           MOVE FUNCTION UPPER-CASE(WS-CSV-PROMO) TO WS-CSV-PROMO
           IF WS-CSV-TT NOT = SPACES AND WS-CSV-TT (1:1) NOT = "S"
              MOVE "PROMO CODE ON A REFUND/VOID ROW"
                    TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-PROMO (1:8) TO PC-PROMO-CODE
           MOVE WS-CSV-VENDOR (1:6) TO PC-VENDOR
           MOVE "F" TO PC-SOURCE
           MOVE WS-BUSINESS-DATE TO PC-BUSINESS-DATE
           MOVE FUNCTION NUMVAL(WS-CSV-PENJUALAN) TO PC-PENJUALAN
           MOVE FUNCTION NUMVAL(WS-CSV-ONGKIR) TO PC-ONGKIR
           MOVE "Y" TO PC-DAY-KNOWN
           PERFORM LOOKUP-PROMO-DAY
           IF WS-PDT-FOUND > 0
              MOVE PDT-USES (WS-PDT-FOUND) TO PC-DAY-USES
           ELSE
              MOVE 0 TO PC-DAY-USES
           END-IF
           CALL "SUB-PROMO-CHECK" USING WS-PROMO-REQUEST
           CANCEL "SUB-PROMO-CHECK"
           EVALUATE PC-RESULT
             WHEN "A"
                CONTINUE
             WHEN "U"
                MOVE "UNKNOWN PROMO CODE" TO WS-REJECT-REASON
             WHEN "I"
                MOVE "PROMO CODE IS DEACTIVATED" TO WS-REJECT-REASON
             WHEN "D"
                MOVE "PROMO CODE NOT VALID ON THIS DATE"
                      TO WS-REJECT-REASON
             WHEN "V"
                MOVE "PROMO CODE NOT VALID AT THIS VENDOR"
                      TO WS-REJECT-REASON
             WHEN OTHER
                MOVE "PROMO CODE DAILY CAP REACHED"
                      TO WS-REJECT-REASON
           END-EVALUATE
           .

       CHECK-ZONE-TARIFF.
      **
      * Once zones are in use every row needs a zone with a tariff in
      * force on the business date, and a sale row whose ONGKIR is
      * outside the zone's tolerance is rejected - there is nobody
      * at an import to key an override reason.
      **
           MOVE FUNCTION UPPER-CASE(WS-CSV-ZONE) TO WS-CSV-ZONE
           MOVE WS-CSV-ZONE (1:4) TO ZN-ZONE-CODE
           MOVE WS-BUSINESS-DATE TO ZN-BUSINESS-DATE
           MOVE FUNCTION NUMVAL(WS-CSV-ONGKIR) TO ZN-ONGKIR
           CALL "SUB-ZONE-TARIFF" USING WS-ZONE-REQUEST
           CANCEL "SUB-ZONE-TARIFF"
           EVALUATE TRUE
             WHEN ZN-RESULT = "T"
                MOVE SPACES TO ZN-ZONE-CODE
             WHEN WS-CSV-ZONE = SPACES
                MOVE "DELIVERY ZONE MISSING" TO WS-REJECT-REASON
             WHEN ZN-RESULT = "U"
                MOVE "UNKNOWN DELIVERY ZONE" TO WS-REJECT-REASON
             WHEN ZN-RESULT = "I"
                MOVE "DELIVERY ZONE IS WITHDRAWN" TO WS-REJECT-REASON
             WHEN ZN-RESULT = "N"
                MOVE "NO ZONE TARIFF IN FORCE ON THIS DATE"
                      TO WS-REJECT-REASON
             WHEN ZN-OUTSIDE = "Y"
                AND (WS-CSV-TT = SPACES OR WS-CSV-TT (1:1) = "S")
                MOVE "ONGKIR OUTSIDE ZONE TARIFF TOLERANCE"
                      TO WS-REJECT-REASON
           END-EVALUATE
           .

       CHECK-ORDER-TIME.
      **
      * The portal stamps each order "yyyy-mm-dd hh:mm:ss" (or with a
      * "T" between date and time); the time alone is accepted too.
      * Seconds may be left off.
      **
           MOVE SPACES TO WS-TS-DATE-PART WS-TS-TIME-PART
           UNSTRING WS-CSV-TIME DELIMITED BY " " OR "T"
                  INTO WS-TS-DATE-PART, WS-TS-TIME-PART
           END-UNSTRING
           IF WS-TS-TIME-PART = SPACES
              MOVE WS-TS-DATE-PART TO WS-TS-TIME-PART
           END-IF
           MOVE SPACES TO WS-TS-HH WS-TS-MM WS-TS-SS
           UNSTRING WS-TS-TIME-PART DELIMITED BY ":"
                  INTO WS-TS-HH, WS-TS-MM, WS-TS-SS
           END-UNSTRING
           IF WS-TS-SS = SPACES
              MOVE "00" TO WS-TS-SS
           END-IF
           IF FUNCTION TRIM(WS-TS-HH) NOT NUMERIC
              OR FUNCTION TRIM(WS-TS-MM) NOT NUMERIC
              OR FUNCTION TRIM(WS-TS-SS) NOT NUMERIC
              MOVE "BAD ORDER TIMESTAMP" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-H = FUNCTION NUMVAL(WS-TS-HH)
           COMPUTE WS-TS-M = FUNCTION NUMVAL(WS-TS-MM)
           COMPUTE WS-TS-S = FUNCTION NUMVAL(WS-TS-SS)
           IF WS-TS-H > 23 OR WS-TS-M > 59 OR WS-TS-S > 59
              MOVE "BAD ORDER TIMESTAMP" TO WS-REJECT-REASON
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-TIME = WS-TS-H * 1000000
                 + WS-TS-M * 10000 + WS-TS-S * 100
           .

       CHECK-CUSTOMER-PHONE.
      **
      * Digits only, at most 15 of them.  The phone earns (or, on a
      * refund, gives up) loyalty points when the day is posted;
      * points are not redeemed on imported orders.
      **
           IF FUNCTION TRIM(WS-CSV-PHONE) NOT NUMERIC
              OR WS-CSV-PHONE (16:5) NOT = SPACES
              MOVE "BAD CUSTOMER PHONE" TO WS-REJECT-REASON
           END-IF
           .

       CHECK-VENDOR-LIMIT.
           MOVE WS-CSV-VENDOR (1:6) TO LM-VENDOR
           MOVE "F" TO LM-SOURCE
                    FUNCTION NUMVAL(WS-CSV-PENJUALAN)
                MOVE "LINE ITEMS DO NOT SUM TO PENJUALAN"
                      TO WS-REJECT-REASON
             WHEN WS-IMP-ITEM-RESULT = "U"
                MOVE "ITEM NOT ON THE VENDOR'S MENU"
                      TO WS-REJECT-REASON
             WHEN WS-IMP-ITEM-RESULT = "I"
                MOVE "ITEM IS WITHDRAWN FROM THE MENU"
                      TO WS-REJECT-REASON
             WHEN WS-IMP-ITEM-RESULT = "N"
                MOVE "NO ITEM PRICE IN FORCE ON THIS DATE"
                      TO WS-REJECT-REASON
           END-EVALUATE
           .

           MOVE 0 TO WS-IMP-LINE-COUNT
           MOVE 0 TO WS-IMP-LINE-SUM
           MOVE "N" TO WS-IMP-LINE-BAD
           MOVE "A" TO WS-IMP-ITEM-RESULT
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                     UNTIL WS-OD-IDX > 5
             MOVE 0 TO WS-CSV-IT-PRICE (WS-OD-IDX)
             MOVE SPACES TO WS-CSV-IT-REASON (WS-OD-IDX)
             IF WS-CSV-IT-CODE (WS-OD-IDX) NOT = SPACES
                ADD 1 TO WS-IMP-LINE-COUNT
                IF WS-CSV-IT-QTY (WS-OD-IDX) = SPACES
                   COMPUTE WS-IMP-LINE-SUM = WS-IMP-LINE-SUM
                         + FUNCTION NUMVAL
                           (WS-CSV-IT-AMT (WS-OD-IDX))
                   PERFORM CHECK-LINE-ITEM
                END-IF
             END-IF
           END-PERFORM
           .

       CHECK-LINE-ITEM.
      **
      * The menu supplies the description; the first line whose item
      * is not active on the vendor's menu decides the reject reason.
      **
           MOVE FUNCTION UPPER-CASE(WS-CSV-IT-CODE (WS-OD-IDX))
                 TO WS-CSV-IT-CODE (WS-OD-IDX)
           MOVE WS-CSV-VENDOR (1:6) TO MN-VENDOR-CODE
           MOVE WS-CSV-IT-CODE (WS-OD-IDX) TO MN-ITEM-CODE
           MOVE WS-BUSINESS-DATE TO MN-BUSINESS-DATE
           MOVE FUNCTION NUMVAL(WS-CSV-IT-QTY (WS-OD-IDX)) TO MN-QTY
           MOVE FUNCTION NUMVAL(WS-CSV-IT-AMT (WS-OD-IDX))
                 TO MN-LINE-AMOUNT
           CALL "SUB-MENU-ITEM" USING WS-ITEM-REQUEST
           CANCEL "SUB-MENU-ITEM"
           EVALUATE MN-RESULT
             WHEN "T"
                CONTINUE
             WHEN "A"
                MOVE MN-DESCRIPTION TO WS-CSV-IT-DESC (WS-OD-IDX)
                MOVE MN-UNIT-PRICE TO WS-CSV-IT-PRICE (WS-OD-IDX)
                IF MN-OUTSIDE = "Y"
                   MOVE "IMPT" TO WS-CSV-IT-REASON (WS-OD-IDX)
                END-IF
             WHEN OTHER
                IF WS-IMP-ITEM-RESULT = "A"
                   MOVE MN-RESULT TO WS-IMP-ITEM-RESULT
                END-IF
           END-EVALUATE
           .

       WRITE-ROW-LINES.
           MOVE SPACES TO WS-DETAIL-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "ORDER-DETAIL-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DETAIL-FILENAME
           END-STRING
           OPEN EXTEND ORDER-DETAIL-File
           IF ODT-FSTAT = "35"
                      TO OD-QTY
                MOVE FUNCTION NUMVAL(WS-CSV-IT-AMT (WS-OD-IDX))
                      TO OD-LINE-AMOUNT
                MOVE WS-CSV-VENDOR (1:6) TO OD-VENDOR-CODE
                MOVE WS-CSV-IT-PRICE (WS-OD-IDX) TO OD-UNIT-PRICE
                MOVE WS-CSV-IT-REASON (WS-OD-IDX) TO OD-PRICE-REASON
                MOVE "IMPORT" TO OD-OPERATOR
                IF OD-PRICE-REASON NOT = SPACES
                   ADD 1 TO WS-OVERRIDE-COUNT
                END-IF
                WRITE ORDER-DETAIL-RECORD
             END-IF
           END-PERFORM
           MOVE 0 TO XORIG-DATE XORIG-SEQ
           MOVE "P" TO XPAY-METHOD
           MOVE SPACES TO XAUTH-SUP-ID
           MOVE SPACES TO XACCOUNT-CODE
           MOVE SPACES TO XPROMO-CODE XPROMO-FUNDER
           MOVE 0 TO XPROMO-DISC
           IF WS-CSV-PROMO NOT = SPACES
              MOVE WS-CSV-PROMO (1:8) TO XPROMO-CODE
              MOVE PC-DISCOUNT TO XPROMO-DISC
              MOVE PC-FUNDED-BY TO XPROMO-FUNDER
           END-IF
           MOVE ZN-ZONE-CODE TO XZONE-CODE
           MOVE ZN-STD-ONGKIR TO XZONE-STD-ONGKIR
           MOVE SPACES TO XONGKIR-REASON
           MOVE WS-OUTLET-CODE TO XOUTLET-CODE
           MOVE WS-ORDER-TIME TO XENTRY-TIME
           MOVE SPACES TO XCUST-PHONE
           IF XTRANS-TYPE NOT = "V"
              MOVE FUNCTION TRIM(WS-CSV-PHONE) TO XCUST-PHONE
           END-IF
           MOVE 0 TO XLOY-POINTS XLOY-VALUE
           MOVE WS-NEXT-SEQ TO XSEQ-NO
           ADD 1 TO WS-NEXT-SEQ
           WRITE PENJUALAN-RECORD
           IF FSTAT = "00"
              ADD 1 TO WS-ACCEPT-COUNT
              IF XPROMO-CODE NOT = SPACES
                 PERFORM LOOKUP-PROMO-DAY
                 IF WS-PDT-FOUND > 0
                    ADD 1 TO PDT-USES (WS-PDT-FOUND)
                 END-IF
              END-IF
              IF XTRANS-TYPE NOT = "V"
                 PERFORM LOOKUP-VENDOR-DAY
                 IF WS-VDT-FOUND > 0
           CLOSE IMPORT-CSV-File
           CLOSE REJECT-File
           CLOSE PENJUALAN-File
           IF WS-ACCEPT-COUNT > 0
              PERFORM NOTE-LAST-SEQ
           END-IF
           PERFORM RELEASE-DATA-LOCK
           .

       NOTE-LAST-SEQ.
      **
      * The last number counted on from the allocated base goes on
      * the date's sequence counter, so the load's records are not
      * reported above it.
      **
           MOVE "N" TO RF-MODE
           MOVE "F" TO RF-SOURCE
           MOVE WS-BUSINESS-DATE TO RF-ORIG-DATE
           COMPUTE RF-ORIG-SEQ = WS-NEXT-SEQ - 1
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST
           CANCEL "SUB-REFUND-CHECK"
           .

       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE "A" TO FL-MODE
           DISPLAY "ROWS READ     : " WS-READ-COUNT
           DISPLAY "ROWS ACCEPTED : " WS-ACCEPT-COUNT
           DISPLAY "ROWS REJECTED : " WS-REJECT-COUNT
           IF WS-OVERRIDE-COUNT > 0
              DISPLAY "ITEM LINES OUTSIDE MENU PRICE : "
                     WS-OVERRIDE-COUNT " (FLAGGED IMPT)"
           END-IF
           IF WS-REJECT-COUNT > 0
              DISPLAY "REJECTS WRITTEN TO "
                     FUNCTION TRIM(WS-REJECT-FILENAME)
