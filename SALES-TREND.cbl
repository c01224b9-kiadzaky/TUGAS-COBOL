      *          keyed threshold against the week before.  A CSV
      *          extract is written alongside like the other reports.
      * Tectonics: cobc
      * Modification History:
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
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 trend runs for one outlet or all outlets
      *                 combined; a combined run adds each outlet's
      *                 weekly net sales as a break above the vendors
      *                 and each vendor's total by outlet (OUTLET-WEEK
      *                 and VENDOR-OUTLET rows in the CSV).
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
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
       01 WS-VM-EOF PIC X VALUE "N".
       01 WS-DM-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * The trend is run for one outlet or every outlet combined (see
      * SUB-OUTLET); WS-REPORT-OUTLET holds the outlet code or ALL.
      * Combined runs carry each outlet's weekly totals above the
      * vendors, and each vendor's total by outlet.
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-REPORT-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUTLET-FOUND PIC X.
       01 WS-OUTLET-TREND.
         05 TR-OUTLET OCCURS 6 TIMES.
           10 TRO-WEEK OCCURS 9 TIMES PIC S9(11).
           10 TRO-TOTAL PIC S9(11).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
           10 TRV-WEEK OCCURS 9 TIMES PIC S9(11).
           10 TRV-TOTAL PIC S9(11).
           10 TRV-RANKED PIC X.
           10 TRV-OUT-TOTAL OCCURS 6 TIMES PIC S9(11).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-TREND.

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "ALL" TO WS-REPORT-OUTLET
           IF OU-COUNT > 1
              PERFORM ASK-REPORT-OUTLET
              DISPLAY "OUTLET : " WS-REPORT-OUTLET
           END-IF
           INITIALIZE WS-OUTLET-TREND
           COMPUTE WS-START-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT =
           END-IF

           PERFORM OPEN-TREND-CSV
           IF OU-COUNT > 1 AND WS-REPORT-OUTLET = "ALL"
              PERFORM PRINT-OUTLET-TRENDS
           END-IF
           PERFORM PRINT-VENDOR-TRENDS
           PERFORM PRINT-TOP-VENDORS
           PERFORM PRINT-TOP-DRIVERS
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-VENDOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
           END-STRING
           .

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

       LOAD-VENDOR-MASTER.
           MOVE 0 TO WS-VENDOR-COUNT
           MOVE "N" TO WS-VM-EOF
           .

       ACCUMULATE-ONE-DAY.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF WS-REPORT-OUTLET = "ALL"
                OR WS-REPORT-OUTLET = OU-CODE (WS-OUT-IDX)
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
                PERFORM ACCUMULATE-OUTLET-FILE
             END-IF
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
           IF XTRANS-TYPE = "V"
              EXIT PARAGRAPH
           END-IF
           IF XTRANS-TYPE = "R"
              SUBTRACT XPENJUALAN FROM
                    TRO-WEEK (WS-OUT-IDX, WS-WEEK-IDX)
                    TRO-TOTAL (WS-OUT-IDX)
           ELSE
              ADD XPENJUALAN TO
                    TRO-WEEK (WS-OUT-IDX, WS-WEEK-IDX)
                    TRO-TOTAL (WS-OUT-IDX)
           END-IF
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF TRV-CODE (WS-VENDOR-IDX) = XVENDOR-CODE
                   SUBTRACT XPENJUALAN FROM
                         TRV-WEEK (WS-VENDOR-IDX, WS-WEEK-IDX)
                         TRV-TOTAL (WS-VENDOR-IDX)
                         TRV-OUT-TOTAL (WS-VENDOR-IDX, WS-OUT-IDX)
                ELSE
                   ADD XPENJUALAN TO
                         TRV-WEEK (WS-VENDOR-IDX, WS-WEEK-IDX)
                         TRV-TOTAL (WS-VENDOR-IDX)
                         TRV-OUT-TOTAL (WS-VENDOR-IDX, WS-OUT-IDX)
                END-IF
                MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
             END-IF
                  END-STRING
                  WRITE TREND-CSV-RECORD
                END-PERFORM
                IF OU-COUNT > 1 AND WS-REPORT-OUTLET = "ALL"
                   PERFORM PRINT-VENDOR-OUTLETS
                END-IF
                PERFORM CHECK-DECLINE-FLAG
             END-IF
           END-PERFORM
           .

       PRINT-OUTLET-TRENDS.
      **
      * The outlet break - each outlet's net sales week by week,
      * ahead of the vendors they are combined for.
      **
           DISPLAY " "
           DISPLAY "WEEK-OVER-WEEK NET SALES BY OUTLET"
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             DISPLAY "----------------------------------------------"
             DISPLAY "OUTLET " OU-CODE (WS-OUT-IDX) " TOTAL ",
                    TRO-TOTAL (WS-OUT-IDX)
             PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               DISPLAY "  WEEK " WS-WEEK-IDX " : "
                      TRO-WEEK (WS-OUT-IDX, WS-WEEK-IDX)
               MOVE SPACES TO TREND-CSV-RECORD
               STRING "OUTLET-WEEK,"
                      FUNCTION TRIM(OU-CODE (WS-OUT-IDX)) ",,"
                      WS-WEEK-IDX ","
                      TRO-WEEK (WS-OUT-IDX, WS-WEEK-IDX) ","
                      DELIMITED BY SIZE INTO TREND-CSV-RECORD
               END-STRING
               WRITE TREND-CSV-RECORD
             END-PERFORM
           END-PERFORM
           .

       PRINT-VENDOR-OUTLETS.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF TRV-OUT-TOTAL (WS-VENDOR-IDX, WS-OUT-IDX) NOT = 0
                DISPLAY "  OUTLET " OU-CODE (WS-OUT-IDX) " : "
                       TRV-OUT-TOTAL (WS-VENDOR-IDX, WS-OUT-IDX)
                MOVE SPACES TO TREND-CSV-RECORD
                STRING "VENDOR-OUTLET,"
                       FUNCTION TRIM(TRV-CODE (WS-VENDOR-IDX)) ","
                       FUNCTION TRIM(TRV-NAME (WS-VENDOR-IDX)) ",,"
                       TRV-OUT-TOTAL (WS-VENDOR-IDX, WS-OUT-IDX) ","
                       FUNCTION TRIM(OU-CODE (WS-OUT-IDX))
                       DELIMITED BY SIZE INTO TREND-CSV-RECORD
                END-STRING
                WRITE TREND-CSV-RECORD
             END-IF
           END-PERFORM
           .

       CHECK-DECLINE-FLAG.
      **
      * Compare the latest week against the week before it; flag a
