      *   02 SEP 2026 - Can now be CALLed by MONTH-END with the period
      *                 in a MONTH-END-REQUEST area; standalone runs
      *                 prompt exactly as before.
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
      *                 code, carved from the reserved filler.  A
      *                 standalone run asks for one outlet or ALL
      *                 (MONTH-END always consolidates ALL); an ALL run
      *                 on a group with more than one outlet prints and
      *                 writes outlet month totals (MS-REC-TYPE "O"),
      *                 and a single-outlet run writes
      *                 MONTHLY-SUMMARY-yyyymm-ooo.dat so the group's
      *                 file is never overwritten.
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
      * Outlets consolidated this run (see SUB-OUTLET); WS-REPORT-
      * OUTLET holds the outlet code or ALL, and each outlet's month
      * totals are kept for the outlet break
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-REPORT-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUTLET-FOUND PIC X.
       01 WS-OUTLET-TOTALS.
         05 MC-OUTLET OCCURS 6 TIMES.
           10 MCO-M-PENJUALAN PIC S9(9).
           10 MCO-M-ONGKIR PIC S9(9).
           10 MCO-M-TIPS PIC S9(9).
           10 MCO-M-COUNT PIC 9(5).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "ALL" TO WS-REPORT-OUTLET
           IF OU-COUNT > 1
              IF WS-ME-CALLED NOT = "Y"
                 PERFORM ASK-REPORT-OUTLET
              END-IF
              DISPLAY "OUTLET : " WS-REPORT-OUTLET
           END-IF
           INITIALIZE WS-OUTLET-TOTALS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-DRIVER-MASTER

           END-IF

           PERFORM PRINT-VENDOR-MATRIX
           IF OU-COUNT > 1 AND WS-REPORT-OUTLET = "ALL"
              PERFORM PRINT-OUTLET-TOTALS
           END-IF
           PERFORM PRINT-DRIVER-TOTALS
           PERFORM WRITE-SUMMARY-FILE
           IF WS-ME-CALLED = "Y"
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
           MOVE 0 TO WS-VENDOR-DROPPED
           .

       CONSOLIDATE-ONE-DAY.
      **
      * The outlet asked for, or every outlet's file for the day when
      * the run is for ALL.
      **
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF WS-REPORT-OUTLET = "ALL"
                OR WS-REPORT-OUTLET = OU-CODE (WS-OUT-IDX)
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
                PERFORM CONSOLIDATE-OUTLET-FILE
             END-IF
           END-PERFORM
           .

       CONSOLIDATE-OUTLET-FILE.
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
              SUBTRACT XPENJUALAN FROM MCO-M-PENJUALAN (WS-OUT-IDX)
              SUBTRACT XONGKIR FROM MCO-M-ONGKIR (WS-OUT-IDX)
              SUBTRACT XTIPS FROM MCO-M-TIPS (WS-OUT-IDX)
           ELSE
              ADD XPENJUALAN TO MCO-M-PENJUALAN (WS-OUT-IDX)
              ADD XONGKIR TO MCO-M-ONGKIR (WS-OUT-IDX)
              ADD XTIPS TO MCO-M-TIPS (WS-OUT-IDX)
           END-IF
           ADD 1 TO MCO-M-COUNT (WS-OUT-IDX)
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF MCV-CODE (WS-VENDOR-IDX) = XVENDOR-CODE
           DISPLAY "MONTH TOTAL TIPS      : " WS-GRAND-TIPS
           .

       PRINT-OUTLET-TOTALS.
           DISPLAY " "
           DISPLAY "OUTLET MONTH TOTALS FOR " WS-PERIOD
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             DISPLAY "OUTLET " OU-CODE (WS-OUT-IDX),
                    " PENJUALAN " MCO-M-PENJUALAN (WS-OUT-IDX),
                    " ONGKIR " MCO-M-ONGKIR (WS-OUT-IDX),
                    " TIPS " MCO-M-TIPS (WS-OUT-IDX),
                    " TRANS " MCO-M-COUNT (WS-OUT-IDX)
           END-PERFORM
           .

       PRINT-DRIVER-TOTALS.
           DISPLAY " "
           DISPLAY "DRIVER MONTH-TO-DATE TOTALS FOR " WS-PERIOD
           .

       WRITE-SUMMARY-FILE.
      **
      * A single-outlet run is written beside the group's file, never
      * over it - the later reports read the group's file.
      **
           MOVE SPACES TO WS-SUMMARY-FILENAME
           IF WS-REPORT-OUTLET = "ALL"
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "MONTHLY-SUMMARY-" WS-PERIOD ".dat"
                     DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "MONTHLY-SUMMARY-" WS-PERIOD "-"
                     WS-REPORT-OUTLET DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-SUMMARY-FILENAME
              END-STRING
           END-IF
           OPEN OUTPUT MONTHLY-SUMMARY-File
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                WRITE MONTHLY-SUMMARY-RECORD
             END-IF
           END-PERFORM
           IF OU-COUNT > 1 AND WS-REPORT-OUTLET = "ALL"
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > OU-COUNT
                MOVE "O" TO MS-REC-TYPE
                MOVE WS-PERIOD TO MS-PERIOD
                MOVE OU-CODE (WS-OUT-IDX) TO MS-CODE
                MOVE "OUTLET MONTH TOTAL" TO MS-NAME
                MOVE 0 TO MS-DATE
                MOVE MCO-M-PENJUALAN (WS-OUT-IDX) TO MS-PENJUALAN
                MOVE MCO-M-ONGKIR (WS-OUT-IDX) TO MS-ONGKIR
                MOVE MCO-M-TIPS (WS-OUT-IDX) TO MS-TIPS
                MOVE MCO-M-COUNT (WS-OUT-IDX) TO MS-TRAN-COUNT
                WRITE MONTHLY-SUMMARY-RECORD
              END-PERFORM
           END-IF
           CLOSE MONTHLY-SUMMARY-File
           DISPLAY "MONTHLY SUMMARY WRITTEN TO "
                  FUNCTION TRIM(WS-SUMMARY-FILENAME)
