      ******************************************************************
      * Author:
      * Date: 05 OCT 2026
      * Purpose: Hour-of-day staffing report - reads a range of
      *          FOOD-DELIVERY-yyyymmdd.dat files and lays the order
      *          count and net sales out on a grid of hour of day
      *          (from the record's ENTRY-TIME) against day of week,
      *          overall and per vendor.  The scheduled driver shifts
      *          from DRIVER-SHIFT.dat are spread over the same grid
      *          and each hour is flagged U (understaffed) or O
      *          (overstaffed) against keyed orders-per-driver
      *          thresholds.  A CSV extract is written alongside like
      *          the other reports.
      * Tectonics: cobc
      * Modification History:
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SALES-HOURS.
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
         SELECT DRIVER-SHIFT-File
             ASSIGN TO WS-SHIFT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSH-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT HOURS-CSV-File
             ASSIGN TO WS-CSV-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CSV-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
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
       FD DRIVER-SHIFT-File.
       COPY "copybooks/SHIFT-REC.cpy".
       FD HOURS-CSV-File.
       01 HOURS-CSV-RECORD PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 VM-FSTAT PIC 99.
       01 DSH-FSTAT PIC 99.
       01 CSV-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-VM-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * The grid is built for one outlet or every outlet combined (see
      * SUB-OUTLET); WS-REPORT-OUTLET holds the outlet code or ALL.
      * Driver shifts carry no outlet, so the driver overlay is always
      * company-wide.
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-REPORT-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUTLET-FOUND PIC X.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-VENDOR-FILENAME PIC X(60).
       01 WS-SHIFT-FILENAME PIC X(60).
       01 WS-CSV-FILENAME PIC X(70).
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-START-INT PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-END-INT PIC 9(8).
       01 WS-FILES-READ PIC 9(3) VALUE 0.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Day of week runs 1 = Monday to 7 = Sunday (day 1 of the
      * INTEGER-OF-DATE calendar, 1 JAN 1601, was a Monday); the hour
      * is the first two digits of ENTRY-TIME, held as hour + 1 so
      * midnight has a slot.  Records keyed before entry times were
      * stamped carry zero and are counted apart.
      *-----------------------
       01 WS-DAY-IDX PIC 9.
       01 WS-HOUR-IDX PIC 9(2).
       01 WS-ENTRY-HOUR PIC 9(2).
       01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
         05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-NO-TIME-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-TIME-SALES PIC S9(11) VALUE 0.
       01 WS-GRID-TOTAL-ORDERS PIC 9(7) VALUE 0.
       01 WS-GRID-TOTAL-SALES PIC S9(11) VALUE 0.
       01 WS-HOUR-GRID.
         05 HG-DAY OCCURS 7 TIMES.
           10 HG-HOUR OCCURS 24 TIMES.
             15 HG-ORDERS PIC 9(7).
             15 HG-SALES PIC S9(11).
             15 HG-DRIVERS PIC 9(5).
             15 HG-FLAG PIC X.
      *-----------------------
      * Per-vendor grid, one row per VENDOR-MASTER entry; vendors past
      * the 50th fall into the overall grid only
      *-----------------------
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-IDX PIC 9(3).
       01 WS-VENDOR-FOUND PIC 9(3).
       01 WS-VENDOR-HOURS.
         05 VH-VENDOR OCCURS 50 TIMES.
           10 VHV-CODE PIC X(6).
           10 VHV-NAME PIC X(20).
           10 VHV-ORDERS PIC 9(7).
           10 VHV-SALES PIC S9(11).
           10 VHV-DAY OCCURS 7 TIMES.
             15 VHV-HOUR OCCURS 24 TIMES.
               20 VHV-CELL-ORDERS PIC 9(5).
               20 VHV-CELL-SALES PIC S9(11).
      *-----------------------
      * Hours each shift code covers on the grid, from and to (the
      * "to" hour itself is not covered): M 06-14, E 14-22, F 10-22.
      * A shift code not in this list is counted as unplaced.
      *-----------------------
       01 WS-SHIFT-WINDOWS PIC X(15) VALUE "M0614E1422F1022".
       01 WS-SHIFT-WINDOW-TABLE REDEFINES WS-SHIFT-WINDOWS.
         05 SHW-ENTRY OCCURS 3 TIMES.
           10 SHW-CODE PIC X.
           10 SHW-FROM PIC 9(2).
           10 SHW-TO PIC 9(2).
       01 WS-SHW-IDX PIC 9.
       01 WS-SHW-FOUND PIC 9.
       01 WS-SHIFTS-PLACED PIC 9(5) VALUE 0.
       01 WS-SHIFTS-UNPLACED PIC 9(5) VALUE 0.
       01 WS-SHIFT-INT PIC 9(8).
      *-----------------------
      * Staffing thresholds in orders per scheduled driver for the
      * hour: above the high mark is understaffed (as is any hour
      * with orders and no driver), below the low mark is overstaffed
      *-----------------------
       01 WS-HIGH-RATIO PIC 9(3).
       01 WS-LOW-RATIO PIC 9(3).
       01 WS-CELL-RATIO PIC 9(5)V99.
       01 WS-UNDER-COUNT PIC 9(3) VALUE 0.
       01 WS-OVER-COUNT PIC 9(3) VALUE 0.
       01 WS-GRID-LINE PIC X(80).
       01 WS-CELL-TEXT PIC X(10).
       01 WS-CELL-POS PIC 9(3).
       01 WS-SHOW-ORDERS PIC Z(5)9.
       01 WS-SHOW-DRIVERS PIC Z(3)9.
       01 WS-SHOW-HOUR PIC 9(2).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "SALES BY HOUR OF DAY AND DAY OF WEEK"
           DISPLAY "START DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY "END DATE (YYYYMMDD)   : " NO ADVANCING
           ACCEPT WS-END-DATE
           MOVE WS-START-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE
           MOVE WS-END-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-END-DATE
           IF WS-END-DATE < WS-START-DATE
              DISPLAY "END DATE IS BEFORE START DATE"
              STOP RUN
           END-IF
           DISPLAY "UNDERSTAFFED ABOVE ORDERS PER DRIVER? ",
                  "BLANK = 4 : " NO ADVANCING
           ACCEPT WS-HIGH-RATIO
           IF WS-HIGH-RATIO = 0
              MOVE 4 TO WS-HIGH-RATIO
           END-IF
           DISPLAY "OVERSTAFFED BELOW ORDERS PER DRIVER? ",
                  "BLANK = 1 : " NO ADVANCING
           ACCEPT WS-LOW-RATIO
           IF WS-LOW-RATIO = 0
              MOVE 1 TO WS-LOW-RATIO
           END-IF
           IF WS-LOW-RATIO > WS-HIGH-RATIO
              DISPLAY "OVERSTAFFED MARK IS ABOVE THE UNDERSTAFFED ",
                     "MARK"
              STOP RUN
           END-IF

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "ALL" TO WS-REPORT-OUTLET
           IF OU-COUNT > 1
              PERFORM ASK-REPORT-OUTLET
              DISPLAY "OUTLET : " WS-REPORT-OUTLET
           END-IF
           INITIALIZE WS-HOUR-GRID
           COMPUTE WS-START-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           IF WS-END-INT - WS-START-INT > 61
              DISPLAY "RANGE IS LONGER THAN 62 DAYS - SPLIT THE RUN"
              STOP RUN
           END-IF
           PERFORM LOAD-VENDOR-MASTER

           MOVE WS-START-INT TO WS-RUN-INT
           PERFORM UNTIL WS-RUN-INT > WS-END-INT
             COMPUTE WS-RUN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             COMPUTE WS-DAY-IDX =
                   FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
             PERFORM ACCUMULATE-ONE-DAY
             ADD 1 TO WS-RUN-INT
           END-PERFORM

           IF WS-FILES-READ = 0
              DISPLAY "NO DATA FILES FOUND IN THAT RANGE"
              STOP RUN
           END-IF

           PERFORM LOAD-SHIFTS
           PERFORM FLAG-STAFFING
           PERFORM OPEN-HOURS-CSV
           PERFORM PRINT-HOUR-GRID
           PERFORM PRINT-VENDOR-HOURS
           CLOSE HOURS-CSV-File
           DISPLAY "CSV EXTRACT WRITTEN TO "
                  FUNCTION TRIM(WS-CSV-FILENAME)
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
             WHEN "W"
                DISPLAY "WARNING - " WS-KEYED-DATE " IS NOT A ",
                       "TRADING DAY ON THE BUSINESS CALENDAR"
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
           MOVE SPACES TO WS-SHIFT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-SHIFT.dat"
                  DELIMITED BY SIZE INTO WS-SHIFT-FILENAME
           END-STRING
           MOVE SPACES TO WS-CSV-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "SALES-HOURS.csv"
                  DELIMITED BY SIZE INTO WS-CSV-FILENAME
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
           INITIALIZE WS-VENDOR-HOURS
           MOVE "N" TO WS-VM-EOF
           OPEN INPUT VENDOR-MASTER-File
           IF VM-FSTAT NOT = "35"
             PERFORM UNTIL WS-VM-EOF = "Y"
               READ VENDOR-MASTER-File NEXT
                 AT END
                    MOVE "Y" TO WS-VM-EOF
                 NOT AT END
                    IF WS-VENDOR-COUNT < 50
                       ADD 1 TO WS-VENDOR-COUNT
                       MOVE VM-VENDOR-CODE TO
                             VHV-CODE (WS-VENDOR-COUNT)
                       MOVE VM-VENDOR-NAME TO
                             VHV-NAME (WS-VENDOR-COUNT)
                    END-IF
               END-READ
             END-PERFORM
             CLOSE VENDOR-MASTER-File
           END-IF
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
           IF FSTAT NOT = "00" AND FSTAT NOT = "35"
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "35"
             ADD 1 TO WS-FILES-READ
             PERFORM UNTIL WS-EOF = "Y"
               READ PENJUALAN-File NEXT
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    PERFORM ADD-TO-GRID
               END-READ
             END-PERFORM
             CLOSE PENJUALAN-File
           END-IF
           .

       ADD-TO-GRID.
      **
      * VOIDs are left out; a REFUND reduces net sales in the hour it
      * was keyed but is not an order.
      **
           IF XTRANS-TYPE = "V"
              EXIT PARAGRAPH
           END-IF
           IF XENTRY-TIME NOT NUMERIC OR XENTRY-TIME = 0
              IF XTRANS-TYPE = "R"
                 SUBTRACT XPENJUALAN FROM WS-NO-TIME-SALES
              ELSE
                 ADD 1 TO WS-NO-TIME-COUNT
                 ADD XPENJUALAN TO WS-NO-TIME-SALES
              END-IF
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-HOUR = XENTRY-TIME / 1000000
           IF WS-ENTRY-HOUR > 23
              ADD 1 TO WS-NO-TIME-COUNT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUR-IDX = WS-ENTRY-HOUR + 1
           MOVE 0 TO WS-VENDOR-FOUND
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VHV-CODE (WS-VENDOR-IDX) = XVENDOR-CODE
                MOVE WS-VENDOR-IDX TO WS-VENDOR-FOUND
                MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
             END-IF
           END-PERFORM
           IF XTRANS-TYPE = "R"
              SUBTRACT XPENJUALAN FROM
                    HG-SALES (WS-DAY-IDX, WS-HOUR-IDX)
                    WS-GRID-TOTAL-SALES
              IF WS-VENDOR-FOUND > 0
                 SUBTRACT XPENJUALAN FROM
                       VHV-CELL-SALES (WS-VENDOR-FOUND, WS-DAY-IDX,
                                       WS-HOUR-IDX)
                       VHV-SALES (WS-VENDOR-FOUND)
              END-IF
           ELSE
              ADD 1 TO HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX)
                       WS-GRID-TOTAL-ORDERS
              ADD XPENJUALAN TO
                    HG-SALES (WS-DAY-IDX, WS-HOUR-IDX)
                    WS-GRID-TOTAL-SALES
              IF WS-VENDOR-FOUND > 0
                 ADD 1 TO VHV-CELL-ORDERS (WS-VENDOR-FOUND,
                                           WS-DAY-IDX, WS-HOUR-IDX)
                          VHV-ORDERS (WS-VENDOR-FOUND)
                 ADD XPENJUALAN TO
                       VHV-CELL-SALES (WS-VENDOR-FOUND, WS-DAY-IDX,
                                       WS-HOUR-IDX)
                       VHV-SALES (WS-VENDOR-FOUND)
              END-IF
           END-IF
           .

       LOAD-SHIFTS.
      **
      * Spread each scheduled shift in the range over the hours its
      * code covers, on the weekday the shift falls on - the same
      * weekday/hour sums the orders are kept in.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-SHIFT-File
           IF DSH-FSTAT = "35"
              CLOSE DRIVER-SHIFT-File
              DISPLAY "NO DRIVER-SHIFT FILE - EVERY HOUR WITH ORDERS ",
                     "WILL SHOW UNDERSTAFFED"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-SHIFT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DS-SHIFT-DATE >= WS-START-DATE
                     AND DS-SHIFT-DATE <= WS-END-DATE
                     PERFORM PLACE-SHIFT
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-SHIFT-File
           .

       PLACE-SHIFT.
           MOVE 0 TO WS-SHW-FOUND
           PERFORM VARYING WS-SHW-IDX FROM 1 BY 1
                     UNTIL WS-SHW-IDX > 3
             IF SHW-CODE (WS-SHW-IDX) = DS-SHIFT-CODE
                MOVE WS-SHW-IDX TO WS-SHW-FOUND
             END-IF
           END-PERFORM
           IF WS-SHW-FOUND = 0
              ADD 1 TO WS-SHIFTS-UNPLACED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHIFTS-PLACED
           COMPUTE WS-SHIFT-INT =
                 FUNCTION INTEGER-OF-DATE(DS-SHIFT-DATE)
           COMPUTE WS-DAY-IDX = FUNCTION MOD(WS-SHIFT-INT - 1, 7) + 1
           PERFORM VARYING WS-ENTRY-HOUR FROM SHW-FROM (WS-SHW-FOUND)
                     BY 1 UNTIL WS-ENTRY-HOUR >= SHW-TO (WS-SHW-FOUND)
             COMPUTE WS-HOUR-IDX = WS-ENTRY-HOUR + 1
             ADD 1 TO HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX)
           END-PERFORM
           .

       FLAG-STAFFING.
      **
      * U = understaffed, O = overstaffed, blank = within the marks.
      * An hour with neither orders nor drivers is left unflagged.
      **
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
             PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                       UNTIL WS-HOUR-IDX > 24
               MOVE SPACE TO HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
               IF HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX) = 0
                  IF HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) > 0
                     MOVE "U" TO HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
                     ADD 1 TO WS-UNDER-COUNT
                  END-IF
               ELSE
                  COMPUTE WS-CELL-RATIO =
                        HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) /
                        HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX)
                  IF WS-CELL-RATIO > WS-HIGH-RATIO
                     MOVE "U" TO HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
                     ADD 1 TO WS-UNDER-COUNT
                  END-IF
                  IF WS-CELL-RATIO < WS-LOW-RATIO
                     MOVE "O" TO HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
                     ADD 1 TO WS-OVER-COUNT
                  END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

       OPEN-HOURS-CSV.
           OPEN OUTPUT HOURS-CSV-File
           MOVE SPACES TO HOURS-CSV-RECORD
           STRING "SECTION,VENDOR,NAME,DAY,HOUR,ORDERS,NET-SALES,",
                  "DRIVERS,FLAG"
                  DELIMITED BY SIZE INTO HOURS-CSV-RECORD
           END-STRING
           WRITE HOURS-CSV-RECORD
           .

       PRINT-HOUR-GRID.
      **
      * One line per hour, one column per weekday: orders / scheduled
      * drivers and the staffing flag.  Net sales per cell go to the
      * CSV, where there is room for them.
      **
           DISPLAY " "
           DISPLAY "ORDERS/DRIVERS BY HOUR " WS-START-DATE " TO ",
                  WS-END-DATE
           IF WS-REPORT-OUTLET NOT = "ALL"
              DISPLAY "OUTLET " WS-REPORT-OUTLET " ORDERS AGAINST ",
                     "COMPANY-WIDE DRIVER SHIFTS"
           END-IF
           DISPLAY "U = UNDERSTAFFED (OVER " WS-HIGH-RATIO,
                  " PER DRIVER)  O = OVERSTAFFED (UNDER ",
                  WS-LOW-RATIO " PER DRIVER)"
           MOVE SPACES TO WS-GRID-LINE
           MOVE "HOUR" TO WS-GRID-LINE (1:4)
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
             COMPUTE WS-CELL-POS = (WS-DAY-IDX * 10) - 2
             MOVE WS-DAY-NAME (WS-DAY-IDX) TO
                   WS-GRID-LINE (WS-CELL-POS:3)
           END-PERFORM
           DISPLAY WS-GRID-LINE
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                     UNTIL WS-HOUR-IDX > 24
             MOVE SPACES TO WS-GRID-LINE
             COMPUTE WS-SHOW-HOUR = WS-HOUR-IDX - 1
             STRING WS-SHOW-HOUR ":00" DELIMITED BY SIZE
                   INTO WS-GRID-LINE
             END-STRING
             PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 7
               PERFORM FORMAT-GRID-CELL
               COMPUTE WS-CELL-POS = (WS-DAY-IDX * 10) - 4
               MOVE WS-CELL-TEXT TO WS-GRID-LINE (WS-CELL-POS:10)
               PERFORM WRITE-GRID-CSV
             END-PERFORM
             DISPLAY WS-GRID-LINE
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "ORDERS ON THE GRID   : " WS-GRID-TOTAL-ORDERS,
                  "  NET SALES " WS-GRID-TOTAL-SALES
           IF WS-NO-TIME-COUNT > 0
              DISPLAY "ORDERS WITH NO ENTRY TIME : " WS-NO-TIME-COUNT,
                     "  NET SALES " WS-NO-TIME-SALES
           END-IF
           DISPLAY "SHIFTS PLACED        : " WS-SHIFTS-PLACED
           IF WS-SHIFTS-UNPLACED > 0
              DISPLAY "SHIFTS WITH AN UNKNOWN SHIFT CODE : ",
                     WS-SHIFTS-UNPLACED
           END-IF
           DISPLAY "HOURS UNDERSTAFFED   : " WS-UNDER-COUNT
           DISPLAY "HOURS OVERSTAFFED    : " WS-OVER-COUNT
           .

       FORMAT-GRID-CELL.
           MOVE SPACES TO WS-CELL-TEXT
           IF HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) = 0
              AND HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX) = 0
              MOVE "     .    " TO WS-CELL-TEXT
              EXIT PARAGRAPH
           END-IF
           MOVE HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) TO WS-SHOW-ORDERS
           MOVE HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX) TO WS-SHOW-DRIVERS
           STRING WS-SHOW-ORDERS (3:4) "/"
                  FUNCTION TRIM(WS-SHOW-DRIVERS)
                  HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
                  DELIMITED BY SIZE INTO WS-CELL-TEXT
           END-STRING
           .

       WRITE-GRID-CSV.
           IF HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) = 0
              AND HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX) = 0
              AND HG-SALES (WS-DAY-IDX, WS-HOUR-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOURS-CSV-RECORD
           STRING "HOUR-GRID,,,"
                  WS-DAY-NAME (WS-DAY-IDX) ","
                  WS-SHOW-HOUR ","
                  HG-ORDERS (WS-DAY-IDX, WS-HOUR-IDX) ","
                  HG-SALES (WS-DAY-IDX, WS-HOUR-IDX) ","
                  HG-DRIVERS (WS-DAY-IDX, WS-HOUR-IDX) ","
                  HG-FLAG (WS-DAY-IDX, WS-HOUR-IDX)
                  DELIMITED BY SIZE INTO HOURS-CSV-RECORD
           END-STRING
           WRITE HOURS-CSV-RECORD
           .

       PRINT-VENDOR-HOURS.
      **
      * Per vendor, only the hours the vendor actually traded in, on
      * the screen and in the CSV.
      **
           DISPLAY " "
           DISPLAY "ORDERS BY HOUR PER VENDOR"
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VHV-ORDERS (WS-VENDOR-IDX) > 0
                OR VHV-SALES (WS-VENDOR-IDX) NOT = 0
                DISPLAY "----------------------------------------------"
                DISPLAY VHV-CODE (WS-VENDOR-IDX) " "
                       VHV-NAME (WS-VENDOR-IDX) " ORDERS ",
                       VHV-ORDERS (WS-VENDOR-IDX) " NET SALES ",
                       VHV-SALES (WS-VENDOR-IDX)
                PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                          UNTIL WS-DAY-IDX > 7
                  PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                            UNTIL WS-HOUR-IDX > 24
                    PERFORM PRINT-VENDOR-CELL
                  END-PERFORM
                END-PERFORM
             END-IF
           END-PERFORM
           .

       PRINT-VENDOR-CELL.
           IF VHV-CELL-ORDERS (WS-VENDOR-IDX, WS-DAY-IDX, WS-HOUR-IDX)
                 = 0
              AND VHV-CELL-SALES (WS-VENDOR-IDX, WS-DAY-IDX,
                                  WS-HOUR-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHOW-HOUR = WS-HOUR-IDX - 1
           DISPLAY "  " WS-DAY-NAME (WS-DAY-IDX) " " WS-SHOW-HOUR ":00",
                  "  ORDERS "
                  VHV-CELL-ORDERS (WS-VENDOR-IDX, WS-DAY-IDX,
                                   WS-HOUR-IDX)
                  "  NET SALES "
                  VHV-CELL-SALES (WS-VENDOR-IDX, WS-DAY-IDX,
                                  WS-HOUR-IDX)
           MOVE SPACES TO HOURS-CSV-RECORD
           STRING "VENDOR-HOUR,"
                  FUNCTION TRIM(VHV-CODE (WS-VENDOR-IDX)) ","
                  FUNCTION TRIM(VHV-NAME (WS-VENDOR-IDX)) ","
                  WS-DAY-NAME (WS-DAY-IDX) ","
                  WS-SHOW-HOUR ","
                  VHV-CELL-ORDERS (WS-VENDOR-IDX, WS-DAY-IDX,
                                   WS-HOUR-IDX) ","
                  VHV-CELL-SALES (WS-VENDOR-IDX, WS-DAY-IDX,
                                  WS-HOUR-IDX) ",,"
                  DELIMITED BY SIZE INTO HOURS-CSV-RECORD
           END-STRING
           WRITE HOURS-CSV-RECORD
           .
