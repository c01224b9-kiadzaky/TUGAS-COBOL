      ******************************************************************
      * Author:
      * Date: 16 SEP 2026
      * Purpose: Promo performance report - reads a date range of
      *          FOOD-DELIVERY-yyyymmdd.dat files plus PENJUALAN.dat
      *          and reports per promo code: redemptions, the discount
      *          given split by who funds it (vendor, us, platform)
      *          and the gross sales and ONGKIR behind those orders.
      *          Every code on PROMO-MASTER.dat is listed so a code
      *          nobody is using shows up with nothing against it.
      *          Marketing uses this to decide which codes earn their
      *          keep before extending or renewing them.
      * Tectonics: cobc
      * Modification History:
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Every
      *                 outlet's daily files in the range are scanned.
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
       PROGRAM-ID. PROMO-REPORT.
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
         SELECT Index-File
             ASSIGN TO WS-INDEX-FILENAME
          ORGANIZATION IS INDEXED
          RECORD KEY IS IKEY WITH DUPLICATES
          FILE STATUS IDX-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CONTROL-File
             ASSIGN TO
             "C:\MAYBANK\COBOL\GNU PROJECT\data\CONTROL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PROMO-MASTER-File
             ASSIGN TO WS-PROMO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PRM-FSTAT
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
       FD Index-File.
       01 Index-Record.
         05 IKEY.
           10 IVENDOR-CODE PIC X(6).
           10 ITRANXDATE PIC 9(8).
         05 INAMA-VENDOR PIC X(20).
         05 IPENJUALAN PIC 9(7).
         05 IONGKIR PIC 9(7).
         05 ITIPS PIC 9(7).
         05 IDRIVER-ID PIC X(6).
         05 IDRIVER PIC X(20).
         05 ITRANS-TYPE PIC X(1).
         05 IOPERATOR-ID PIC X(10).
         05 IORIG-DATE PIC 9(8).
         05 IORIG-SEQ PIC 9(4).
         05 IPAY-METHOD PIC X.
         05 IAUTH-SUP-ID PIC X(10).
         05 ISEQ-NO PIC 9(4).
         05 IACCOUNT-CODE PIC X(6).
         05 IPROMO-CODE PIC X(8).
         05 IPROMO-DISC PIC 9(7).
         05 IPROMO-FUNDER PIC X(1).
         05 IZONE-CODE PIC X(4).
         05 IZONE-STD-ONGKIR PIC 9(7).
         05 IONGKIR-REASON PIC X(4).
         05 IOUTLET-CODE PIC X(3).
         05 IENTRY-TIME PIC 9(8).
         05 ICUST-PHONE PIC X(15).
         05 ILOY-POINTS PIC 9(7).
         05 ILOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD PROMO-MASTER-File.
       COPY "copybooks/PROMO-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 IDX-FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 PRM-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-IDX-EOF PIC X VALUE "N".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-INDEX-FILENAME PIC X(60).
       01 WS-PROMO-FILENAME PIC X(60).
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's daily file for a date is read (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-END-INT PIC 9(8).
       01 WS-DAY-IDX PIC 9(3).
       01 WS-DAY-COUNT PIC 9(3) VALUE 0.
       01 WS-RANGE-DATES.
         05 WS-RANGE-DATE OCCURS 62 TIMES PIC 9(8).
      *-----------------------
      * Per-code totals - loaded from the promo master first, then any
      * code found on a record but no longer on the master is added
      *-----------------------
       01 WS-PROMO-COUNT PIC 9(3) VALUE 0.
       01 WS-PROMO-IDX PIC 9(3).
       01 WS-PROMO-FOUND PIC 9(3).
       01 WS-PROMO-TABLE.
         05 PR-ENTRY OCCURS 200 TIMES.
           10 PR-CODE PIC X(8).
           10 PR-DESCRIPTION PIC X(20).
           10 PR-FUNDED-BY PIC X.
           10 PR-ACTIVE-FLAG PIC X.
           10 PR-REDEMPTIONS PIC 9(7).
           10 PR-DISC-VENDOR PIC 9(11).
           10 PR-DISC-US PIC 9(11).
           10 PR-DISC-PLATFORM PIC 9(11).
           10 PR-DISC-TOTAL PIC 9(11).
           10 PR-SALES PIC 9(11).
           10 PR-ONGKIR PIC 9(11).

       01 WS-STAT-CODE PIC X(8).
       01 WS-STAT-DISC PIC 9(7).
       01 WS-STAT-FUNDER PIC X.
       01 WS-STAT-SALES PIC 9(7).
       01 WS-STAT-ONGKIR PIC 9(7).
       01 WS-GRAND-REDEMPTIONS PIC 9(7) VALUE 0.
       01 WS-GRAND-DISC PIC 9(11) VALUE 0.
       01 WS-GRAND-SALES PIC 9(11) VALUE 0.
       01 WS-DISC-PCT PIC 9(3)V99.
       01 WS-DISP-PCT PIC ZZ9.99.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "PROMO PERFORMANCE REPORT"
           DISPLAY "START DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-START-DATE
           DISPLAY "END DATE (YYYYMMDD)? BLANK = START DATE : "
                  NO ADVANCING
           ACCEPT WS-END-DATE
           IF WS-END-DATE = 0
              MOVE WS-START-DATE TO WS-END-DATE
           END-IF
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

           PERFORM LOAD-CONTROL
           PERFORM BUILD-DATE-RANGE
           IF WS-DAY-COUNT = 0
              DISPLAY "RANGE IS LONGER THAN 62 DAYS - SPLIT THE RUN"
              STOP RUN
           END-IF

           PERFORM LOAD-PROMO-MASTER
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > WS-DAY-COUNT
             PERFORM SCAN-ONE-DAY
           END-PERFORM
           PERFORM SCAN-PENJUALAN-MASTER
           PERFORM PRINT-PROMO-REPORT
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
           MOVE SPACES TO WS-INDEX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-INDEX-FILENAME
           END-STRING
           MOVE SPACES TO WS-PROMO-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PROMO-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-PROMO-FILENAME
           END-STRING
           DISPLAY "REGION : " WS-REGION
           .

       BUILD-DATE-RANGE.
           MOVE 0 TO WS-DAY-COUNT
           COMPUTE WS-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           IF WS-END-INT - WS-RUN-INT > 61
              MOVE 0 TO WS-DAY-COUNT
           ELSE
              PERFORM UNTIL WS-RUN-INT > WS-END-INT
                ADD 1 TO WS-DAY-COUNT
                COMPUTE WS-RANGE-DATE (WS-DAY-COUNT) =
                      FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
                ADD 1 TO WS-RUN-INT
              END-PERFORM
           END-IF
           .

       LOAD-PROMO-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROMO-MASTER-File
           IF PRM-FSTAT = "35"
              DISPLAY "NO PROMO MASTER FILE - ONLY CODES FOUND ON ",
                     "RECORDS WILL BE LISTED"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PROMO-MASTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WS-PROMO-COUNT < 200
                     ADD 1 TO WS-PROMO-COUNT
                     INITIALIZE PR-ENTRY (WS-PROMO-COUNT)
                     MOVE PM-PROMO-CODE TO PR-CODE (WS-PROMO-COUNT)
                     MOVE PM-DESCRIPTION
                           TO PR-DESCRIPTION (WS-PROMO-COUNT)
                     MOVE PM-FUNDED-BY
                           TO PR-FUNDED-BY (WS-PROMO-COUNT)
                     MOVE PM-ACTIVE-FLAG
                           TO PR-ACTIVE-FLAG (WS-PROMO-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PROMO-MASTER-File
           .

       SCAN-ONE-DAY.
      **
      * A promotion runs across the outlets, so every outlet's daily
      * file is read (see SUB-OUTLET).
      **
           MOVE WS-RANGE-DATE (WS-DAY-IDX) TO WS-RUN-DATE
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM SCAN-OUTLET-FILE
           END-PERFORM
           .

       SCAN-OUTLET-FILE.
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
             PERFORM UNTIL WS-EOF = "Y"
               READ PENJUALAN-File NEXT
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF XTRANS-TYPE = "S"
                       AND XPROMO-CODE NOT = SPACES
                       AND XPROMO-DISC IS NUMERIC
                       MOVE XPROMO-CODE TO WS-STAT-CODE
                       MOVE XPROMO-DISC TO WS-STAT-DISC
                       MOVE XPROMO-FUNDER TO WS-STAT-FUNDER
                       MOVE XPENJUALAN TO WS-STAT-SALES
                       MOVE XONGKIR TO WS-STAT-ONGKIR
                       PERFORM TALLY-ONE-REDEMPTION
                    END-IF
               END-READ
             END-PERFORM
             CLOSE PENJUALAN-File
           END-IF
           .

       SCAN-PENJUALAN-MASTER.
      **
      * PENJUALAN.dat holds every date; only records whose stored
      * TRANXDATE falls in the range are counted.
      **
           MOVE "N" TO WS-IDX-EOF
           OPEN INPUT Index-File
           IF IDX-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           IF IDX-FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN PENJUALAN.dat - STATUS " IDX-FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              CLOSE Index-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IDX-EOF = "Y"
             READ Index-File NEXT
               AT END
                  MOVE "Y" TO WS-IDX-EOF
               NOT AT END
                  IF ITRANXDATE >= WS-START-DATE
                     AND ITRANXDATE <= WS-END-DATE
                     AND ITRANS-TYPE = "S"
                     AND IPROMO-CODE NOT = SPACES
                     AND IPROMO-DISC IS NUMERIC
                     MOVE IPROMO-CODE TO WS-STAT-CODE
                     MOVE IPROMO-DISC TO WS-STAT-DISC
                     MOVE IPROMO-FUNDER TO WS-STAT-FUNDER
                     MOVE IPENJUALAN TO WS-STAT-SALES
                     MOVE IONGKIR TO WS-STAT-ONGKIR
                     PERFORM TALLY-ONE-REDEMPTION
                  END-IF
             END-READ
           END-PERFORM
           CLOSE Index-File
           .

       TALLY-ONE-REDEMPTION.
      **
      * The funder stamped on the record is used, not the master's
      * current one, so a code re-assigned mid-range reports each
      * order against whoever funded it at the time.
      **
           MOVE 0 TO WS-PROMO-FOUND
           PERFORM VARYING WS-PROMO-IDX FROM 1 BY 1
                     UNTIL WS-PROMO-IDX > WS-PROMO-COUNT
             IF PR-CODE (WS-PROMO-IDX) = WS-STAT-CODE
                MOVE WS-PROMO-IDX TO WS-PROMO-FOUND
                MOVE WS-PROMO-COUNT TO WS-PROMO-IDX
             END-IF
           END-PERFORM
           IF WS-PROMO-FOUND = 0
              IF WS-PROMO-COUNT >= 200
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PROMO-COUNT
              MOVE WS-PROMO-COUNT TO WS-PROMO-FOUND
              INITIALIZE PR-ENTRY (WS-PROMO-FOUND)
              MOVE WS-STAT-CODE TO PR-CODE (WS-PROMO-FOUND)
              MOVE "NOT ON PROMO MASTER"
                    TO PR-DESCRIPTION (WS-PROMO-FOUND)
              MOVE WS-STAT-FUNDER TO PR-FUNDED-BY (WS-PROMO-FOUND)
           END-IF
           ADD 1 TO PR-REDEMPTIONS (WS-PROMO-FOUND)
           ADD WS-STAT-DISC TO PR-DISC-TOTAL (WS-PROMO-FOUND)
           ADD WS-STAT-SALES TO PR-SALES (WS-PROMO-FOUND)
           ADD WS-STAT-ONGKIR TO PR-ONGKIR (WS-PROMO-FOUND)
           EVALUATE WS-STAT-FUNDER
             WHEN "V"
                ADD WS-STAT-DISC TO PR-DISC-VENDOR (WS-PROMO-FOUND)
             WHEN "P"
                ADD WS-STAT-DISC TO PR-DISC-PLATFORM (WS-PROMO-FOUND)
             WHEN OTHER
                ADD WS-STAT-DISC TO PR-DISC-US (WS-PROMO-FOUND)
           END-EVALUATE
           ADD 1 TO WS-GRAND-REDEMPTIONS
           ADD WS-STAT-DISC TO WS-GRAND-DISC
           ADD WS-STAT-SALES TO WS-GRAND-SALES
           .

       PRINT-PROMO-REPORT.
           DISPLAY " "
           DISPLAY "PROMO PERFORMANCE " WS-START-DATE " TO ",
                  WS-END-DATE
           IF WS-PROMO-COUNT = 0
              DISPLAY "NO PROMO CODES ON FILE OR REDEEMED IN THAT ",
                     "RANGE"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PROMO-IDX FROM 1 BY 1
                     UNTIL WS-PROMO-IDX > WS-PROMO-COUNT
             DISPLAY "----------------------------------------------"
             IF PR-ACTIVE-FLAG (WS-PROMO-IDX) = "I"
                DISPLAY "PROMO " PR-CODE (WS-PROMO-IDX) " ",
                       PR-DESCRIPTION (WS-PROMO-IDX),
                       " FUNDED BY " PR-FUNDED-BY (WS-PROMO-IDX),
                       " (DEACTIVATED)"
             ELSE
                DISPLAY "PROMO " PR-CODE (WS-PROMO-IDX) " ",
                       PR-DESCRIPTION (WS-PROMO-IDX),
                       " FUNDED BY " PR-FUNDED-BY (WS-PROMO-IDX)
             END-IF
             IF PR-REDEMPTIONS (WS-PROMO-IDX) = 0
                DISPLAY "  NO REDEMPTIONS IN THE RANGE"
             ELSE
                MOVE 0 TO WS-DISC-PCT
                IF PR-SALES (WS-PROMO-IDX) > 0
                   COMPUTE WS-DISC-PCT ROUNDED =
                         PR-DISC-TOTAL (WS-PROMO-IDX) * 100
                         / PR-SALES (WS-PROMO-IDX)
                      ON SIZE ERROR
                         MOVE 999.99 TO WS-DISC-PCT
                   END-COMPUTE
                END-IF
                MOVE WS-DISC-PCT TO WS-DISP-PCT
                DISPLAY "  REDEMPTIONS   : "
                       PR-REDEMPTIONS (WS-PROMO-IDX)
                DISPLAY "  SALES BEHIND  : " PR-SALES (WS-PROMO-IDX),
                       "  ONGKIR " PR-ONGKIR (WS-PROMO-IDX)
                DISPLAY "  DISCOUNT COST : "
                       PR-DISC-TOTAL (WS-PROMO-IDX),
                       "  (" WS-DISP-PCT "% OF SALES)"
                DISPLAY "    VENDOR      : "
                       PR-DISC-VENDOR (WS-PROMO-IDX)
                DISPLAY "    US          : "
                       PR-DISC-US (WS-PROMO-IDX)
                DISPLAY "    PLATFORM    : "
                       PR-DISC-PLATFORM (WS-PROMO-IDX)
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "ALL CODES : REDEMPTIONS " WS-GRAND-REDEMPTIONS,
                  " DISCOUNT " WS-GRAND-DISC,
                  " SALES " WS-GRAND-SALES
           .
      ** add other procedures here
       END PROGRAM PROMO-REPORT.
