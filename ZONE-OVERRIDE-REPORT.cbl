      ******************************************************************
      * Author:
      * Date: 18 SEP 2026
      * Purpose: Weekly ONGKIR override report - reads the seven
      *          FOOD-DELIVERY-yyyymmdd.dat files from a week start
      *          date plus PENJUALAN.dat and lists every sale whose
      *          keyed ONGKIR differs from its delivery zone's
      *          standard fee, totalled by operator and zone: the
      *          number of overrides, how many were outside the zone
      *          tolerance (and so carry a reason code), what was
      *          charged, what the standard would have been and the
      *          revenue gap between the two.  Sales keyed before
      *          zones were set up carry no zone and are not counted.
      * Tectonics: cobc
      * Modification History:
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
       PROGRAM-ID. ZONE-OVERRIDE-REPORT.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 IDX-FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-IDX-EOF PIC X VALUE "N".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-INDEX-FILENAME PIC X(60).
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
       01 WS-DAY-IDX PIC 9(3).
       01 WS-RANGE-DATES.
         05 WS-RANGE-DATE OCCURS 7 TIMES PIC 9(8).
      *-----------------------
      * Per operator/zone totals, kept in operator then zone order so
      * the report can break on operator as it prints
      *-----------------------
       01 WS-OV-COUNT PIC 9(3) VALUE 0.
       01 WS-OV-IDX PIC 9(3).
       01 WS-OV-FOUND PIC 9(3).
       01 WS-OV-TABLE.
         05 OV-ENTRY OCCURS 500 TIMES.
           10 OV-OPERATOR PIC X(10).
           10 OV-ZONE PIC X(4).
           10 OV-OVERRIDES PIC 9(7).
           10 OV-WITH-REASON PIC 9(7).
           10 OV-CHARGED PIC 9(11).
           10 OV-STANDARD PIC 9(11).
       01 WS-TABLE-FULL PIC X VALUE "N".

       01 WS-STAT-OPERATOR PIC X(10).
       01 WS-STAT-ZONE PIC X(4).
       01 WS-STAT-ONGKIR PIC 9(7).
       01 WS-STAT-STD PIC 9(7).
       01 WS-STAT-REASON PIC X(4).
       01 WS-LAST-OPERATOR PIC X(10).
       01 WS-OP-OVERRIDES PIC 9(7).
       01 WS-OP-WITH-REASON PIC 9(7).
       01 WS-OP-CHARGED PIC 9(11).
       01 WS-OP-STANDARD PIC 9(11).
       01 WS-GRAND-OVERRIDES PIC 9(7) VALUE 0.
       01 WS-GRAND-WITH-REASON PIC 9(7) VALUE 0.
       01 WS-GRAND-CHARGED PIC 9(11) VALUE 0.
       01 WS-GRAND-STANDARD PIC 9(11) VALUE 0.
       01 WS-GAP PIC S9(11).
       01 WS-DISP-GAP PIC -ZZ,ZZZ,ZZZ,ZZ9.
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
           DISPLAY "WEEKLY ONGKIR OVERRIDE REPORT"
           DISPLAY "WEEK START DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-START-DATE
           MOVE WS-START-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE

           PERFORM LOAD-CONTROL
           PERFORM BUILD-DATE-RANGE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 7
             PERFORM SCAN-ONE-DAY
           END-PERFORM
           PERFORM SCAN-PENJUALAN-MASTER
           PERFORM PRINT-OVERRIDE-REPORT
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
           DISPLAY "REGION : " WS-REGION
           .

       BUILD-DATE-RANGE.
      **
      * The week is the start date and the six days after it; days
      * not yet traded simply have no file.
      **
           COMPUTE WS-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 7
             COMPUTE WS-RANGE-DATE (WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             ADD 1 TO WS-RUN-INT
           END-PERFORM
           MOVE WS-RANGE-DATE (7) TO WS-END-DATE
           .

       SCAN-ONE-DAY.
      **
      * Overrides at every outlet are reported, so every outlet's daily
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
                       AND XZONE-CODE NOT = SPACES
                       AND XZONE-STD-ONGKIR IS NUMERIC
                       AND XONGKIR NOT = XZONE-STD-ONGKIR
                       MOVE XOPERATOR-ID TO WS-STAT-OPERATOR
                       MOVE XZONE-CODE TO WS-STAT-ZONE
                       MOVE XONGKIR TO WS-STAT-ONGKIR
                       MOVE XZONE-STD-ONGKIR TO WS-STAT-STD
                       MOVE XONGKIR-REASON TO WS-STAT-REASON
                       PERFORM TALLY-ONE-OVERRIDE
                    END-IF
               END-READ
             END-PERFORM
             CLOSE PENJUALAN-File
           END-IF
           .

       SCAN-PENJUALAN-MASTER.
      **
      * PENJUALAN.dat holds every date; only records whose stored
      * TRANXDATE falls in the week are counted.
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
                     AND IZONE-CODE NOT = SPACES
                     AND IZONE-STD-ONGKIR IS NUMERIC
                     AND IONGKIR NOT = IZONE-STD-ONGKIR
                     MOVE IOPERATOR-ID TO WS-STAT-OPERATOR
                     MOVE IZONE-CODE TO WS-STAT-ZONE
                     MOVE IONGKIR TO WS-STAT-ONGKIR
                     MOVE IZONE-STD-ONGKIR TO WS-STAT-STD
                     MOVE IONGKIR-REASON TO WS-STAT-REASON
                     PERFORM TALLY-ONE-OVERRIDE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE Index-File
           .

       TALLY-ONE-OVERRIDE.
      **
      * A new operator/zone pair is slotted in at its sorted place so
      * the table never needs sorting before it is printed.
      **
           MOVE 0 TO WS-OV-FOUND
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                     UNTIL WS-OV-IDX > WS-OV-COUNT
                        OR WS-OV-FOUND > 0
             IF OV-OPERATOR (WS-OV-IDX) = WS-STAT-OPERATOR
                AND OV-ZONE (WS-OV-IDX) = WS-STAT-ZONE
                MOVE WS-OV-IDX TO WS-OV-FOUND
             END-IF
           END-PERFORM
           IF WS-OV-FOUND = 0
              IF WS-OV-COUNT >= 500
                 MOVE "Y" TO WS-TABLE-FULL
                 EXIT PARAGRAPH
              END-IF
              MOVE 1 TO WS-OV-FOUND
              PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                        UNTIL WS-OV-IDX > WS-OV-COUNT
                IF OV-OPERATOR (WS-OV-IDX) < WS-STAT-OPERATOR
                   OR (OV-OPERATOR (WS-OV-IDX) = WS-STAT-OPERATOR
                       AND OV-ZONE (WS-OV-IDX) < WS-STAT-ZONE)
                   COMPUTE WS-OV-FOUND = WS-OV-IDX + 1
                END-IF
              END-PERFORM
              PERFORM VARYING WS-OV-IDX FROM WS-OV-COUNT BY -1
                        UNTIL WS-OV-IDX < WS-OV-FOUND
                MOVE OV-ENTRY (WS-OV-IDX) TO OV-ENTRY (WS-OV-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-OV-COUNT
              INITIALIZE OV-ENTRY (WS-OV-FOUND)
              MOVE WS-STAT-OPERATOR TO OV-OPERATOR (WS-OV-FOUND)
              MOVE WS-STAT-ZONE TO OV-ZONE (WS-OV-FOUND)
           END-IF
           ADD 1 TO OV-OVERRIDES (WS-OV-FOUND)
           IF WS-STAT-REASON NOT = SPACES
              ADD 1 TO OV-WITH-REASON (WS-OV-FOUND)
           END-IF
           ADD WS-STAT-ONGKIR TO OV-CHARGED (WS-OV-FOUND)
           ADD WS-STAT-STD TO OV-STANDARD (WS-OV-FOUND)
           .

       PRINT-OVERRIDE-REPORT.
           DISPLAY " "
           DISPLAY "ONGKIR OVERRIDES " WS-START-DATE " TO ",
                  WS-END-DATE
           DISPLAY "GAP = CHARGED LESS STANDARD (NEGATIVE = REVENUE ",
                  "GIVEN AWAY)"
           IF WS-TABLE-FULL = "Y"
              DISPLAY "WARNING - MORE THAN 500 OPERATOR/ZONE PAIRS, ",
                     "THE EXTRA PAIRS ARE NOT SHOWN"
           END-IF
           IF WS-OV-COUNT = 0
              DISPLAY "NO ONGKIR OVERRIDES IN THAT WEEK"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LAST-OPERATOR
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                     UNTIL WS-OV-IDX > WS-OV-COUNT
             IF OV-OPERATOR (WS-OV-IDX) NOT = WS-LAST-OPERATOR
                IF WS-OV-IDX > 1
                   PERFORM PRINT-OPERATOR-TOTAL
                END-IF
                MOVE OV-OPERATOR (WS-OV-IDX) TO WS-LAST-OPERATOR
                MOVE 0 TO WS-OP-OVERRIDES WS-OP-WITH-REASON
                          WS-OP-CHARGED WS-OP-STANDARD
                DISPLAY "----------------------------------------------"
                DISPLAY "OPERATOR " OV-OPERATOR (WS-OV-IDX)
             END-IF
             COMPUTE WS-GAP = OV-CHARGED (WS-OV-IDX)
                            - OV-STANDARD (WS-OV-IDX)
             MOVE WS-GAP TO WS-DISP-GAP
             DISPLAY "  ZONE " OV-ZONE (WS-OV-IDX),
                    "  OVERRIDES " OV-OVERRIDES (WS-OV-IDX),
                    "  WITH REASON " OV-WITH-REASON (WS-OV-IDX)
             DISPLAY "    CHARGED " OV-CHARGED (WS-OV-IDX),
                    "  STANDARD " OV-STANDARD (WS-OV-IDX),
                    "  GAP " WS-DISP-GAP
             ADD OV-OVERRIDES (WS-OV-IDX) TO WS-OP-OVERRIDES
                                            WS-GRAND-OVERRIDES
             ADD OV-WITH-REASON (WS-OV-IDX) TO WS-OP-WITH-REASON
                                              WS-GRAND-WITH-REASON
             ADD OV-CHARGED (WS-OV-IDX) TO WS-OP-CHARGED
                                          WS-GRAND-CHARGED
             ADD OV-STANDARD (WS-OV-IDX) TO WS-OP-STANDARD
                                           WS-GRAND-STANDARD
           END-PERFORM
           PERFORM PRINT-OPERATOR-TOTAL
           DISPLAY "----------------------------------------------"
           COMPUTE WS-GAP = WS-GRAND-CHARGED - WS-GRAND-STANDARD
           MOVE WS-GAP TO WS-DISP-GAP
           DISPLAY "ALL OPERATORS : OVERRIDES " WS-GRAND-OVERRIDES,
                  " WITH REASON " WS-GRAND-WITH-REASON
           DISPLAY "  CHARGED " WS-GRAND-CHARGED,
                  "  STANDARD " WS-GRAND-STANDARD,
                  "  GAP " WS-DISP-GAP
           .

       PRINT-OPERATOR-TOTAL.
           COMPUTE WS-GAP = WS-OP-CHARGED - WS-OP-STANDARD
           MOVE WS-GAP TO WS-DISP-GAP
           DISPLAY "  OPERATOR TOTAL : OVERRIDES " WS-OP-OVERRIDES,
                  " WITH REASON " WS-OP-WITH-REASON
           DISPLAY "    CHARGED " WS-OP-CHARGED,
                  "  STANDARD " WS-OP-STANDARD,
                  "  GAP " WS-DISP-GAP
           .
      ** add other procedures here
       END PROGRAM ZONE-OVERRIDE-REPORT.
