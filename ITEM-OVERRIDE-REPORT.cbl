      ******************************************************************
      * Author:
      * Date: 08 OCT 2026
      * Purpose: Item price override report - reads a date range of
      *          every outlet's ORDER-DETAIL-yyyymmdd.dat files and
      *          lists every item line whose amount differs from its
      *          quantity times the menu price in force when it was
      *          keyed (MENU-ITEM.dat, via SUB-MENU-ITEM), totalled by
      *          vendor and operator: the number of overrides, how
      *          many were outside the item's tolerance (and so carry
      *          a reason code - IMPT for imported lines), what was
      *          charged, what the menu price would have been and the
      *          gap between the two.  Lines keyed before the menu was
      *          set up carry no menu price and are not counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ITEM-OVERRIDE-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
         SELECT ORDER-DETAIL-File
             ASSIGN TO WS-DETAIL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ODT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CONTROL-File
             ASSIGN TO
             "C:\MAYBANK\COBOL\GNU PROJECT\data\CONTROL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ORDER-DETAIL-File.
       COPY "copybooks/ODET-REC.cpy".
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 ODT-FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's item lines for a date are read (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-DETAIL-FILENAME PIC X(70).
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).
       01 WS-FILES-READ PIC 9(3) VALUE 0.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Per vendor/operator totals, kept in vendor then operator order
      * so the report can break on vendor as it prints
      *-----------------------
       01 WS-OV-COUNT PIC 9(3) VALUE 0.
       01 WS-OV-IDX PIC 9(3).
       01 WS-OV-FOUND PIC 9(3).
       01 WS-OV-TABLE.
         05 OV-ENTRY OCCURS 500 TIMES.
           10 OV-VENDOR PIC X(6).
           10 OV-OPERATOR PIC X(10).
           10 OV-OVERRIDES PIC 9(7).
           10 OV-WITH-REASON PIC 9(7).
           10 OV-CHARGED PIC 9(11).
           10 OV-STANDARD PIC 9(11).
       01 WS-TABLE-FULL PIC X VALUE "N".

       01 WS-STAT-STD PIC 9(11).
       01 WS-LAST-VENDOR PIC X(6).
       01 WS-VN-OVERRIDES PIC 9(7).
       01 WS-VN-WITH-REASON PIC 9(7).
       01 WS-VN-CHARGED PIC 9(11).
       01 WS-VN-STANDARD PIC 9(11).
       01 WS-GRAND-OVERRIDES PIC 9(7) VALUE 0.
       01 WS-GRAND-WITH-REASON PIC 9(7) VALUE 0.
       01 WS-GRAND-CHARGED PIC 9(11) VALUE 0.
       01 WS-GRAND-STANDARD PIC 9(11) VALUE 0.
       01 WS-GAP PIC S9(11).
       01 WS-DISP-GAP PIC -ZZ,ZZZ,ZZZ,ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "ITEM PRICE OVERRIDE REPORT"
           DISPLAY "START DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-START-DATE
           MOVE WS-START-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE
           DISPLAY "END DATE (YYYYMMDD)   : " NO ADVANCING
           ACCEPT WS-END-DATE
           MOVE WS-END-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-END-DATE
           IF WS-END-DATE < WS-START-DATE
              DISPLAY "END DATE IS BEFORE START DATE"
              STOP RUN
           END-IF

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION

           COMPUTE WS-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           PERFORM UNTIL WS-RUN-INT > WS-END-INT
             COMPUTE WS-RUN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             PERFORM SCAN-ONE-DAY
             ADD 1 TO WS-RUN-INT
           END-PERFORM

           IF WS-FILES-READ = 0
              DISPLAY "NO ORDER DETAIL FILES FOUND IN THAT RANGE"
              STOP RUN
           END-IF
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
           .

       SCAN-ONE-DAY.
      **
      * Overrides at every outlet are reported, so every outlet's
      * ORDER-DETAIL file for the date is read (see SUB-OUTLET).
      **
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM SCAN-OUTLET-FILE
           END-PERFORM
           .

       SCAN-OUTLET-FILE.
           MOVE SPACES TO WS-DETAIL-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "ORDER-DETAIL-" WS-RUN-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DETAIL-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ORDER-DETAIL-File
           IF ODT-FSTAT NOT = "00"
              CLOSE ORDER-DETAIL-File
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM UNTIL WS-EOF = "Y"
             READ ORDER-DETAIL-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF OD-UNIT-PRICE IS NUMERIC
                     AND OD-UNIT-PRICE > 0
                     COMPUTE WS-STAT-STD = OD-QTY * OD-UNIT-PRICE
                     IF OD-LINE-AMOUNT NOT = WS-STAT-STD
                        PERFORM TALLY-ONE-OVERRIDE
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE ORDER-DETAIL-File
           .

       TALLY-ONE-OVERRIDE.
      **
      * A new vendor/operator pair is slotted in at its sorted place
      * so the table never needs sorting before it is printed.
      **
           MOVE 0 TO WS-OV-FOUND
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                     UNTIL WS-OV-IDX > WS-OV-COUNT
                        OR WS-OV-FOUND > 0
             IF OV-VENDOR (WS-OV-IDX) = OD-VENDOR-CODE
                AND OV-OPERATOR (WS-OV-IDX) = OD-OPERATOR
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
                IF OV-VENDOR (WS-OV-IDX) < OD-VENDOR-CODE
                   OR (OV-VENDOR (WS-OV-IDX) = OD-VENDOR-CODE
                       AND OV-OPERATOR (WS-OV-IDX) < OD-OPERATOR)
                   COMPUTE WS-OV-FOUND = WS-OV-IDX + 1
                END-IF
              END-PERFORM
              PERFORM VARYING WS-OV-IDX FROM WS-OV-COUNT BY -1
                        UNTIL WS-OV-IDX < WS-OV-FOUND
                MOVE OV-ENTRY (WS-OV-IDX) TO OV-ENTRY (WS-OV-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-OV-COUNT
              INITIALIZE OV-ENTRY (WS-OV-FOUND)
              MOVE OD-VENDOR-CODE TO OV-VENDOR (WS-OV-FOUND)
              MOVE OD-OPERATOR TO OV-OPERATOR (WS-OV-FOUND)
           END-IF
           ADD 1 TO OV-OVERRIDES (WS-OV-FOUND)
           IF OD-PRICE-REASON NOT = SPACES
              ADD 1 TO OV-WITH-REASON (WS-OV-FOUND)
           END-IF
           ADD OD-LINE-AMOUNT TO OV-CHARGED (WS-OV-FOUND)
           ADD WS-STAT-STD TO OV-STANDARD (WS-OV-FOUND)
           .

       PRINT-OVERRIDE-REPORT.
           DISPLAY " "
           DISPLAY "ITEM PRICE OVERRIDES " WS-START-DATE " TO ",
                  WS-END-DATE
           DISPLAY "GAP = CHARGED LESS MENU PRICE (NEGATIVE = REVENUE ",
                  "GIVEN AWAY)"
           IF WS-TABLE-FULL = "Y"
              DISPLAY "WARNING - MORE THAN 500 VENDOR/OPERATOR PAIRS, ",
                     "THE EXTRA PAIRS ARE NOT SHOWN"
           END-IF
           IF WS-OV-COUNT = 0
              DISPLAY "NO ITEM PRICE OVERRIDES IN THAT RANGE"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LAST-VENDOR
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                     UNTIL WS-OV-IDX > WS-OV-COUNT
             IF OV-VENDOR (WS-OV-IDX) NOT = WS-LAST-VENDOR
                IF WS-OV-IDX > 1
                   PERFORM PRINT-VENDOR-TOTAL
                END-IF
                MOVE OV-VENDOR (WS-OV-IDX) TO WS-LAST-VENDOR
                MOVE 0 TO WS-VN-OVERRIDES WS-VN-WITH-REASON
                          WS-VN-CHARGED WS-VN-STANDARD
                DISPLAY "----------------------------------------------"
                DISPLAY "VENDOR " OV-VENDOR (WS-OV-IDX)
             END-IF
             COMPUTE WS-GAP = OV-CHARGED (WS-OV-IDX)
                            - OV-STANDARD (WS-OV-IDX)
             MOVE WS-GAP TO WS-DISP-GAP
             DISPLAY "  OPERATOR " OV-OPERATOR (WS-OV-IDX),
                    "  OVERRIDES " OV-OVERRIDES (WS-OV-IDX),
                    "  WITH REASON " OV-WITH-REASON (WS-OV-IDX)
             DISPLAY "    CHARGED " OV-CHARGED (WS-OV-IDX),
                    "  MENU " OV-STANDARD (WS-OV-IDX),
                    "  GAP " WS-DISP-GAP
             ADD OV-OVERRIDES (WS-OV-IDX) TO WS-VN-OVERRIDES
                                            WS-GRAND-OVERRIDES
             ADD OV-WITH-REASON (WS-OV-IDX) TO WS-VN-WITH-REASON
                                              WS-GRAND-WITH-REASON
             ADD OV-CHARGED (WS-OV-IDX) TO WS-VN-CHARGED
                                          WS-GRAND-CHARGED
             ADD OV-STANDARD (WS-OV-IDX) TO WS-VN-STANDARD
                                           WS-GRAND-STANDARD
           END-PERFORM
           PERFORM PRINT-VENDOR-TOTAL
           DISPLAY "----------------------------------------------"
           COMPUTE WS-GAP = WS-GRAND-CHARGED - WS-GRAND-STANDARD
           MOVE WS-GAP TO WS-DISP-GAP
           DISPLAY "ALL VENDORS : OVERRIDES " WS-GRAND-OVERRIDES,
                  " WITH REASON " WS-GRAND-WITH-REASON
           DISPLAY "  CHARGED " WS-GRAND-CHARGED,
                  "  MENU " WS-GRAND-STANDARD,
                  "  GAP " WS-DISP-GAP
           .

       PRINT-VENDOR-TOTAL.
           COMPUTE WS-GAP = WS-VN-CHARGED - WS-VN-STANDARD
           MOVE WS-GAP TO WS-DISP-GAP
           DISPLAY "  VENDOR TOTAL : OVERRIDES " WS-VN-OVERRIDES,
                  " WITH REASON " WS-VN-WITH-REASON
           DISPLAY "    CHARGED " WS-VN-CHARGED,
                  "  MENU " WS-VN-STANDARD,
                  "  GAP " WS-DISP-GAP
           .
      ** add other procedures here
       END PROGRAM ITEM-OVERRIDE-REPORT.
