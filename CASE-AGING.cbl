      ******************************************************************
      * Author:
      * Date: 07 OCT 2026
      * Purpose: Complaint case aging report from COMPLAINT-CASE.dat
      *          (see COMPLAINT-CASE).  As of a business date: the
      *          open and investigating cases by category, aged in
      *          days since opened (0-2, 3-7, 8-14, 15 and over) with
      *          the oldest, and every case open longer than a week
      *          listed for follow-up; the resolved cases by category
      *          with the average and longest days to close; and the
      *          complaint counts per vendor and per driver - cases
      *          on their sales, cases where they were held
      *          responsible, still open, and the refunds and
      *          chargebacks the cases raised.  The resolved and
      *          per-vendor/per-driver figures cover the cases opened
      *          in a keyed date range (blank = every case on file).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CASE-AGING.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
         SELECT CONTROL-File
             ASSIGN TO
             "C:\MAYBANK\COBOL\GNU PROJECT\data\CONTROL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASE-File
             ASSIGN TO WS-CASE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CAS-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-MASTER-File
             ASSIGN TO WS-VENDOR-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS VM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD CASE-File.
       COPY "copybooks/CASE-REC.cpy".
       FD VENDOR-MASTER-File.
       COPY "copybooks/VENDOR-REC.cpy".
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 CAS-FSTAT PIC 99.
       01 VM-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-CASE-FILENAME PIC X(60).
       01 WS-VENDOR-FILENAME PIC X(60).
       01 WS-DRIVER-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Report window - aging is as of WS-AS-OF; the resolved and
      * per-vendor/per-driver figures take cases opened from
      * WS-FROM-DATE to WS-TO-DATE (from 0 = every case on file)
      *-----------------------
       01 WS-AS-OF PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-IN-RANGE PIC X.
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 7.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-CLOSE-DAYS PIC S9(5).
       01 WS-AVG-DAYS PIC 9(5).
       01 WS-OPEN-TOTAL PIC 9(5) VALUE 0.
       01 WS-RESOLVED-TOTAL PIC 9(5) VALUE 0.
       01 WS-RANGE-TOTAL PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
      *-----------------------
      * Complaint categories (see CASE-REC) with their counters; a
      * code not in the list is counted under the last row
      *-----------------------
       01 WS-CATEGORY-VALUES.
         05 FILLER PIC X(22) VALUE "NAORDER NEVER ARRIVED".
         05 FILLER PIC X(22) VALUE "WIWRONG ITEM".
         05 FILLER PIC X(22) VALUE "MIMISSING ITEM".
         05 FILLER PIC X(22) VALUE "LTLATE DELIVERY".
         05 FILLER PIC X(22) VALUE "QUFOOD QUALITY".
         05 FILLER PIC X(22) VALUE "DRDRIVER CONDUCT".
         05 FILLER PIC X(22) VALUE "OTOTHER".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
         05 CATEGORY-ENTRY OCCURS 7 TIMES.
           10 CT-CODE PIC X(2).
           10 CT-NAME PIC X(20).
       01 WS-CAT-IDX PIC 9.
       01 WS-CAT-FOUND PIC 9.
       01 CATEGORY-COUNTS.
         05 CA-ENTRY OCCURS 7 TIMES.
           10 CA-OPEN PIC 9(5).
           10 CA-INVESTIGATING PIC 9(5).
           10 CA-AGE-0-2 PIC 9(5).
           10 CA-AGE-3-7 PIC 9(5).
           10 CA-AGE-8-14 PIC 9(5).
           10 CA-AGE-15-UP PIC 9(5).
           10 CA-OLDEST PIC 9(5).
           10 CA-RESOLVED PIC 9(5).
           10 CA-CLOSE-DAYS PIC 9(7).
           10 CA-LONGEST PIC 9(5).
      *-----------------------
      * Per-vendor and per-driver tables - loaded from the masters; a
      * code on a case but not on the master is added
      *-----------------------
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-IDX PIC 9(3).
       01 WS-VENDOR-FOUND PIC 9(3).
       01 VENDOR-TABLE.
         05 VENDOR-ENTRY OCCURS 100 TIMES.
           10 VC-CODE PIC X(6).
           10 VC-NAME PIC X(20).
           10 VC-CASES PIC 9(5).
           10 VC-RESPONSIBLE PIC 9(5).
           10 VC-OPEN PIC 9(5).
           10 VC-REFUNDED PIC 9(9).
           10 VC-CHARGED PIC 9(9).
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC 9(3).
       01 DRIVER-TABLE.
         05 DRIVER-ENTRY OCCURS 100 TIMES.
           10 DC-ID PIC X(6).
           10 DC-NAME PIC X(20).
           10 DC-CASES PIC 9(5).
           10 DC-RESPONSIBLE PIC 9(5).
           10 DC-OPEN PIC 9(5).
           10 DC-REFUNDED PIC 9(9).
       01 WS-TABLE-FULL PIC 9(3) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "COMPLAINT CASE AGING REPORT"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           DISPLAY "AGE AS OF (YYYYMMDD), BLANK = "
                  WS-BUSINESS-DATE " : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE = 0
              MOVE WS-BUSINESS-DATE TO WS-KEYED-DATE
           END-IF
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-AS-OF
           DISPLAY "CASES OPENED FROM (YYYYMMDD), BLANK = ALL : "
                  NO ADVANCING
           ACCEPT WS-KEYED-DATE
           MOVE 0 TO WS-FROM-DATE
           MOVE WS-AS-OF TO WS-TO-DATE
           IF WS-KEYED-DATE NOT = 0
              PERFORM CHECK-KEYED-DATE
              MOVE WS-KEYED-DATE TO WS-FROM-DATE
              DISPLAY "CASES OPENED TO (YYYYMMDD), BLANK = "
                     WS-AS-OF " : " NO ADVANCING
              ACCEPT WS-KEYED-DATE
              IF WS-KEYED-DATE NOT = 0
                 PERFORM CHECK-KEYED-DATE
                 MOVE WS-KEYED-DATE TO WS-TO-DATE
              END-IF
           END-IF
           INITIALIZE CATEGORY-COUNTS
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-DRIVER-MASTER
           PERFORM READ-CASES
           PERFORM PRINT-REPORT
           STOP RUN.

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
                   IF CTL-BUSINESS-DATE IS NUMERIC
                      MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-CASE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "COMPLAINT-CASE.dat"
                  DELIMITED BY SIZE INTO WS-CASE-FILENAME
           END-STRING
           MOVE SPACES TO WS-VENDOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
           END-STRING
           MOVE SPACES TO WS-DRIVER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-FILENAME
           END-STRING
           .

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

       LOAD-VENDOR-MASTER.
           MOVE 0 TO WS-VENDOR-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-MASTER-File
           IF VM-FSTAT NOT = "35"
             PERFORM UNTIL WS-EOF = "Y"
               READ VENDOR-MASTER-File NEXT
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-VENDOR-COUNT < 100
                       ADD 1 TO WS-VENDOR-COUNT
                       INITIALIZE VENDOR-ENTRY (WS-VENDOR-COUNT)
                       MOVE VM-VENDOR-CODE TO
                             VC-CODE (WS-VENDOR-COUNT)
                       MOVE VM-VENDOR-NAME TO
                             VC-NAME (WS-VENDOR-COUNT)
                    END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE VENDOR-MASTER-File
           .

       LOAD-DRIVER-MASTER.
           MOVE 0 TO WS-DRIVER-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-MASTER-File
           IF DM-FSTAT NOT = "35"
             PERFORM UNTIL WS-EOF = "Y"
               READ DRIVER-MASTER-File NEXT
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF WS-DRIVER-COUNT < 100
                       ADD 1 TO WS-DRIVER-COUNT
                       INITIALIZE DRIVER-ENTRY (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-ID TO DC-ID (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-NAME TO
                             DC-NAME (WS-DRIVER-COUNT)
                    END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE DRIVER-MASTER-File
           .

       READ-CASES.
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "00"
              CLOSE CASE-File
              DISPLAY "NO COMPLAINT CASES ON FILE"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CM-OPENED-DATE IS NUMERIC
                     AND CM-OPENED-DATE NOT = 0
                     AND CM-OPENED-DATE NOT > WS-AS-OF
                     PERFORM COUNT-ONE-CASE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           .

       COUNT-ONE-CASE.
      **
      * A case resolved after the as-of date was still open on it,
      * so the aging is a true picture of that day.
      **
           MOVE 7 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > 7
             IF CT-CODE (WS-CAT-IDX) = CM-CATEGORY
                MOVE WS-CAT-IDX TO WS-CAT-FOUND
             END-IF
           END-PERFORM
           MOVE WS-CAT-FOUND TO WS-CAT-IDX
           IF CM-STATUS NOT = "R" OR CM-RESOLVED-DATE > WS-AS-OF
              PERFORM AGE-OPEN-CASE
           END-IF
           MOVE "N" TO WS-IN-RANGE
           IF CM-OPENED-DATE NOT < WS-FROM-DATE
              AND CM-OPENED-DATE NOT > WS-TO-DATE
              MOVE "Y" TO WS-IN-RANGE
           END-IF
           IF WS-IN-RANGE = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RANGE-TOTAL
           IF CM-STATUS = "R" AND CM-RESOLVED-DATE NOT > WS-AS-OF
              COMPUTE WS-CLOSE-DAYS =
                    FUNCTION INTEGER-OF-DATE(CM-RESOLVED-DATE)
                    - FUNCTION INTEGER-OF-DATE(CM-OPENED-DATE)
              IF WS-CLOSE-DAYS < 0
                 MOVE 0 TO WS-CLOSE-DAYS
              END-IF
              ADD 1 TO CA-RESOLVED (WS-CAT-IDX) WS-RESOLVED-TOTAL
              ADD WS-CLOSE-DAYS TO CA-CLOSE-DAYS (WS-CAT-IDX)
              IF WS-CLOSE-DAYS > CA-LONGEST (WS-CAT-IDX)
                 MOVE WS-CLOSE-DAYS TO CA-LONGEST (WS-CAT-IDX)
              END-IF
           END-IF
           PERFORM COUNT-VENDOR-CASE
           PERFORM COUNT-DRIVER-CASE
           .

       AGE-OPEN-CASE.
           COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF)
                 - FUNCTION INTEGER-OF-DATE(CM-OPENED-DATE)
           ADD 1 TO WS-OPEN-TOTAL
           IF CM-STATUS = "I"
              ADD 1 TO CA-INVESTIGATING (WS-CAT-IDX)
           ELSE
              ADD 1 TO CA-OPEN (WS-CAT-IDX)
           END-IF
           EVALUATE TRUE
             WHEN WS-AGE-DAYS < 3
                ADD 1 TO CA-AGE-0-2 (WS-CAT-IDX)
             WHEN WS-AGE-DAYS < 8
                ADD 1 TO CA-AGE-3-7 (WS-CAT-IDX)
             WHEN WS-AGE-DAYS < 15
                ADD 1 TO CA-AGE-8-14 (WS-CAT-IDX)
             WHEN OTHER
                ADD 1 TO CA-AGE-15-UP (WS-CAT-IDX)
           END-EVALUATE
           IF WS-AGE-DAYS > CA-OLDEST (WS-CAT-IDX)
              MOVE WS-AGE-DAYS TO CA-OLDEST (WS-CAT-IDX)
           END-IF
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
              IF WS-OVERDUE-COUNT = 0
                 DISPLAY " "
                 DISPLAY "CASES OPEN MORE THAN " WS-OVERDUE-DAYS,
                        " DAYS AS OF " WS-AS-OF
                 DISPLAY "CASE   ST AGE   SALE DATE SEQ  VENDOR ",
                        "DRIVER CT P SUMMARY"
              END-IF
              ADD 1 TO WS-OVERDUE-COUNT
              DISPLAY CM-CASE-NO " " CM-STATUS "  " WS-AGE-DAYS " "
                     CM-BUSINESS-DATE " " CM-SEQ-NO " "
                     CM-VENDOR-CODE " " CM-DRIVER-ID " "
                     CM-CATEGORY " " CM-PARTY " " CM-SUMMARY
           END-IF
           .

       COUNT-VENDOR-CASE.
      **
      * Open, refunds and chargebacks as of the as-of date, as the
      * category aging counts them.
      **
           MOVE 0 TO WS-VENDOR-FOUND
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VC-CODE (WS-VENDOR-IDX) = CM-VENDOR-CODE
                MOVE WS-VENDOR-IDX TO WS-VENDOR-FOUND
             END-IF
           END-PERFORM
           IF WS-VENDOR-FOUND = 0
              IF WS-VENDOR-COUNT < 100
                 ADD 1 TO WS-VENDOR-COUNT
                 INITIALIZE VENDOR-ENTRY (WS-VENDOR-COUNT)
                 MOVE CM-VENDOR-CODE TO VC-CODE (WS-VENDOR-COUNT)
                 MOVE "(NOT ON MASTER)" TO VC-NAME (WS-VENDOR-COUNT)
                 MOVE WS-VENDOR-COUNT TO WS-VENDOR-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-FULL
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO VC-CASES (WS-VENDOR-FOUND)
           IF CM-PARTY = "V"
              ADD 1 TO VC-RESPONSIBLE (WS-VENDOR-FOUND)
           END-IF
           IF CM-STATUS NOT = "R" OR CM-RESOLVED-DATE > WS-AS-OF
              ADD 1 TO VC-OPEN (WS-VENDOR-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF CM-RESOLUTION = "R" AND CM-REFUND-AMOUNT IS NUMERIC
              ADD CM-REFUND-AMOUNT TO VC-REFUNDED (WS-VENDOR-FOUND)
           END-IF
           IF CM-RESOLUTION = "C" AND CM-CHARGE-AMOUNT IS NUMERIC
              ADD CM-CHARGE-AMOUNT TO VC-CHARGED (WS-VENDOR-FOUND)
           END-IF
           .

       COUNT-DRIVER-CASE.
           IF CM-DRIVER-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DC-ID (WS-DRIVER-IDX) = CM-DRIVER-ID
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0
              IF WS-DRIVER-COUNT < 100
                 ADD 1 TO WS-DRIVER-COUNT
                 INITIALIZE DRIVER-ENTRY (WS-DRIVER-COUNT)
                 MOVE CM-DRIVER-ID TO DC-ID (WS-DRIVER-COUNT)
                 MOVE "(NOT ON MASTER)" TO DC-NAME (WS-DRIVER-COUNT)
                 MOVE WS-DRIVER-COUNT TO WS-DRIVER-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-FULL
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO DC-CASES (WS-DRIVER-FOUND)
           IF CM-PARTY = "D"
              ADD 1 TO DC-RESPONSIBLE (WS-DRIVER-FOUND)
           END-IF
           IF CM-STATUS NOT = "R" OR CM-RESOLVED-DATE > WS-AS-OF
              ADD 1 TO DC-OPEN (WS-DRIVER-FOUND)
              EXIT PARAGRAPH
           END-IF
           IF CM-RESOLUTION = "R" AND CM-REFUND-AMOUNT IS NUMERIC
              ADD CM-REFUND-AMOUNT TO DC-REFUNDED (WS-DRIVER-FOUND)
           END-IF
           .

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "OPEN CASES BY CATEGORY AS OF " WS-AS-OF
           DISPLAY "----------------------------------------------",
                  "-----------------------------"
           DISPLAY "CATEGORY              OPEN INVST   0-2   3-7  ",
                  "8-14   15+ OLDEST"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > 7
             IF CA-OPEN (WS-CAT-IDX) > 0
                OR CA-INVESTIGATING (WS-CAT-IDX) > 0
                DISPLAY CT-NAME (WS-CAT-IDX) " "
                       CA-OPEN (WS-CAT-IDX) " "
                       CA-INVESTIGATING (WS-CAT-IDX) " "
                       CA-AGE-0-2 (WS-CAT-IDX) " "
                       CA-AGE-3-7 (WS-CAT-IDX) " "
                       CA-AGE-8-14 (WS-CAT-IDX) " "
                       CA-AGE-15-UP (WS-CAT-IDX) " "
                       CA-OLDEST (WS-CAT-IDX)
             END-IF
           END-PERFORM
           DISPLAY "CASES NOT YET RESOLVED    : " WS-OPEN-TOTAL
           DISPLAY "  OPEN MORE THAN " WS-OVERDUE-DAYS " DAYS   : "
                  WS-OVERDUE-COUNT
           DISPLAY " "
           IF WS-FROM-DATE = 0
              DISPLAY "CASES OPENED TO " WS-TO-DATE " : "
                     WS-RANGE-TOTAL
           ELSE
              DISPLAY "CASES OPENED " WS-FROM-DATE " TO " WS-TO-DATE,
                     " : " WS-RANGE-TOTAL
           END-IF
           DISPLAY " "
           DISPLAY "TIME TO CLOSE BY CATEGORY"
           DISPLAY "----------------------------------------------",
                  "-----------------------------"
           DISPLAY "CATEGORY             RESOLVED AVG-DAYS LONGEST"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > 7
             IF CA-RESOLVED (WS-CAT-IDX) > 0
                COMPUTE WS-AVG-DAYS ROUNDED =
                      CA-CLOSE-DAYS (WS-CAT-IDX)
                      / CA-RESOLVED (WS-CAT-IDX)
                DISPLAY CT-NAME (WS-CAT-IDX) "    "
                       CA-RESOLVED (WS-CAT-IDX) "    "
                       WS-AVG-DAYS "   "
                       CA-LONGEST (WS-CAT-IDX)
             END-IF
           END-PERFORM
           DISPLAY "CASES RESOLVED            : " WS-RESOLVED-TOTAL
           DISPLAY " "
           DISPLAY "COMPLAINTS PER VENDOR"
           DISPLAY "----------------------------------------------",
                  "-----------------------------"
           DISPLAY "VENDOR NAME                 CASES RESP  OPEN ",
                  " REFUNDED   CHARGED"
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VC-CASES (WS-VENDOR-IDX) > 0
                DISPLAY VC-CODE (WS-VENDOR-IDX) " "
                       VC-NAME (WS-VENDOR-IDX) " "
                       VC-CASES (WS-VENDOR-IDX) " "
                       VC-RESPONSIBLE (WS-VENDOR-IDX) " "
                       VC-OPEN (WS-VENDOR-IDX) " "
                       VC-REFUNDED (WS-VENDOR-IDX) " "
                       VC-CHARGED (WS-VENDOR-IDX)
             END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "COMPLAINTS PER DRIVER"
           DISPLAY "----------------------------------------------",
                  "-----------------------------"
           DISPLAY "DRIVER NAME                 CASES RESP  OPEN ",
                  " REFUNDED"
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DC-CASES (WS-DRIVER-IDX) > 0
                DISPLAY DC-ID (WS-DRIVER-IDX) " "
                       DC-NAME (WS-DRIVER-IDX) " "
                       DC-CASES (WS-DRIVER-IDX) " "
                       DC-RESPONSIBLE (WS-DRIVER-IDX) " "
                       DC-OPEN (WS-DRIVER-IDX) " "
                       DC-REFUNDED (WS-DRIVER-IDX)
             END-IF
           END-PERFORM
           IF WS-TABLE-FULL > 0
              DISPLAY "WARNING: VENDOR/DRIVER TABLE FULL - "
                     WS-TABLE-FULL " CASE(S) NOT COUNTED BY NAME"
           END-IF
           .
      ** add other procedures here
       END PROGRAM CASE-AGING.
