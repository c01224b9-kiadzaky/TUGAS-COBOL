      ******************************************************************
      * Author:
      * Date: 23 SEP 2026
      * Purpose: Daily driver on-time report from the dispatch board
      *          (DISPATCH-yyyymmdd.dat, see DISPATCH-BOARD).  For
      *          each driver: orders assigned, orders delivered, the
      *          average minutes from assignment to pickup and from
      *          pickup to delivery, deliveries later than the
      *          control record's CTL-DELIVERY-TARGET minutes from
      *          assignment (45 when not set), and orders cancelled
      *          after they were assigned.  The driver's recorded
      *          shift and its DS-GUARANTEE (see DRIVER-SHIFT) are
      *          shown alongside, so a driver on a guaranteed shift
      *          with few or late deliveries stands out for the
      *          driver review and the next shift decisions; a driver
      *          on shift with no orders at all is listed as well.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - Every outlet's dispatch board for the date is
      *                 read, so a driver's orders at all outlets count
      *                 together.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DRIVER-ON-TIME.
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
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-SHIFT-File
             ASSIGN TO WS-SHIFT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSH-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DISPATCH-File
             ASSIGN TO WS-DISPATCH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSP-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD DRIVER-SHIFT-File.
       COPY "copybooks/SHIFT-REC.cpy".
       FD DISPATCH-File.
       COPY "copybooks/DISPATCH-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 DSH-FSTAT PIC 99.
       01 DSP-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Drivers deliver for every outlet, so every outlet's dispatch
      * board for the date is read (see SUB-OUTLET); WS-BOARDS-FOUND Y
      * = at least one
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-BOARDS-FOUND PIC X.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-DRIVER-FILENAME PIC X(60).
       01 WS-SHIFT-FILENAME PIC X(60).
       01 WS-DISPATCH-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-TARGET-MIN PIC 9(3) VALUE 45.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Elapsed minutes between two step stamps
      *-----------------------
       01 WS-FROM-DATE PIC 9(8).
       01 WS-FROM-TIME PIC 9(8).
       01 WS-FROM-TIME-PARTS REDEFINES WS-FROM-TIME.
         05 WS-FROM-HH PIC 99.
         05 WS-FROM-MM PIC 99.
         05 FILLER PIC 9(4).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TO-TIME PIC 9(8).
       01 WS-TO-TIME-PARTS REDEFINES WS-TO-TIME.
         05 WS-TO-HH PIC 99.
         05 WS-TO-MM PIC 99.
         05 FILLER PIC 9(4).
       01 WS-ELAPSED-MIN PIC S9(7).
      *-----------------------
      * Day totals over every order on the board
      *-----------------------
       01 WS-OPENED-COUNT PIC 9(5) VALUE 0.
       01 WS-DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCEL-UNASSIGNED PIC 9(5) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-AVG-PICKUP PIC 9(5).
       01 WS-AVG-DELIVERY PIC 9(5).
      *-----------------------
      * Per-driver table - loaded from the master; a driver on the
      * board or the shift file but not on the master is added
      *-----------------------
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-DROPPED PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC 9(3).
       01 WS-FIND-DRIVER PIC X(6).
       01 DRIVER-TABLE.
         05 DRIVER-ENTRY OCCURS 100 TIMES.
           10 DO-ID PIC X(6).
           10 DO-NAME PIC X(20).
           10 DO-SHIFT-CODE PIC X.
           10 DO-GUARANTEE PIC 9(7).
           10 DO-ASSIGNED PIC 9(5).
           10 DO-DELIVERED PIC 9(5).
           10 DO-LATE PIC 9(5).
           10 DO-CANCELLED PIC 9(5).
           10 DO-PICKUP-COUNT PIC 9(5).
           10 DO-PICKUP-MIN PIC 9(9).
           10 DO-DELIVERY-COUNT PIC 9(5).
           10 DO-DELIVERY-MIN PIC 9(9).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "DRIVER ON-TIME REPORT"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           DISPLAY "BUSINESS DATE (YYYYMMDD), BLANK = "
                  WS-BUSINESS-DATE " : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE = 0
              MOVE WS-BUSINESS-DATE TO WS-KEYED-DATE
           END-IF
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
           PERFORM LOAD-DRIVER-MASTER
           PERFORM LOAD-DATE-SHIFTS
           PERFORM READ-DISPATCH-BOARD
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
                   IF CTL-DELIVERY-TARGET IS NUMERIC
                      AND CTL-DELIVERY-TARGET NOT = 0
                      MOVE CTL-DELIVERY-TARGET TO WS-TARGET-MIN
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-DRIVER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-FILENAME
           END-STRING
           MOVE SPACES TO WS-SHIFT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-SHIFT.dat"
                  DELIMITED BY SIZE INTO WS-SHIFT-FILENAME
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
                       MOVE DM-DRIVER-ID TO DO-ID (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-NAME TO
                             DO-NAME (WS-DRIVER-COUNT)
                    ELSE
                       ADD 1 TO WS-DRIVER-DROPPED
                    END-IF
               END-READ
             END-PERFORM
             CLOSE DRIVER-MASTER-File
           END-IF
           IF WS-DRIVER-DROPPED > 0
              DISPLAY "WARNING: DRIVER TABLE FULL - "
                      WS-DRIVER-DROPPED " RECORD(S) NOT LOADED"
           END-IF
           .

       FIND-DRIVER.
      **
      * Leaves the driver's table slot in WS-DRIVER-FOUND (0 = table
      * full); a driver not on the master is added.
      **
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DO-ID (WS-DRIVER-IDX) = WS-FIND-DRIVER
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
                MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0 AND WS-DRIVER-COUNT < 100
              ADD 1 TO WS-DRIVER-COUNT
              MOVE WS-DRIVER-COUNT TO WS-DRIVER-FOUND
              INITIALIZE DRIVER-ENTRY (WS-DRIVER-FOUND)
              MOVE WS-FIND-DRIVER TO DO-ID (WS-DRIVER-FOUND)
              MOVE "NOT ON DRIVER MASTER" TO DO-NAME (WS-DRIVER-FOUND)
           END-IF
           .

       LOAD-DATE-SHIFTS.
      **
      * Tag each driver with the date's recorded shift and its
      * guaranteed minimum (see DRIVER-SHIFT).
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-SHIFT-File
           IF DSH-FSTAT = "35"
              CLOSE DRIVER-SHIFT-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-SHIFT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DS-SHIFT-DATE = WS-BUSINESS-DATE
                     MOVE DS-DRIVER-ID TO WS-FIND-DRIVER
                     PERFORM FIND-DRIVER
                     IF WS-DRIVER-FOUND > 0
                        MOVE DS-SHIFT-CODE
                              TO DO-SHIFT-CODE (WS-DRIVER-FOUND)
                        MOVE DS-GUARANTEE
                              TO DO-GUARANTEE (WS-DRIVER-FOUND)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-SHIFT-File
           .

       READ-DISPATCH-BOARD.
           MOVE "N" TO WS-BOARDS-FOUND
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM READ-OUTLET-BOARD
           END-PERFORM
           IF WS-BOARDS-FOUND = "N"
              DISPLAY "NO DISPATCH BOARD FOR " WS-BUSINESS-DATE
           END-IF
           .

       READ-OUTLET-BOARD.
           MOVE SPACES TO WS-DISPATCH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "DISPATCH-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DISPATCH-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BOARDS-FOUND
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM ADD-ORDER
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           .

       ADD-ORDER.
      **
      * The day totals count every order; the driver columns only
      * the orders that reached a driver.  An order is late when it
      * was delivered more than the target minutes after it was
      * assigned.
      **
           ADD 1 TO WS-OPENED-COUNT
           EVALUATE DP-STATUS
             WHEN "D"
                ADD 1 TO WS-DELIVERED-COUNT
             WHEN "X"
                ADD 1 TO WS-CANCELLED-COUNT
                IF DP-DRIVER-ID = SPACES
                   ADD 1 TO WS-CANCEL-UNASSIGNED
                END-IF
             WHEN OTHER
                ADD 1 TO WS-LIVE-COUNT
           END-EVALUATE
           IF DP-DRIVER-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE DP-DRIVER-ID TO WS-FIND-DRIVER
           PERFORM FIND-DRIVER
           IF WS-DRIVER-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DO-ASSIGNED (WS-DRIVER-FOUND)
           IF DP-STATUS = "X"
              ADD 1 TO DO-CANCELLED (WS-DRIVER-FOUND)
           END-IF
           IF DP-PICKUP-DATE NOT = 0
              MOVE DP-ASSIGN-DATE TO WS-FROM-DATE
              MOVE DP-ASSIGN-TIME TO WS-FROM-TIME
              MOVE DP-PICKUP-DATE TO WS-TO-DATE
              MOVE DP-PICKUP-TIME TO WS-TO-TIME
              PERFORM COMPUTE-ELAPSED
              ADD 1 TO DO-PICKUP-COUNT (WS-DRIVER-FOUND)
              ADD WS-ELAPSED-MIN TO DO-PICKUP-MIN (WS-DRIVER-FOUND)
           END-IF
           IF DP-STATUS NOT = "D"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DO-DELIVERED (WS-DRIVER-FOUND)
           MOVE DP-PICKUP-DATE TO WS-FROM-DATE
           MOVE DP-PICKUP-TIME TO WS-FROM-TIME
           MOVE DP-DONE-DATE TO WS-TO-DATE
           MOVE DP-DONE-TIME TO WS-TO-TIME
           PERFORM COMPUTE-ELAPSED
           ADD 1 TO DO-DELIVERY-COUNT (WS-DRIVER-FOUND)
           ADD WS-ELAPSED-MIN TO DO-DELIVERY-MIN (WS-DRIVER-FOUND)
           MOVE DP-ASSIGN-DATE TO WS-FROM-DATE
           MOVE DP-ASSIGN-TIME TO WS-FROM-TIME
           PERFORM COMPUTE-ELAPSED
           IF WS-ELAPSED-MIN > WS-TARGET-MIN
              ADD 1 TO DO-LATE (WS-DRIVER-FOUND)
              ADD 1 TO WS-LATE-COUNT
           END-IF
           .

       COMPUTE-ELAPSED.
      **
      * Whole minutes from WS-FROM-DATE/TIME to WS-TO-DATE/TIME;
      * zero when either stamp is missing.
      **
           MOVE 0 TO WS-ELAPSED-MIN
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ELAPSED-MIN =
                 (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 1440
                 + (WS-TO-HH * 60 + WS-TO-MM)
                 - (WS-FROM-HH * 60 + WS-FROM-MM)
           IF WS-ELAPSED-MIN < 0
              MOVE 0 TO WS-ELAPSED-MIN
           END-IF
           .

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "DRIVER ON-TIME REPORT FOR BUSINESS DATE "
                  WS-BUSINESS-DATE
           DISPLAY "DELIVERY TARGET : " WS-TARGET-MIN,
                  " MINUTES FROM ASSIGNMENT"
           DISPLAY "----------------------------------------------",
                  "------------------------------"
           DISPLAY "ID     NAME                 ASSGN DELIV AVG-PU ",
                  "AVG-DL  LATE CANCL SH GUARANTEE"
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DO-ASSIGNED (WS-DRIVER-IDX) > 0
                OR DO-SHIFT-CODE (WS-DRIVER-IDX) NOT = SPACE
                PERFORM PRINT-DRIVER-LINE
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------",
                  "------------------------------"
           DISPLAY "ORDERS OPENED            : " WS-OPENED-COUNT
           DISPLAY "ORDERS DELIVERED         : " WS-DELIVERED-COUNT
           DISPLAY "  OF WHICH LATE          : " WS-LATE-COUNT
           DISPLAY "ORDERS CANCELLED         : " WS-CANCELLED-COUNT
           DISPLAY "  BEFORE ASSIGNMENT      : " WS-CANCEL-UNASSIGNED
           DISPLAY "ORDERS STILL ON THE BOARD: " WS-LIVE-COUNT
           .

       PRINT-DRIVER-LINE.
           MOVE 0 TO WS-AVG-PICKUP WS-AVG-DELIVERY
           IF DO-PICKUP-COUNT (WS-DRIVER-IDX) > 0
              COMPUTE WS-AVG-PICKUP ROUNDED =
                    DO-PICKUP-MIN (WS-DRIVER-IDX)
                    / DO-PICKUP-COUNT (WS-DRIVER-IDX)
           END-IF
           IF DO-DELIVERY-COUNT (WS-DRIVER-IDX) > 0
              COMPUTE WS-AVG-DELIVERY ROUNDED =
                    DO-DELIVERY-MIN (WS-DRIVER-IDX)
                    / DO-DELIVERY-COUNT (WS-DRIVER-IDX)
           END-IF
           DISPLAY DO-ID (WS-DRIVER-IDX) " "
                  DO-NAME (WS-DRIVER-IDX) " "
                  DO-ASSIGNED (WS-DRIVER-IDX) " "
                  DO-DELIVERED (WS-DRIVER-IDX) " "
                  WS-AVG-PICKUP "  "
                  WS-AVG-DELIVERY " "
                  DO-LATE (WS-DRIVER-IDX) " "
                  DO-CANCELLED (WS-DRIVER-IDX) " "
                  DO-SHIFT-CODE (WS-DRIVER-IDX) "  "
                  DO-GUARANTEE (WS-DRIVER-IDX)
           IF DO-SHIFT-CODE (WS-DRIVER-IDX) NOT = SPACE
              AND DO-DELIVERED (WS-DRIVER-IDX) = 0
              DISPLAY "       ON A GUARANTEED SHIFT WITH NO ",
                     "DELIVERIES"
           END-IF
           .
      ** add other procedures here
       END PROGRAM DRIVER-ON-TIME.
