      ******************************************************************
      * Author:
      * Date: 23 SEP 2026
      * Purpose: Order dispatch board.  An order is opened at the
      *          counter (vendor, amounts, zone, payment method and
      *          promo keyed and checked as CREATE-DATA checks them)
      *          and reserves its sales sequence number at once; it
      *          is then assigned to a driver from the driver
      *          master, marked picked up, and finally delivered or
      *          cancelled, each step stamped with the date and time
      *          it was keyed in the business date's
      *          DISPATCH-yyyymmdd.dat.  Delivering an order
      *          re-runs the sale validation on the delivery (vendor
      *          and driver still active, zone tariff, promo, account
      *          credit, vendor ticket limit, closed date) and writes
      *          the sale to the FOOD-DELIVERY daily file under the
      *          reserved sequence number, through the same file
      *          lock and write journal as TUGAS-KELOMPOK.  A
      *          cancelled order keeps its number; no sale is ever
      *          written for it.  DRIVER-ON-TIME reports the step
      *          intervals per driver.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 board is the workstation's outlet's own
      *                 DISPATCH file and a delivered order's sale goes
      *                 to that outlet's daily file stamped with its
      *                 outlet code.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   13 OCT 2026 - Every I/O error written to ERROR.log is also
      *                 queued as a high-severity IO-ERROR alert
      *                 (SUB-ALERT).
      *   15 OCT 2026 - A delivered order's sale is stamped with the
      *                 time the order was taken as its entry time, so
      *                 SALES-HOURS puts it on the hour grid.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DISPATCH-BOARD.
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
          ACCESS MODE IS DYNAMIC.
         SELECT CONTROL-File
             ASSIGN TO
             "C:\MAYBANK\COBOL\GNU PROJECT\data\CONTROL.dat"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-MASTER-File
             ASSIGN TO WS-VENDOR-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS VM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DISPATCH-File
             ASSIGN TO WS-DISPATCH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSP-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DISPATCH-WORK-File
             ASSIGN TO WS-DISPATCH-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSW-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ERROR-LOG-File
             ASSIGN TO WS-ERRLOG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ERL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
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
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
      * Only the key and status are named here; the order being
      * worked on is held in DISPATCH-RECORD in working storage
       FD DISPATCH-File.
       01 DISPATCH-FILE-RECORD.
         05 DF-BUSINESS-DATE PIC 9(8).
         05 DF-SEQ-NO PIC 9(4).
         05 DF-STATUS PIC X.
         05 FILLER PIC X(207).
       FD DISPATCH-WORK-File.
       01 DISPATCH-WORK-RECORD PIC X(220).
       FD ERROR-LOG-File.
       COPY "copybooks/ERRLOG-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 VM-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 DSP-FSTAT PIC 99.
       01 DSW-FSTAT PIC 99.
       01 ERL-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-ERR-OP PIC X(20).
       01 WS-ERR-STAT PIC XX.
       01 WS-ERR-MSG PIC X(60).
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation dispatches for (see SUB-OUTLET); the
      * board and the sales it writes are that outlet's own
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-VENDOR-MASTER-FILENAME PIC X(60).
       01 WS-DRIVER-MASTER-FILENAME PIC X(60).
       01 WS-DISPATCH-FILENAME PIC X(60).
       01 WS-DISPATCH-WORK-FILENAME PIC X(60).
       01 WS-ERRLOG-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-AUTH-LIMIT PIC 9(7) VALUE 500000.
       01 WS-COMMAND PIC X.
       01 WS-ANSWER PIC X.
       01 WS-NUM-ENTRY PIC X(7).
       01 WS-SEQ-ENTRY PIC X(4).
       01 WS-FIND-SEQ PIC 9(4).
       01 WS-WRITE-STAT PIC XX.
      *-----------------------
      * Operator sign-on (SUB-SIGN-ON request area); an inquiry-only
      * operator may look at the board but not move an order on
      *-----------------------
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-ROLE PIC X.
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 SG-OPERATOR-ID PIC X(10).
         05 SG-ROLE PIC X.
         05 SG-RESULT PIC X.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * The order being worked on
      *-----------------------
       COPY "copybooks/DISPATCH-REC.cpy".
       01 WS-ORDER-FOUND PIC X.
       01 WS-ORDER-WAS-STATUS PIC X.
       01 WS-ORDER-CHANGED PIC X.
       01 WS-ORDER-AMOUNT PIC 9(9).
       01 WS-STATUS-NAME PIC X(10).
       01 WS-PROMO-DISC PIC 9(7).
       01 WS-PROMO-FUNDER PIC X.
       01 WS-AUTH-SUP-ID PIC X(10).
      *-----------------------
      * Step timestamps and elapsed minutes between two of them
      *-----------------------
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
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
      * Board totals
      *-----------------------
       01 WS-LIVE-COUNT PIC 9(4).
       01 WS-DELIVERED-COUNT PIC 9(4).
       01 WS-CANCELLED-COUNT PIC 9(4).
      *-----------------------
      * Vendor master lookup table, loaded once at startup
      *-----------------------
       01 WS-VENDOR-COUNT PIC 9(3) VALUE 0.
       01 WS-VENDOR-IDX PIC 9(3).
       01 WS-VENDOR-FOUND PIC X VALUE "N".
       01 WS-VENDOR-ACTIVE PIC X VALUE "A".
       01 WS-VM-EOF PIC X VALUE "N".
       01 VENDOR-TABLE.
         05 VENDOR-ENTRY OCCURS 50 TIMES.
           10 VT-CODE PIC X(6).
           10 VT-NAME PIC X(20).
           10 VT-ACTIVE PIC X.
      *-----------------------
      * Driver master lookup table, loaded once at startup
      *-----------------------
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC X VALUE "N".
       01 WS-DRIVER-ACTIVE PIC X VALUE "A".
       01 WS-DM-EOF PIC X VALUE "N".
       01 WS-FIND-DRIVER-ID PIC X(6).
       01 WS-FIND-DRIVER-NAME PIC X(20).
       01 DRIVER-TABLE.
         05 DRIVER-ENTRY OCCURS 50 TIMES.
           10 DT-ID PIC X(6).
           10 DT-NAME PIC X(20).
           10 DT-ACTIVE PIC X.
      *-----------------------
      * Closed business-date check (SUB-CHECK-CLOSE)
      *-----------------------
       01 WS-CLOSED-FLAG PIC X VALUE "N".
       01 WS-OVERRIDE-OK PIC X VALUE "N".
       01 WS-OVERRIDE-SUP PIC X(10).
       01 WS-OVERRIDE-ANS PIC X.
      *-----------------------
      * Sequence number reservation (SUB-REFUND-CHECK request area)
      *-----------------------
       01 WS-REFUND-REQUEST.
         05 RF-MODE PIC X.
         05 RF-SOURCE PIC X.
         05 RF-ORIG-DATE PIC 9(8).
         05 RF-ORIG-SEQ PIC 9(4).
         05 RF-AMOUNT PIC 9(7).
         05 RF-REFUND-DATE PIC 9(8).
         05 RF-OPERATOR PIC X(10).
         05 RF-RESULT PIC X.
         05 RF-ORIG-VENDOR PIC X(6).
         05 RF-ORIG-DRIVER PIC X(6).
         05 RF-REMAINING PIC S9(9).
      *-----------------------
      * Supervisor authorization (SUB-SUPERVISOR-AUTH request area)
      *-----------------------
       01 WS-AUTH-REQUEST.
         05 AU-OPERATOR PIC X(10).
         05 AU-ACTION PIC X(20).
         05 AU-AMOUNT PIC 9(9).
         05 AU-SUP-ID PIC X(10).
         05 AU-RESULT PIC X.
      *-----------------------
      * Single-writer interlock (SUB-FILE-LOCK request area) - taken
      * on the dispatch file for every change to the board and on
      * the daily file while the delivered sale is written
      *-----------------------
       01 WS-LOCK-OK PIC X VALUE "N".
       01 WS-DISPATCH-LOCK-OK PIC X VALUE "N".
       01 WS-LOCK-ANS PIC X.
       01 WS-LOCK-REQUEST.
         05 FL-MODE PIC X.
         05 FL-DATA-FILE PIC X(60).
         05 FL-OPERATOR PIC X(10).
         05 FL-PROGRAM PIC X(20).
         05 FL-RESULT PIC X.
         05 FL-HELD-BY PIC X(10).
         05 FL-HELD-PROGRAM PIC X(20).
      *-----------------------
      * Per-vendor entry limits (SUB-VENDOR-LIMIT request area)
      *-----------------------
       01 WS-LIMIT-REQUEST.
         05 LM-VENDOR PIC X(6).
         05 LM-SOURCE PIC X.
         05 LM-BUSINESS-DATE PIC 9(8).
         05 LM-AMOUNT PIC 9(7).
         05 LM-PROGRAM PIC X(20).
         05 LM-OPERATOR PIC X(10).
         05 LM-DAY-KNOWN PIC X.
         05 LM-LIMIT-FOUND PIC X.
         05 LM-TICKET-LIMIT PIC 9(7).
         05 LM-TICKET-OVER PIC X.
         05 LM-DAILY-LIMIT PIC 9(9).
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
      *-----------------------
      * Promo code check (SUB-PROMO-CHECK request area)
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
      *-----------------------
      * After-image write journal (SUB-WRITE-JOURNAL request area)
      *-----------------------
       01 WS-JOURNAL-REQUEST.
         05 WJ-REQ-ACTION PIC X.
         05 WJ-REQ-DATA-FILE PIC X(60).
         05 WJ-REQ-PROGRAM PIC X(20).
         05 WJ-REQ-IMAGE PIC X(250).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "ORDER DISPATCH BOARD"
           MOVE "DISPATCH-BOARD" TO SG-PROGRAM
           MOVE SPACE TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
           CANCEL "SUB-SIGN-ON"
           IF SG-RESULT NOT = "A"
              STOP RUN
           END-IF
           MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SG-ROLE TO WS-OPERATOR-ROLE
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           PERFORM LOAD-VENDOR-MASTER
           PERFORM LOAD-DRIVER-MASTER
           DISPLAY "BUSINESS DATE (YYYYMMDD), BLANK = "
                  WS-BUSINESS-DATE " : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE = 0
              MOVE WS-BUSINESS-DATE TO WS-KEYED-DATE
           END-IF
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
           PERFORM BUILD-DATE-FILENAMES
           GO TO BOARD-MENU.

       BOARD-MENU.
           DISPLAY " "
           DISPLAY "DISPATCH BOARD FOR " WS-BUSINESS-DATE
           DISPLAY "(O)PEN / (A)SSIGN / (P)ICKED UP / (D)ELIVERED / ",
                  "(C)ANCEL / (B)OARD / ANY OTHER KEY QUITS : "
                  NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           IF WS-OPERATOR-ROLE = "I"
              AND (WS-COMMAND = "O" OR WS-COMMAND = "A"
                   OR WS-COMMAND = "P" OR WS-COMMAND = "D"
                   OR WS-COMMAND = "C")
              DISPLAY "INQUIRY-ONLY OPERATOR - ONLY THE BOARD IS ",
                     "AVAILABLE"
              GO TO BOARD-MENU
           END-IF
           EVALUATE WS-COMMAND
             WHEN "O"
                PERFORM OPEN-ORDER
             WHEN "A"
                PERFORM ASSIGN-ORDER
             WHEN "P"
                PERFORM PICKUP-ORDER
             WHEN "D"
                PERFORM DELIVER-ORDER
             WHEN "C"
                PERFORM CANCEL-ORDER
             WHEN "B"
                PERFORM SHOW-BOARD
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO BOARD-MENU.

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
                   IF CTL-AUTH-LIMIT IS NUMERIC
                      AND CTL-AUTH-LIMIT NOT = 0
                      MOVE CTL-AUTH-LIMIT TO WS-AUTH-LIMIT
                   END-IF
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
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-VENDOR-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-MASTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-DRIVER-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-MASTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-ERRLOG-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ERROR.log"
                  DELIMITED BY SIZE INTO WS-ERRLOG-FILENAME
           END-STRING
           .

       BUILD-DATE-FILENAMES.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE SPACES TO WS-DISPATCH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "DISPATCH-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DISPATCH-FILENAME
           END-STRING
           MOVE SPACES TO WS-DISPATCH-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "DISPATCH-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-DISPATCH-WORK-FILENAME
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

       LOG-IO-ERROR.
           MOVE "DISPATCH-BOARD" TO EL-PROGRAM
           MOVE WS-ERR-OP TO EL-OPERATION
           MOVE WS-ERR-STAT TO EL-FSTAT
           MOVE WS-ERR-MSG TO EL-MESSAGE
           ACCEPT EL-DATE FROM DATE YYYYMMDD
           ACCEPT EL-TIME FROM TIME
           OPEN EXTEND ERROR-LOG-File
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-File
           MOVE "H" TO AQ-SEVERITY
           MOVE "IO-ERROR" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE "DISPATCH-BOARD" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING FUNCTION TRIM(WS-ERR-OP) " STATUS " WS-ERR-STAT
                  " - " FUNCTION TRIM(WS-ERR-MSG)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .

       LOAD-VENDOR-MASTER.
           MOVE 0 TO WS-VENDOR-COUNT
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
                             VT-CODE (WS-VENDOR-COUNT)
                       MOVE VM-VENDOR-NAME TO
                             VT-NAME (WS-VENDOR-COUNT)
                       MOVE VM-ACTIVE-FLAG TO
                             VT-ACTIVE (WS-VENDOR-COUNT)
                    END-IF
               END-READ
             END-PERFORM
             CLOSE VENDOR-MASTER-File
           END-IF
           .

       LOOKUP-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND
           MOVE "A" TO WS-VENDOR-ACTIVE
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                     UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
             IF VT-CODE (WS-VENDOR-IDX) = DP-VENDOR-CODE
                MOVE VT-NAME (WS-VENDOR-IDX) TO DP-NAMA-VENDOR
                MOVE VT-ACTIVE (WS-VENDOR-IDX) TO WS-VENDOR-ACTIVE
                MOVE "Y" TO WS-VENDOR-FOUND
                MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
             END-IF
           END-PERFORM
           .

       LOAD-DRIVER-MASTER.
           MOVE 0 TO WS-DRIVER-COUNT
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DRIVER-MASTER-File
           IF DM-FSTAT NOT = "35"
             PERFORM UNTIL WS-DM-EOF = "Y"
               READ DRIVER-MASTER-File NEXT
                 AT END
                    MOVE "Y" TO WS-DM-EOF
                 NOT AT END
                    IF WS-DRIVER-COUNT < 50
                       ADD 1 TO WS-DRIVER-COUNT
                       MOVE DM-DRIVER-ID TO
                             DT-ID (WS-DRIVER-COUNT)
                       MOVE DM-DRIVER-NAME TO
                             DT-NAME (WS-DRIVER-COUNT)
                       MOVE DM-ACTIVE-FLAG TO
                             DT-ACTIVE (WS-DRIVER-COUNT)
                    END-IF
               END-READ
             END-PERFORM
             CLOSE DRIVER-MASTER-File
           END-IF
           .

       LOOKUP-DRIVER.
           MOVE "N" TO WS-DRIVER-FOUND
           MOVE "A" TO WS-DRIVER-ACTIVE
           MOVE SPACES TO WS-FIND-DRIVER-NAME
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-ID (WS-DRIVER-IDX) = WS-FIND-DRIVER-ID
                MOVE DT-NAME (WS-DRIVER-IDX) TO WS-FIND-DRIVER-NAME
                MOVE DT-ACTIVE (WS-DRIVER-IDX) TO WS-DRIVER-ACTIVE
                MOVE "Y" TO WS-DRIVER-FOUND
                MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
             END-IF
           END-PERFORM
           .

      *-----------------------
      * Opening an order - keyed and checked the way CREATE-DATA
      * keys a sale, then given its sequence number straight away
      *-----------------------
       OPEN-ORDER.
           CALL "SUB-CHECK-CLOSE"
                  USING WS-BUSINESS-DATE, WS-CLOSED-FLAG
           CANCEL "SUB-CHECK-CLOSE"
           IF WS-CLOSED-FLAG = "Y"
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " IS ",
                     "CLOSED - NO NEW ORDERS CAN BE OPENED ON IT"
              EXIT PARAGRAPH
           END-IF
           INITIALIZE DISPATCH-RECORD
           MOVE WS-BUSINESS-DATE TO DP-BUSINESS-DATE
           PERFORM ORDER-VENDOR-ENTRY
           PERFORM ORDER-PENJUALAN-ENTRY
           PERFORM ORDER-ZONE-ENTRY
           PERFORM ORDER-ONGKIR-ENTRY
           PERFORM ORDER-TIPS-ENTRY
           PERFORM ORDER-PAYMENT-ENTRY
           PERFORM ORDER-ONGKIR-OVERRIDE
           PERFORM ORDER-PROMO-ENTRY
           IF DP-PAY-METHOD = "A"
              COMPUTE WS-ORDER-AMOUNT = DP-PENJUALAN + DP-ONGKIR
                    + DP-TIPS - WS-PROMO-DISC
              MOVE DP-ACCOUNT-CODE TO CC-ACCOUNT
              MOVE WS-ORDER-AMOUNT TO CC-AMOUNT
              PERFORM CHECK-ACCOUNT-CREDIT
              IF CC-OVER = "Y"
                 DISPLAY "ORDER " WS-ORDER-AMOUNT " WOULD TAKE ",
                        "ACCOUNT " DP-ACCOUNT-CODE " OVER ITS ",
                        "CREDIT LIMIT " CC-CREDIT-LIMIT
                 DISPLAY "ORDER NOT OPENED"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "OPEN THIS ORDER? (Y/N) : " NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "ORDER DISCARDED"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-DISPATCH-LOCK
           IF WS-DISPATCH-LOCK-OK = "N"
              DISPLAY "ORDER NOT OPENED - BOARD LOCK NOT ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           MOVE "A" TO RF-MODE
           MOVE "F" TO RF-SOURCE
           MOVE WS-BUSINESS-DATE TO RF-ORIG-DATE
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST
           CANCEL "SUB-REFUND-CHECK"
           MOVE RF-ORIG-SEQ TO DP-SEQ-NO
           MOVE "O" TO DP-STATUS
           MOVE WS-OPERATOR-ID TO DP-OPENED-BY DP-LAST-BY
           ACCEPT DP-OPEN-DATE FROM DATE YYYYMMDD
           ACCEPT DP-OPEN-TIME FROM TIME
           OPEN EXTEND DISPATCH-File
           IF DSP-FSTAT = "35"
              OPEN OUTPUT DISPATCH-File
           END-IF
           WRITE DISPATCH-FILE-RECORD FROM DISPATCH-RECORD
           IF DSP-FSTAT NOT = "00"
              MOVE "WRITE DISPATCH-File" TO WS-ERR-OP
              MOVE DSP-FSTAT TO WS-ERR-STAT
              MOVE "unexpected status writing dispatch order"
                   TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "ORDER NOT OPENED - STATUS " DSP-FSTAT
           ELSE
              DISPLAY "ORDER OPENED AS SEQUENCE " DP-SEQ-NO,
                     " FOR " WS-BUSINESS-DATE
           END-IF
           CLOSE DISPATCH-File
           PERFORM RELEASE-DISPATCH-LOCK
           .

       ORDER-VENDOR-ENTRY.
           DISPLAY "VENDOR CODE : " NO ADVANCING
           ACCEPT DP-VENDOR-CODE
           PERFORM LOOKUP-VENDOR
           IF WS-VENDOR-FOUND = "N"
              DISPLAY "UNKNOWN VENDOR CODE - PLEASE RE-ENTER"
              GO TO ORDER-VENDOR-ENTRY
           END-IF
           IF WS-VENDOR-ACTIVE = "I"
              DISPLAY "VENDOR CODE IS DEACTIVATED - PLEASE RE-ENTER"
              GO TO ORDER-VENDOR-ENTRY
           END-IF
           DISPLAY "VENDOR : " DP-NAMA-VENDOR
           .

       ORDER-PENJUALAN-ENTRY.
           DISPLAY "PENJUALAN : " NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
              GO TO ORDER-PENJUALAN-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO DP-PENJUALAN
           .

       ORDER-ZONE-ENTRY.
      **
      * Zones are only asked for once ZONE-TARIFF.dat holds a tariff;
      * the zone's standard fee then becomes the ONGKIR default.
      **
           MOVE SPACES TO DP-ZONE-CODE
           MOVE 0 TO DP-ZONE-STD-ONGKIR
           PERFORM CHECK-ZONE-TARIFF
           IF ZN-RESULT = "T"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DELIVERY ZONE : " NO ADVANCING
           ACCEPT DP-ZONE-CODE
           MOVE FUNCTION UPPER-CASE(DP-ZONE-CODE) TO DP-ZONE-CODE
           IF DP-ZONE-CODE = SPACES
              DISPLAY "DELIVERY ZONE IS REQUIRED"
              GO TO ORDER-ZONE-ENTRY
           END-IF
           PERFORM CHECK-ZONE-TARIFF
           EVALUATE ZN-RESULT
             WHEN "A"
                CONTINUE
             WHEN "I"
                DISPLAY "DELIVERY ZONE IS WITHDRAWN - PLEASE RE-ENTER"
                GO TO ORDER-ZONE-ENTRY
             WHEN "N"
                DISPLAY "NO TARIFF IN FORCE FOR THAT ZONE ON ",
                       WS-BUSINESS-DATE " - PLEASE RE-ENTER"
                GO TO ORDER-ZONE-ENTRY
             WHEN OTHER
                DISPLAY "UNKNOWN DELIVERY ZONE - PLEASE RE-ENTER"
                GO TO ORDER-ZONE-ENTRY
           END-EVALUATE
           MOVE ZN-STD-ONGKIR TO DP-ZONE-STD-ONGKIR
           DISPLAY "ZONE : " ZN-DESCRIPTION " STANDARD ONGKIR ",
                  ZN-STD-ONGKIR
           .

       ORDER-ONGKIR-ENTRY.
           IF DP-ZONE-CODE NOT = SPACES
              DISPLAY "ONGKIR (BLANK = " DP-ZONE-STD-ONGKIR ") : "
                     NO ADVANCING
           ELSE
              DISPLAY "ONGKIR : " NO ADVANCING
           END-IF
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES AND DP-ZONE-CODE NOT = SPACES
              MOVE DP-ZONE-STD-ONGKIR TO WS-NUM-ENTRY
           END-IF
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
              GO TO ORDER-ONGKIR-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO DP-ONGKIR
           .

       ORDER-TIPS-ENTRY.
           DISPLAY "TIPS : " NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
              GO TO ORDER-TIPS-ENTRY
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO DP-TIPS
           .

       ORDER-PAYMENT-ENTRY.
           MOVE SPACES TO DP-ACCOUNT-CODE
           DISPLAY "PAYMENT METHOD - CASH(C)/QRIS(Q)/TRANSFER(T)/",
                  "PLATFORM(P)/ON ACCOUNT(A), BLANK=CASH : "
                  NO ADVANCING
           ACCEPT DP-PAY-METHOD
           IF DP-PAY-METHOD = SPACE
              MOVE "C" TO DP-PAY-METHOD
           END-IF
           MOVE FUNCTION UPPER-CASE(DP-PAY-METHOD) TO DP-PAY-METHOD
           IF DP-PAY-METHOD NOT = "C" AND DP-PAY-METHOD NOT = "Q"
              AND DP-PAY-METHOD NOT = "T" AND DP-PAY-METHOD NOT = "P"
              AND DP-PAY-METHOD NOT = "A"
              DISPLAY "INVALID PAYMENT METHOD - PLEASE RE-ENTER"
              GO TO ORDER-PAYMENT-ENTRY
           END-IF
           IF DP-PAY-METHOD NOT = "A"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CORPORATE ACCOUNT CODE (BLANK = OTHER ",
                  "PAYMENT METHOD) : " NO ADVANCING
           ACCEPT DP-ACCOUNT-CODE
           IF DP-ACCOUNT-CODE = SPACES
              GO TO ORDER-PAYMENT-ENTRY
           END-IF
           MOVE DP-ACCOUNT-CODE TO CC-ACCOUNT
           MOVE 0 TO CC-AMOUNT
           PERFORM CHECK-ACCOUNT-CREDIT
           IF CC-FOUND = "N"
              DISPLAY "UNKNOWN ACCOUNT CODE - PLEASE RE-ENTER"
              GO TO ORDER-PAYMENT-ENTRY
           END-IF
           IF CC-ACTIVE = "N"
              DISPLAY "ACCOUNT IS DEACTIVATED - PLEASE RE-ENTER"
              GO TO ORDER-PAYMENT-ENTRY
           END-IF
           DISPLAY "ACCOUNT : " CC-NAME
           .

       ORDER-ONGKIR-OVERRIDE.
      **
      * A fee further from the zone's standard tariff than its
      * tolerance needs a reason code; a blank reason re-keys the fee.
      **
           MOVE SPACES TO DP-ONGKIR-REASON
           IF DP-ZONE-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ZONE-TARIFF
           IF ZN-OUTSIDE NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "ONGKIR " DP-ONGKIR " IS OUTSIDE THE ZONE TARIFF ",
                  ZN-STD-ONGKIR " +/- " ZN-TOLERANCE
           DISPLAY "OVERRIDE REASON CODE (BLANK = RE-KEY THE ",
                  "ONGKIR) : " NO ADVANCING
           ACCEPT DP-ONGKIR-REASON
           IF DP-ONGKIR-REASON NOT = SPACES
              MOVE FUNCTION UPPER-CASE(DP-ONGKIR-REASON)
                    TO DP-ONGKIR-REASON
              EXIT PARAGRAPH
           END-IF
           PERFORM ORDER-ONGKIR-ENTRY
           GO TO ORDER-ONGKIR-OVERRIDE.

       ORDER-PROMO-ENTRY.
           MOVE SPACES TO DP-PROMO-CODE
           MOVE 0 TO WS-PROMO-DISC
           DISPLAY "PROMO CODE (BLANK = NONE) : " NO ADVANCING
           ACCEPT DP-PROMO-CODE
           IF DP-PROMO-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(DP-PROMO-CODE) TO DP-PROMO-CODE
           PERFORM CHECK-PROMO-CODE
           IF PC-RESULT NOT = "A"
              PERFORM SHOW-PROMO-REFUSAL
              GO TO ORDER-PROMO-ENTRY
           END-IF
           MOVE PC-DISCOUNT TO WS-PROMO-DISC
           DISPLAY "PROMO : " PC-DESCRIPTION " DISCOUNT " PC-DISCOUNT
           .

       SHOW-PROMO-REFUSAL.
           EVALUATE PC-RESULT
             WHEN "U"
                DISPLAY "UNKNOWN PROMO CODE"
             WHEN "I"
                DISPLAY "PROMO CODE IS DEACTIVATED"
             WHEN "D"
                DISPLAY "PROMO CODE IS NOT VALID ON ",
                       WS-BUSINESS-DATE
             WHEN "V"
                DISPLAY "PROMO CODE IS NOT VALID AT THIS VENDOR"
             WHEN OTHER
                DISPLAY "PROMO CODE HAS REACHED ITS DAILY CAP OF ",
                       PC-DAILY-CAP
           END-EVALUATE
           .

       CHECK-ZONE-TARIFF.
           MOVE DP-ZONE-CODE TO ZN-ZONE-CODE
           MOVE WS-BUSINESS-DATE TO ZN-BUSINESS-DATE
           MOVE DP-ONGKIR TO ZN-ONGKIR
           CALL "SUB-ZONE-TARIFF" USING WS-ZONE-REQUEST
           CANCEL "SUB-ZONE-TARIFF"
           .

       CHECK-PROMO-CODE.
           MOVE DP-PROMO-CODE TO PC-PROMO-CODE
           MOVE DP-VENDOR-CODE TO PC-VENDOR
           MOVE "F" TO PC-SOURCE
           MOVE WS-BUSINESS-DATE TO PC-BUSINESS-DATE
           MOVE DP-PENJUALAN TO PC-PENJUALAN
           MOVE DP-ONGKIR TO PC-ONGKIR
           MOVE "N" TO PC-DAY-KNOWN
           MOVE 0 TO PC-DAY-USES
           CALL "SUB-PROMO-CHECK" USING WS-PROMO-REQUEST
           CANCEL "SUB-PROMO-CHECK"
           .

       CHECK-ACCOUNT-CREDIT.
           MOVE WS-BUSINESS-DATE TO CC-BUSINESS-DATE
           CALL "SUB-AR-CREDIT" USING WS-CREDIT-REQUEST
           CANCEL "SUB-AR-CREDIT"
           .

       CHECK-VENDOR-LIMIT.
           MOVE DP-VENDOR-CODE TO LM-VENDOR
           MOVE "F" TO LM-SOURCE
           MOVE WS-BUSINESS-DATE TO LM-BUSINESS-DATE
           MOVE DP-PENJUALAN TO LM-AMOUNT
           MOVE "DISPATCH-BOARD" TO LM-PROGRAM
           MOVE WS-OPERATOR-ID TO LM-OPERATOR
           MOVE "N" TO LM-DAY-KNOWN
           MOVE 0 TO LM-DAILY-TOTAL
           CALL "SUB-VENDOR-LIMIT" USING WS-LIMIT-REQUEST
           CANCEL "SUB-VENDOR-LIMIT"
           .

       SUPERVISOR-AUTH.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR
           CALL "SUB-SUPERVISOR-AUTH" USING WS-AUTH-REQUEST
           CANCEL "SUB-SUPERVISOR-AUTH"
           .

      *-----------------------
      * Moving an order along the board
      *-----------------------
       FIND-ORDER.
      **
      * Asks for the order's sequence number and loads it into
      * DISPATCH-RECORD; its status is remembered so a change made
      * at another terminal in the meantime is not overwritten.
      **
           MOVE "N" TO WS-ORDER-FOUND
           DISPLAY "ORDER SEQUENCE NO : " NO ADVANCING
           ACCEPT WS-SEQ-ENTRY
           IF WS-SEQ-ENTRY = SPACES
              OR FUNCTION TRIM(WS-SEQ-ENTRY) NOT NUMERIC
              DISPLAY "INVALID SEQUENCE NUMBER"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SEQ-ENTRY) TO WS-FIND-SEQ
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT = "35"
              DISPLAY "NO ORDERS ON THE BOARD FOR " WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DF-SEQ-NO = WS-FIND-SEQ
                     MOVE DISPATCH-FILE-RECORD TO DISPATCH-RECORD
                     MOVE "Y" TO WS-ORDER-FOUND
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           IF WS-ORDER-FOUND = "N"
              DISPLAY "NO ORDER " WS-FIND-SEQ " ON THE BOARD FOR ",
                     WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE DP-STATUS TO WS-ORDER-WAS-STATUS
           PERFORM NAME-STATUS
           DISPLAY "ORDER " DP-SEQ-NO " " DP-NAMA-VENDOR " "
                  DP-PENJUALAN " - " WS-STATUS-NAME
           IF DP-DRIVER-ID NOT = SPACES
              DISPLAY "  DRIVER " DP-DRIVER-ID " " DP-DRIVER
           END-IF
           .

       NAME-STATUS.
           EVALUATE DP-STATUS
             WHEN "O"
                MOVE "OPEN" TO WS-STATUS-NAME
             WHEN "A"
                MOVE "ASSIGNED" TO WS-STATUS-NAME
             WHEN "P"
                MOVE "PICKED UP" TO WS-STATUS-NAME
             WHEN "D"
                MOVE "DELIVERED" TO WS-STATUS-NAME
             WHEN "X"
                MOVE "CANCELLED" TO WS-STATUS-NAME
             WHEN OTHER
                MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           .

       ASSIGN-ORDER.
           PERFORM FIND-ORDER
           IF WS-ORDER-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF DP-STATUS NOT = "O" AND DP-STATUS NOT = "A"
              DISPLAY "ONLY AN OPEN OR ASSIGNED ORDER CAN BE ",
                     "ASSIGNED - THIS ONE IS " WS-STATUS-NAME
              EXIT PARAGRAPH
           END-IF
           PERFORM ORDER-DRIVER-ENTRY
           IF WS-FIND-DRIVER-ID = SPACES
              DISPLAY "ORDER NOT ASSIGNED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-DRIVER-ID TO DP-DRIVER-ID
           MOVE WS-FIND-DRIVER-NAME TO DP-DRIVER
           MOVE "A" TO DP-STATUS
           ACCEPT DP-ASSIGN-DATE FROM DATE YYYYMMDD
           ACCEPT DP-ASSIGN-TIME FROM TIME
           PERFORM UPDATE-ORDER
           .

       ORDER-DRIVER-ENTRY.
           DISPLAY "DRIVER ID (BLANK = CANCEL) : " NO ADVANCING
           ACCEPT WS-FIND-DRIVER-ID
           IF WS-FIND-DRIVER-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-DRIVER
           IF WS-DRIVER-FOUND = "N"
              DISPLAY "UNKNOWN DRIVER ID - PLEASE RE-ENTER"
              GO TO ORDER-DRIVER-ENTRY
           END-IF
           IF WS-DRIVER-ACTIVE = "I"
              DISPLAY "DRIVER ID IS DEACTIVATED - PLEASE RE-ENTER"
              GO TO ORDER-DRIVER-ENTRY
           END-IF
           DISPLAY "DRIVER : " WS-FIND-DRIVER-NAME
           .

       PICKUP-ORDER.
           PERFORM FIND-ORDER
           IF WS-ORDER-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF DP-STATUS NOT = "A"
              DISPLAY "ONLY AN ASSIGNED ORDER CAN BE PICKED UP - ",
                     "THIS ONE IS " WS-STATUS-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE "P" TO DP-STATUS
           ACCEPT DP-PICKUP-DATE FROM DATE YYYYMMDD
           ACCEPT DP-PICKUP-TIME FROM TIME
           PERFORM UPDATE-ORDER
           .

       CANCEL-ORDER.
           PERFORM FIND-ORDER
           IF WS-ORDER-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF DP-STATUS NOT = "O" AND DP-STATUS NOT = "A"
              AND DP-STATUS NOT = "P"
              DISPLAY "THIS ORDER IS ALREADY " WS-STATUS-NAME
              EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCELLATION REASON (BLANK = KEEP THE ORDER) : "
                  NO ADVANCING
           ACCEPT DP-CANCEL-REASON
           IF DP-CANCEL-REASON = SPACES
              DISPLAY "ORDER NOT CANCELLED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(DP-CANCEL-REASON)
                 TO DP-CANCEL-REASON
           MOVE "X" TO DP-STATUS
           ACCEPT DP-DONE-DATE FROM DATE YYYYMMDD
           ACCEPT DP-DONE-TIME FROM TIME
           PERFORM UPDATE-ORDER
           .

       UPDATE-ORDER.
           PERFORM ACQUIRE-DISPATCH-LOCK
           IF WS-DISPATCH-LOCK-OK = "N"
              DISPLAY "ORDER NOT UPDATED - BOARD LOCK NOT ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM SAVE-ORDER
           PERFORM RELEASE-DISPATCH-LOCK
           .

       CHECK-ORDER-UNCHANGED.
           MOVE "N" TO WS-ORDER-CHANGED
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT NOT = "00"
              MOVE "Y" TO WS-ORDER-CHANGED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DF-SEQ-NO = DP-SEQ-NO
                     AND DF-STATUS NOT = WS-ORDER-WAS-STATUS
                     MOVE "Y" TO WS-ORDER-CHANGED
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           IF WS-ORDER-CHANGED = "Y"
              DISPLAY "ORDER " DP-SEQ-NO " WAS CHANGED AT ANOTHER ",
                     "TERMINAL - LOOK AT THE BOARD AND TRY AGAIN"
           END-IF
           .

       SAVE-ORDER.
      **
      * The board file is rewritten through a work file with the
      * order replaced, the same way DRIVER-SHIFT rewrites its file.
      * The caller holds the board lock.
      **
           PERFORM CHECK-ORDER-UNCHANGED
           IF WS-ORDER-CHANGED = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO DP-LAST-BY
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           OPEN OUTPUT DISPATCH-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DF-SEQ-NO = DP-SEQ-NO
                     WRITE DISPATCH-WORK-RECORD FROM DISPATCH-RECORD
                  ELSE
                     WRITE DISPATCH-WORK-RECORD
                           FROM DISPATCH-FILE-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           CLOSE DISPATCH-WORK-File
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-WORK-File
           OPEN OUTPUT DISPATCH-File
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  WRITE DISPATCH-FILE-RECORD
                        FROM DISPATCH-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE DISPATCH-WORK-File
           CLOSE DISPATCH-File
           PERFORM NAME-STATUS
           DISPLAY "ORDER " DP-SEQ-NO " IS NOW " WS-STATUS-NAME
           .

      *-----------------------
      * Delivery - the sale is validated again as it stands now and
      * written under the order's reserved sequence number
      *-----------------------
       DELIVER-ORDER.
           PERFORM FIND-ORDER
           IF WS-ORDER-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF DP-STATUS NOT = "P"
              DISPLAY "ONLY A PICKED-UP ORDER CAN BE DELIVERED - ",
                     "THIS ONE IS " WS-STATUS-NAME
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUTH-SUP-ID WS-PROMO-FUNDER
           MOVE 0 TO WS-PROMO-DISC
           PERFORM LOOKUP-VENDOR
           IF WS-VENDOR-FOUND = "N" OR WS-VENDOR-ACTIVE = "I"
              DISPLAY "VENDOR " DP-VENDOR-CODE " IS NO LONGER ",
                     "ACTIVE - CANCEL THE ORDER"
              EXIT PARAGRAPH
           END-IF
           MOVE DP-DRIVER-ID TO WS-FIND-DRIVER-ID
           PERFORM LOOKUP-DRIVER
           IF WS-DRIVER-FOUND = "N" OR WS-DRIVER-ACTIVE = "I"
              DISPLAY "DRIVER " DP-DRIVER-ID " IS NO LONGER ",
                     "ACTIVE - CANCEL THE ORDER"
              EXIT PARAGRAPH
           END-IF
           IF DP-ZONE-CODE NOT = SPACES
              PERFORM CHECK-ZONE-TARIFF
              IF ZN-RESULT NOT = "A"
                 DISPLAY "ZONE " DP-ZONE-CODE " NO LONGER HAS A ",
                        "TARIFF IN FORCE - CANCEL THE ORDER"
                 EXIT PARAGRAPH
              END-IF
              IF ZN-OUTSIDE = "Y" AND DP-ONGKIR-REASON = SPACES
                 DISPLAY "ONGKIR " DP-ONGKIR " IS NOW OUTSIDE THE ",
                        "ZONE TARIFF " ZN-STD-ONGKIR " +/- "
                        ZN-TOLERANCE
                 DISPLAY "OVERRIDE REASON CODE (BLANK = DO NOT ",
                        "DELIVER) : " NO ADVANCING
                 ACCEPT DP-ONGKIR-REASON
                 IF DP-ONGKIR-REASON = SPACES
                    DISPLAY "ORDER NOT DELIVERED"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE FUNCTION UPPER-CASE(DP-ONGKIR-REASON)
                       TO DP-ONGKIR-REASON
              END-IF
           END-IF
           IF DP-PROMO-CODE NOT = SPACES
              PERFORM CHECK-PROMO-CODE
              IF PC-RESULT = "A"
                 MOVE PC-DISCOUNT TO WS-PROMO-DISC
                 MOVE PC-FUNDED-BY TO WS-PROMO-FUNDER
              ELSE
                 PERFORM SHOW-PROMO-REFUSAL
                 DISPLAY "DELIVER WITHOUT THE PROMO? (Y/N) : "
                        NO ADVANCING
                 ACCEPT WS-ANSWER
                 IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                    DISPLAY "ORDER NOT DELIVERED"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE SPACES TO DP-PROMO-CODE
              END-IF
           END-IF
           PERFORM DELIVERY-ACCOUNT-CHECK
           IF DP-PAY-METHOD = SPACE
              DISPLAY "ORDER NOT DELIVERED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VENDOR-LIMIT
           IF LM-TICKET-OVER = "Y"
              DISPLAY "SALE " DP-PENJUALAN " IS OVER THE ",
                     "VENDOR'S TICKET LIMIT " LM-TICKET-LIMIT
              MOVE "SALE OVER VENDOR LIMIT" TO AU-ACTION
              MOVE DP-PENJUALAN TO AU-AMOUNT
              PERFORM SUPERVISOR-AUTH
              IF AU-RESULT NOT = "A"
                 DISPLAY "ORDER NOT DELIVERED - NOT AUTHORIZED"
                 EXIT PARAGRAPH
              END-IF
              MOVE AU-SUP-ID TO WS-AUTH-SUP-ID
           END-IF
           IF LM-DAILY-OVER = "Y"
              DISPLAY "NOTE - VENDOR'S DAY NOW " LM-DAILY-TOTAL,
                     " AGAINST DAILY CAP " LM-DAILY-LIMIT,
                     " - EXCEPTION RAISED FOR REVIEW"
           END-IF
           PERFORM CHECK-CLOSED-DATE
           IF WS-OVERRIDE-OK = "N"
              DISPLAY "ORDER NOT DELIVERED - BUSINESS DATE IS CLOSED"
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-FLAG = "Y"
              MOVE WS-OVERRIDE-SUP TO WS-AUTH-SUP-ID
           END-IF
           PERFORM ACQUIRE-DISPATCH-LOCK
           IF WS-DISPATCH-LOCK-OK = "N"
              DISPLAY "ORDER NOT DELIVERED - BOARD LOCK NOT ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ORDER-UNCHANGED
           IF WS-ORDER-CHANGED = "N"
              PERFORM WRITE-DELIVERED-SALE
              IF WS-WRITE-STAT = "00"
                 MOVE "D" TO DP-STATUS
                 ACCEPT DP-DONE-DATE FROM DATE YYYYMMDD
                 ACCEPT DP-DONE-TIME FROM TIME
                 PERFORM SAVE-ORDER
              END-IF
           END-IF
           PERFORM RELEASE-DISPATCH-LOCK
           .

       DELIVERY-ACCOUNT-CHECK.
      **
      * An on-account order is checked against the account's credit
      * as it stands at delivery; if it no longer fits, the driver
      * takes another payment method (blank = do not deliver, left
      * in DP-PAY-METHOD as a space).
      **
           IF DP-PAY-METHOD NOT = "A"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORDER-AMOUNT = DP-PENJUALAN + DP-ONGKIR
                 + DP-TIPS - WS-PROMO-DISC
           MOVE DP-ACCOUNT-CODE TO CC-ACCOUNT
           MOVE WS-ORDER-AMOUNT TO CC-AMOUNT
           PERFORM CHECK-ACCOUNT-CREDIT
           IF CC-FOUND = "Y" AND CC-ACTIVE NOT = "N"
              AND CC-OVER NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF CC-OVER = "Y"
              DISPLAY "ORDER " WS-ORDER-AMOUNT " WOULD TAKE ",
                     "ACCOUNT " DP-ACCOUNT-CODE " OVER ITS CREDIT ",
                     "LIMIT " CC-CREDIT-LIMIT
           ELSE
              DISPLAY "ACCOUNT " DP-ACCOUNT-CODE " IS NO LONGER ",
                     "ACTIVE"
           END-IF
           MOVE SPACES TO DP-ACCOUNT-CODE
           PERFORM DELIVERY-PAYMENT-ENTRY
           .

       DELIVERY-PAYMENT-ENTRY.
           DISPLAY "PAYMENT METHOD TAKEN - CASH(C)/QRIS(Q)/",
                  "TRANSFER(T)/PLATFORM(P), BLANK = DO NOT DELIVER : "
                  NO ADVANCING
           ACCEPT DP-PAY-METHOD
           MOVE FUNCTION UPPER-CASE(DP-PAY-METHOD) TO DP-PAY-METHOD
           IF DP-PAY-METHOD NOT = SPACE
              AND DP-PAY-METHOD NOT = "C" AND DP-PAY-METHOD NOT = "Q"
              AND DP-PAY-METHOD NOT = "T" AND DP-PAY-METHOD NOT = "P"
              DISPLAY "INVALID PAYMENT METHOD - PLEASE RE-ENTER"
              GO TO DELIVERY-PAYMENT-ENTRY
           END-IF
           .

       CHECK-CLOSED-DATE.
           MOVE "Y" TO WS-OVERRIDE-OK
           MOVE SPACES TO WS-OVERRIDE-SUP
           CALL "SUB-CHECK-CLOSE"
                  USING WS-BUSINESS-DATE, WS-CLOSED-FLAG
           CANCEL "SUB-CHECK-CLOSE"
           IF WS-CLOSED-FLAG = "Y"
              MOVE "N" TO WS-OVERRIDE-OK
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE " IS ",
                     "CLOSED - FINANCE HAS TAKEN THE TOTALS"
              DISPLAY "SUPERVISOR OVERRIDE? (Y/N) : " NO ADVANCING
              ACCEPT WS-OVERRIDE-ANS
              IF WS-OVERRIDE-ANS = "Y" OR WS-OVERRIDE-ANS = "y"
                 MOVE "CLOSED-DATE OVERRIDE" TO AU-ACTION
                 MOVE 0 TO AU-AMOUNT
                 PERFORM SUPERVISOR-AUTH
                 IF AU-RESULT = "A"
                    MOVE AU-SUP-ID TO WS-OVERRIDE-SUP
                    MOVE "Y" TO WS-OVERRIDE-OK
                    DISPLAY "OVERRIDE ACCEPTED - RE-RUN EOD-CLOSE ",
                           "FOR THIS DATE AFTERWARDS"
                 END-IF
              END-IF
           END-IF
           .

       WRITE-DELIVERED-SALE.
           MOVE "99" TO WS-WRITE-STAT
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LOCK-OK = "N"
              DISPLAY "ORDER NOT DELIVERED - FILE LOCK NOT ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           OPEN I-O PENJUALAN-File
           IF FSTAT = "35"
              OPEN OUTPUT PENJUALAN-File
              CLOSE PENJUALAN-File
              OPEN I-O PENJUALAN-File
           END-IF
           IF FSTAT NOT = "00"
              MOVE "OPEN I-O PENJUALAN-File" TO WS-ERR-OP
              MOVE FSTAT TO WS-ERR-STAT
              MOVE "unexpected status opening data file for write"
                   TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              PERFORM RELEASE-DATA-LOCK
              EXIT PARAGRAPH
           END-IF
           INITIALIZE PENJUALAN-Record
           MOVE DP-VENDOR-CODE TO XVENDOR-CODE
           MOVE DP-BUSINESS-DATE TO XTRANXDATE
           MOVE DP-NAMA-VENDOR TO XNAMA-VENDOR
           MOVE DP-PENJUALAN TO XPENJUALAN
           MOVE DP-ONGKIR TO XONGKIR
           MOVE DP-TIPS TO XTIPS
           MOVE DP-DRIVER-ID TO XDRIVER-ID
           MOVE DP-DRIVER TO XDRIVER
           MOVE "S" TO XTRANS-TYPE
           MOVE WS-OPERATOR-ID TO XOPERATOR-ID
           MOVE 0 TO XORIG-DATE XORIG-SEQ
           MOVE DP-PAY-METHOD TO XPAY-METHOD
           MOVE WS-AUTH-SUP-ID TO XAUTH-SUP-ID
           MOVE DP-SEQ-NO TO XSEQ-NO
           MOVE DP-ACCOUNT-CODE TO XACCOUNT-CODE
           MOVE DP-PROMO-CODE TO XPROMO-CODE
           MOVE WS-PROMO-DISC TO XPROMO-DISC
           MOVE WS-PROMO-FUNDER TO XPROMO-FUNDER
           MOVE DP-ZONE-CODE TO XZONE-CODE
           MOVE DP-ZONE-STD-ONGKIR TO XZONE-STD-ONGKIR
           MOVE DP-ONGKIR-REASON TO XONGKIR-REASON
           MOVE WS-OUTLET-CODE TO XOUTLET-CODE
           MOVE DP-OPEN-TIME TO XENTRY-TIME
           WRITE PENJUALAN-Record
           MOVE FSTAT TO WS-WRITE-STAT
           IF FSTAT NOT = "00"
              MOVE "WRITE PENJUALAN-Record" TO WS-ERR-OP
              MOVE FSTAT TO WS-ERR-STAT
              MOVE "unexpected status writing delivered sale"
                   TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "SALE NOT WRITTEN - STATUS " FSTAT
           ELSE
              MOVE "W" TO WJ-REQ-ACTION
              MOVE PENJUALAN-Record TO WJ-REQ-IMAGE
              MOVE WS-PENJUALAN-FILENAME TO WJ-REQ-DATA-FILE
              MOVE "DISPATCH-BOARD" TO WJ-REQ-PROGRAM
              CALL "SUB-WRITE-JOURNAL" USING WS-JOURNAL-REQUEST
              CANCEL "SUB-WRITE-JOURNAL"
              DISPLAY "SALE RECORDED AS SEQUENCE " XSEQ-NO,
                     " FOR " XTRANXDATE
           END-IF
           CLOSE PENJUALAN-File
           PERFORM RELEASE-DATA-LOCK
           .

      *-----------------------
      * File interlocks (SUB-FILE-LOCK)
      *-----------------------
       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE "A" TO FL-MODE
           MOVE WS-PENJUALAN-FILENAME TO FL-DATA-FILE
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           MOVE "DISPATCH-BOARD" TO FL-PROGRAM
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           IF FL-RESULT = "A"
              MOVE "Y" TO WS-LOCK-OK
           ELSE
              DISPLAY "FILE IS IN USE BY OPERATOR "
                     FUNCTION TRIM(FL-HELD-BY) " IN PROGRAM "
                     FUNCTION TRIM(FL-HELD-PROGRAM)
              DISPLAY "(R)ETRY OR ANY OTHER KEY CANCELS : "
                     NO ADVANCING
              ACCEPT WS-LOCK-ANS
              IF WS-LOCK-ANS = "R" OR WS-LOCK-ANS = "r"
                 GO TO ACQUIRE-DATA-LOCK
              END-IF
           END-IF
           .

       RELEASE-DATA-LOCK.
           MOVE "R" TO FL-MODE
           MOVE WS-PENJUALAN-FILENAME TO FL-DATA-FILE
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           .

       ACQUIRE-DISPATCH-LOCK.
           MOVE "N" TO WS-DISPATCH-LOCK-OK
           MOVE "A" TO FL-MODE
           MOVE WS-DISPATCH-FILENAME TO FL-DATA-FILE
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           MOVE "DISPATCH-BOARD" TO FL-PROGRAM
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           IF FL-RESULT = "A"
              MOVE "Y" TO WS-DISPATCH-LOCK-OK
           ELSE
              DISPLAY "BOARD IS IN USE BY OPERATOR "
                     FUNCTION TRIM(FL-HELD-BY)
              DISPLAY "(R)ETRY OR ANY OTHER KEY CANCELS : "
                     NO ADVANCING
              ACCEPT WS-LOCK-ANS
              IF WS-LOCK-ANS = "R" OR WS-LOCK-ANS = "r"
                 GO TO ACQUIRE-DISPATCH-LOCK
              END-IF
           END-IF
           .

       RELEASE-DISPATCH-LOCK.
           MOVE "R" TO FL-MODE
           MOVE WS-DISPATCH-FILENAME TO FL-DATA-FILE
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           .

      *-----------------------
      * The board - every live order with the minutes since its last
      * step, then the day's delivered and cancelled counts
      *-----------------------
       SHOW-BOARD.
           MOVE 0 TO WS-LIVE-COUNT WS-DELIVERED-COUNT
                     WS-CANCELLED-COUNT
           ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TO-TIME FROM TIME
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT = "35"
              DISPLAY "NO ORDERS ON THE BOARD FOR " WS-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "SEQ  STATUS     VENDOR               DRIVER ",
                  "                  PENJUALAN  MINUTES"
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT INTO DISPATCH-RECORD
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  EVALUATE DP-STATUS
                    WHEN "D"
                       ADD 1 TO WS-DELIVERED-COUNT
                    WHEN "X"
                       ADD 1 TO WS-CANCELLED-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-LIVE-COUNT
                       PERFORM SHOW-BOARD-LINE
                  END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           DISPLAY " "
           DISPLAY "LIVE ORDERS : " WS-LIVE-COUNT,
                  "   DELIVERED : " WS-DELIVERED-COUNT,
                  "   CANCELLED : " WS-CANCELLED-COUNT
           .

       SHOW-BOARD-LINE.
           EVALUATE DP-STATUS
             WHEN "A"
                MOVE DP-ASSIGN-DATE TO WS-FROM-DATE
                MOVE DP-ASSIGN-TIME TO WS-FROM-TIME
             WHEN "P"
                MOVE DP-PICKUP-DATE TO WS-FROM-DATE
                MOVE DP-PICKUP-TIME TO WS-FROM-TIME
             WHEN OTHER
                MOVE DP-OPEN-DATE TO WS-FROM-DATE
                MOVE DP-OPEN-TIME TO WS-FROM-TIME
           END-EVALUATE
           PERFORM COMPUTE-ELAPSED
           PERFORM NAME-STATUS
           DISPLAY DP-SEQ-NO " " WS-STATUS-NAME " " DP-NAMA-VENDOR " "
                  DP-DRIVER-ID " " DP-DRIVER " " DP-PENJUALAN "  "
                  WS-ELAPSED-MIN
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
      ** add other procedures here
       END PROGRAM DISPATCH-BOARD.
