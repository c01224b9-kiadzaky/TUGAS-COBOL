      ******************************************************************
      * Author:
      * Date: 07 OCT 2026
      * Purpose: Customer complaint and dispute cases.  A case is
      *          opened against one sale - keyed by business date and
      *          the stable sequence number, looked up in the
      *          outlet's FOOD-DELIVERY daily file (or PENJUALAN.dat)
      *          the way TRANS-INQUIRY finds it - with a category
      *          and the party responsible (vendor, driver or us),
      *          and moves from open to investigating to resolved in
      *          COMPLAINT-CASE.dat.  Every step and every note is
      *          added to the case's trail in COMPLAINT-NOTE.dat with
      *          the operator who keyed it.  Resolving a case can
      *          raise the refund of the sale - checked, numbered and
      *          linked through SUB-REFUND-CHECK and written through
      *          the same file lock and write journal as
      *          TUGAS-KELOMPOK - or post a chargeback deduction to
      *          the vendor ledger for VENDOR-SETTLEMENT to net off.
      *          CASE-AGING reports open cases and time to close;
      *          TRANS-INQUIRY shows the cases on a transaction.
      * Tectonics: cobc
      * Modification History:
      *   13 OCT 2026 - Every I/O error written to ERROR.log is also
      *                 queued as a high-severity IO-ERROR alert
      *                 (SUB-ALERT).
      *   15 OCT 2026 - A refund raised from a case is written to this
      *                 workstation's outlet's daily file - the one
      *                 whose closed date was checked - as
      *                 TUGAS-KELOMPOK writes one; its link still
      *                 carries the sale's outlet and the case records
      *                 where it went.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COMPLAINT-CASE.
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
         SELECT CASE-File
             ASSIGN TO WS-CASE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CAS-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASE-WORK-File
             ASSIGN TO WS-CASE-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CSW-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASE-NOTE-File
             ASSIGN TO WS-NOTE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CNT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LED-FSTAT
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
      * Only the key and status are named here; the case being
      * worked on is held in COMPLAINT-CASE-RECORD in working storage
       FD CASE-File.
       01 CASE-FILE-RECORD.
         05 CF-CASE-NO PIC 9(6).
         05 CF-STATUS PIC X.
         05 CF-BUSINESS-DATE PIC 9(8).
         05 CF-SEQ-NO PIC 9(4).
         05 CF-OUTLET-CODE PIC X(3).
         05 FILLER PIC X(171).
       FD CASE-WORK-File.
       01 CASE-WORK-RECORD PIC X(193).
       FD CASE-NOTE-File.
       COPY "copybooks/CASENOTE-REC.cpy".
       FD VENDOR-LEDGER-File.
       COPY "copybooks/VENDLED-REC.cpy".
       FD ERROR-LOG-File.
       COPY "copybooks/ERRLOG-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 CAS-FSTAT PIC 99.
       01 CSW-FSTAT PIC 99.
       01 CNT-FSTAT PIC 99.
       01 LED-FSTAT PIC 99.
       01 ERL-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-ERR-OP PIC X(20).
       01 WS-ERR-STAT PIC XX.
       01 WS-ERR-MSG PIC X(60).
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-CASE-FILENAME PIC X(60).
       01 WS-CASE-WORK-FILENAME PIC X(60).
       01 WS-NOTE-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-ERRLOG-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-AUTH-LIMIT PIC 9(7) VALUE 500000.
       01 WS-COMMAND PIC X.
       01 WS-ANSWER PIC X.
       01 WS-NUM-ENTRY PIC X(9).
       01 WS-SEQ-ENTRY PIC X(4).
       01 WS-CASE-ENTRY PIC X(6).
       01 WS-WRITE-STAT PIC XX.
      *-----------------------
      * Operator sign-on (SUB-SIGN-ON request area); an inquiry-only
      * operator may look at cases but not open or move one
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
      * Sequence numbers run within one outlet's daily file, so a
      * case is for one outlet's sale (the workstation's unless
      * another is keyed); a refund it raises goes to this
      * workstation's outlet's daily file, as TUGAS-KELOMPOK writes
      * one, and its link carries the sale's outlet
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
      *-----------------------
      * The sale a case is opened against, as found on file
      *-----------------------
       01 WS-SALE-DATE PIC 9(8).
       01 WS-SALE-SEQ PIC 9(4).
       01 WS-SOURCE PIC X.
       01 WS-FOUND PIC X VALUE "N".
       01 WS-FOUND-RECORD PIC X(250).
       01 WS-FOUND-R REDEFINES WS-FOUND-RECORD.
         05 FR-VENDOR-CODE PIC X(6).
         05 FR-TRANXDATE PIC 9(8).
         05 FR-NAMA-VENDOR PIC X(20).
         05 FR-PENJUALAN PIC 9(7).
         05 FR-ONGKIR PIC 9(7).
         05 FR-TIPS PIC 9(7).
         05 FR-DRIVER-ID PIC X(6).
         05 FR-DRIVER PIC X(20).
         05 FR-TRANS-TYPE PIC X(1).
         05 FR-OPERATOR-ID PIC X(10).
         05 FR-ORIG-DATE PIC 9(8).
         05 FR-ORIG-SEQ PIC 9(4).
         05 FR-PAY-METHOD PIC X.
         05 FR-AUTH-SUP-ID PIC X(10).
         05 FR-SEQ-NO PIC 9(4).
         05 FR-ACCOUNT-CODE PIC X(6).
         05 FR-PROMO-CODE PIC X(8).
         05 FR-PROMO-DISC PIC 9(7).
         05 FR-PROMO-FUNDER PIC X(1).
         05 FR-ZONE-CODE PIC X(4).
         05 FR-ZONE-STD-ONGKIR PIC 9(7).
         05 FR-ONGKIR-REASON PIC X(4).
         05 FR-OUTLET-CODE PIC X(3).
         05 FR-ENTRY-TIME PIC 9(8).
         05 FR-CUST-PHONE PIC X(15).
         05 FR-LOY-POINTS PIC 9(7).
         05 FR-LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
      *-----------------------
      * The case being worked on, and its status when it was read so
      * a change made at another terminal is not overwritten
      *-----------------------
       COPY "copybooks/CASE-REC.cpy".
       01 WS-CASE-FOUND PIC X.
       01 WS-CASE-WAS-STATUS PIC X.
       01 WS-CASE-CHANGED PIC X.
       01 WS-FIND-CASE PIC 9(6).
       01 WS-NEXT-CASE PIC 9(6).
       01 WS-CASE-COUNT PIC 9(5).
       01 WS-NOTE-COUNT PIC 9(5).
       01 WS-NOTE-TEXT PIC X(60).
       01 WS-STATUS-NAME PIC X(13).
       01 WS-PARTY-NAME PIC X(6).
       01 WS-CATEGORY-NAME PIC X(20).
      *-----------------------
      * Complaint categories (see CASE-REC)
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
       01 WS-CAT-FOUND PIC X.
      *-----------------------
      * Resolution - refund raised or chargeback posted
      *-----------------------
       01 WS-RESOLUTION PIC X.
       01 WS-REFUND-AMOUNT PIC 9(7).
       01 WS-REFUND-LEFT PIC S9(9).
       01 WS-CASH-REFUND PIC S9(9).
       01 WS-LOY-POINTS PIC 9(7).
       01 WS-LOY-VALUE PIC 9(7).
       01 WS-AUTH-SUP-ID PIC X(10).
       01 WS-CHARGE-AMOUNT PIC 9(9).
      *-----------------------
      * Closed business-date check (SUB-CHECK-CLOSE)
      *-----------------------
       01 WS-CLOSED-FLAG PIC X VALUE "N".
       01 WS-OVERRIDE-OK PIC X VALUE "N".
       01 WS-OVERRIDE-SUP PIC X(10).
       01 WS-OVERRIDE-ANS PIC X.
      *-----------------------
      * Refund check, sequence allocation and link registration
      * (SUB-REFUND-CHECK request area)
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
       01 WS-REFUND-LOYALTY.
         05 RFL-ORIG-PHONE PIC X(15).
         05 RFL-ORIG-PENJUALAN PIC 9(7).
         05 RFL-ORIG-LOY-POINTS PIC 9(7).
         05 RFL-ORIG-LOY-VALUE PIC 9(7).
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
      * on the case file for every change to a case and on the
      * daily file while a refund is written
      *-----------------------
       01 WS-LOCK-OK PIC X VALUE "N".
       01 WS-CASE-LOCK-OK PIC X VALUE "N".
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
           DISPLAY "COMPLAINT AND DISPUTE CASES"
           MOVE "COMPLAINT-CASE" TO SG-PROGRAM
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
           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE
           GO TO CASE-MENU.

       CASE-MENU.
           DISPLAY " "
           DISPLAY "(O)PEN / (N)OTE / (I)NVESTIGATE / (R)ESOLVE / ",
                  "(S)HOW / (L)IST OPEN / ANY OTHER KEY QUITS : "
                  NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           IF WS-OPERATOR-ROLE = "I"
              AND (WS-COMMAND = "O" OR WS-COMMAND = "N"
                   OR WS-COMMAND = "I" OR WS-COMMAND = "R")
              DISPLAY "INQUIRY-ONLY OPERATOR - ONLY SHOW AND LIST ",
                     "ARE AVAILABLE"
              GO TO CASE-MENU
           END-IF
           EVALUATE WS-COMMAND
             WHEN "O"
                PERFORM OPEN-CASE
             WHEN "N"
                PERFORM NOTE-CASE
             WHEN "I"
                PERFORM INVESTIGATE-CASE
             WHEN "R"
                PERFORM RESOLVE-CASE
             WHEN "S"
                PERFORM SHOW-CASE
             WHEN "L"
                PERFORM LIST-OPEN-CASES
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO CASE-MENU.

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
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-CASE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "COMPLAINT-CASE.dat"
                  DELIMITED BY SIZE INTO WS-CASE-FILENAME
           END-STRING
           MOVE SPACES TO WS-CASE-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "COMPLAINT-CASE.tmp"
                  DELIMITED BY SIZE INTO WS-CASE-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-NOTE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "COMPLAINT-NOTE.dat"
                  DELIMITED BY SIZE INTO WS-NOTE-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           MOVE SPACES TO WS-ERRLOG-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ERROR.log"
                  DELIMITED BY SIZE INTO WS-ERRLOG-FILENAME
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
           MOVE "COMPLAINT-CASE" TO EL-PROGRAM
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
           MOVE "COMPLAINT-CASE" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING FUNCTION TRIM(WS-ERR-OP) " STATUS " WS-ERR-STAT
                  " - " FUNCTION TRIM(WS-ERR-MSG)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .

      *-----------------------
      * Opening a case against a sale
      *-----------------------
       OPEN-CASE.
           DISPLAY "SALE BUSINESS DATE (YYYYMMDD), BLANK = CANCEL : "
                  NO ADVANCING
           ACCEPT WS-KEYED-DATE
           IF WS-KEYED-DATE = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-SALE-DATE
           PERFORM ASK-OUTLET
           DISPLAY "SALE SEQUENCE NUMBER : " NO ADVANCING
           ACCEPT WS-SEQ-ENTRY
           IF WS-SEQ-ENTRY = SPACES
              OR FUNCTION TRIM(WS-SEQ-ENTRY) NOT NUMERIC
              DISPLAY "INVALID SEQUENCE NUMBER - NO CASE OPENED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-SEQ-ENTRY) TO WS-SALE-SEQ
           PERFORM LOCATE-RECORD
           IF WS-FOUND = "N"
              DISPLAY "NO RECORD WITH SEQUENCE " WS-SALE-SEQ,
                     " FOR BUSINESS DATE " WS-SALE-DATE,
                     " IN THE DAILY FILE OR PENJUALAN.dat"
              EXIT PARAGRAPH
           END-IF
           IF FR-TRANS-TYPE NOT = "S"
              DISPLAY "RECORD " WS-SALE-DATE " / " WS-SALE-SEQ,
                     " IS NOT A SALE (TYPE " FR-TRANS-TYPE ") - ",
                     "OPEN THE CASE AGAINST THE ORIGINAL SALE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SALE   : " FR-VENDOR-CODE " " FR-NAMA-VENDOR,
                  " PENJUALAN " FR-PENJUALAN
           DISPLAY "DRIVER : " FR-DRIVER-ID " " FR-DRIVER
           PERFORM LIST-SALE-CASES
           IF WS-CASE-COUNT > 0
              DISPLAY "OPEN ANOTHER CASE ON THIS SALE? (Y/N) : "
                     NO ADVANCING
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                 DISPLAY "NO CASE OPENED"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           INITIALIZE COMPLAINT-CASE-RECORD
           MOVE WS-SALE-DATE TO CM-BUSINESS-DATE
           MOVE WS-SALE-SEQ TO CM-SEQ-NO
           MOVE WS-OUTLET-CODE TO CM-OUTLET-CODE
           MOVE WS-SOURCE TO CM-SOURCE
           MOVE FR-VENDOR-CODE TO CM-VENDOR-CODE
           MOVE FR-DRIVER-ID TO CM-DRIVER-ID
           MOVE FR-PENJUALAN TO CM-PENJUALAN
           MOVE FR-CUST-PHONE TO CM-CUST-PHONE
           PERFORM ACCEPT-CATEGORY
           PERFORM ACCEPT-PARTY
           IF CM-PARTY = "D" AND CM-DRIVER-ID = SPACES
              DISPLAY "NOTE - THE SALE HAS NO DRIVER ON IT"
           END-IF
           DISPLAY "COMPLAINT SUMMARY : " NO ADVANCING
           ACCEPT CM-SUMMARY
           MOVE "O" TO CM-STATUS
           MOVE WS-BUSINESS-DATE TO CM-OPENED-DATE CM-LAST-DATE
           MOVE WS-OPERATOR-ID TO CM-OPENED-BY CM-LAST-BY
           MOVE "N" TO CM-RESOLUTION

           PERFORM ACQUIRE-CASE-LOCK
           IF WS-CASE-LOCK-OK = "N"
              DISPLAY "NO CASE OPENED - CASE FILE LOCK NOT ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-CASE-NUMBER
           MOVE WS-NEXT-CASE TO CM-CASE-NO
           OPEN EXTEND CASE-File
           IF CAS-FSTAT = "35"
              OPEN OUTPUT CASE-File
           END-IF
           IF CAS-FSTAT NOT = "00"
              MOVE "OPEN EXTEND CASE-File" TO WS-ERR-OP
              MOVE CAS-FSTAT TO WS-ERR-STAT
              MOVE "unexpected status opening case file" TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "CANNOT OPEN THE CASE FILE - STATUS " CAS-FSTAT
              PERFORM RELEASE-CASE-LOCK
              EXIT PARAGRAPH
           END-IF
           WRITE CASE-FILE-RECORD FROM COMPLAINT-CASE-RECORD
           CLOSE CASE-File
           PERFORM RELEASE-CASE-LOCK
           MOVE "CASE OPENED" TO WS-NOTE-TEXT
           PERFORM WRITE-CASE-NOTE
           DISPLAY "CASE " CM-CASE-NO " OPENED"
           DISPLAY "FIRST NOTE (BLANK = NONE) : " NO ADVANCING
           MOVE SPACES TO WS-NOTE-TEXT
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT NOT = SPACES
              PERFORM WRITE-CASE-NOTE
           END-IF
           .

       ASK-OUTLET.
           MOVE OU-WORKSTATION TO WS-OUTLET-CODE
           IF OU-COUNT > 1
              DISPLAY "OUTLET? BLANK = " OU-WORKSTATION " : "
                     NO ADVANCING
              ACCEPT WS-KEYED-OUTLET
              MOVE FUNCTION UPPER-CASE(WS-KEYED-OUTLET)
                    TO WS-KEYED-OUTLET
              IF WS-KEYED-OUTLET NOT = SPACES
                 MOVE WS-KEYED-OUTLET TO WS-OUTLET-CODE
              END-IF
           END-IF
           MOVE SPACES TO WS-OUTLET-SUFFIX
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = WS-OUTLET-CODE
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
                MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF WS-FOUND = "N"
              DISPLAY WS-OUTLET-CODE " IS NOT AN OUTLET - PLEASE ",
                     "RE-ENTER"
              GO TO ASK-OUTLET
           END-IF
           .

       LOCATE-RECORD.
      **
      * The daily file is the usual home for the date; PENJUALAN.dat
      * is checked second for records keyed through TABEL-PENJUALAN,
      * exactly as TRANS-INQUIRY looks a transaction up.
      **
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-SALE-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "F" TO WS-SOURCE
           PERFORM SCAN-ONE-FILE
           IF WS-FOUND = "N"
              MOVE SPACES TO WS-PENJUALAN-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                     DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
              END-STRING
              MOVE "P" TO WS-SOURCE
              PERFORM SCAN-ONE-FILE
           END-IF
           .

       SCAN-ONE-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT = "35"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN "
                     FUNCTION TRIM(WS-PENJUALAN-FILENAME),
                     " - STATUS " FSTAT " - RUN FILE-CONVERT OR ",
                     "FILE-REBUILD"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XSEQ-NO IS NUMERIC
                     AND XSEQ-NO = WS-SALE-SEQ
                     AND XTRANXDATE = WS-SALE-DATE
                     MOVE SPACES TO WS-FOUND-RECORD
                     MOVE PENJUALAN-RECORD TO WS-FOUND-RECORD
                     MOVE "Y" TO WS-FOUND
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       LIST-SALE-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "00"
              CLOSE CASE-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CF-BUSINESS-DATE = WS-SALE-DATE
                     AND CF-SEQ-NO = WS-SALE-SEQ
                     AND CF-OUTLET-CODE = WS-OUTLET-CODE
                     ADD 1 TO WS-CASE-COUNT
                     MOVE CASE-FILE-RECORD TO COMPLAINT-CASE-RECORD
                     PERFORM NAME-STATUS
                     DISPLAY "  CASE " CM-CASE-NO " ALREADY ON THIS ",
                            "SALE - " WS-STATUS-NAME " "
                            CM-SUMMARY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           .

       ACCEPT-CATEGORY.
           DISPLAY "CATEGORY -"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > 7
             DISPLAY "  " CT-CODE (WS-CAT-IDX) " "
                    CT-NAME (WS-CAT-IDX)
           END-PERFORM
           DISPLAY "CATEGORY CODE : " NO ADVANCING
           ACCEPT CM-CATEGORY
           MOVE FUNCTION UPPER-CASE(CM-CATEGORY) TO CM-CATEGORY
           PERFORM NAME-CATEGORY
           IF WS-CAT-FOUND = "N"
              DISPLAY "UNKNOWN CATEGORY - PLEASE RE-ENTER"
              GO TO ACCEPT-CATEGORY
           END-IF
           .

       ACCEPT-PARTY.
           DISPLAY "RESPONSIBLE - (V)ENDOR / (D)RIVER / (U)S : "
                  NO ADVANCING
           ACCEPT CM-PARTY
           MOVE FUNCTION UPPER-CASE(CM-PARTY) TO CM-PARTY
           IF CM-PARTY NOT = "V" AND CM-PARTY NOT = "D"
              AND CM-PARTY NOT = "U"
              DISPLAY "MUST BE V, D OR U - PLEASE RE-ENTER"
              GO TO ACCEPT-PARTY
           END-IF
           .

       NEXT-CASE-NUMBER.
      **
      * Next case number = 1 + the highest on file; the caller holds
      * the case file lock so two terminals cannot take the same one.
      **
           MOVE 0 TO WS-NEXT-CASE
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           IF CAS-FSTAT = "00"
             PERFORM UNTIL WS-EOF = "Y"
               READ CASE-File NEXT
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CF-CASE-NO IS NUMERIC
                       AND CF-CASE-NO > WS-NEXT-CASE
                       MOVE CF-CASE-NO TO WS-NEXT-CASE
                    END-IF
               END-READ
             END-PERFORM
           END-IF
           CLOSE CASE-File
           ADD 1 TO WS-NEXT-CASE
           .

      *-----------------------
      * Moving a case along
      *-----------------------
       FIND-CASE.
      **
      * Asks for the case number and loads it into
      * COMPLAINT-CASE-RECORD; its status is remembered so a change
      * made at another terminal in the meantime is not overwritten.
      **
           MOVE "N" TO WS-CASE-FOUND
           DISPLAY "CASE NUMBER : " NO ADVANCING
           ACCEPT WS-CASE-ENTRY
           IF WS-CASE-ENTRY = SPACES
              OR FUNCTION TRIM(WS-CASE-ENTRY) NOT NUMERIC
              DISPLAY "INVALID CASE NUMBER"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CASE-ENTRY) TO WS-FIND-CASE
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "00"
              CLOSE CASE-File
              DISPLAY "NO CASES ON FILE"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CF-CASE-NO = WS-FIND-CASE
                     MOVE CASE-FILE-RECORD TO COMPLAINT-CASE-RECORD
                     MOVE "Y" TO WS-CASE-FOUND
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           IF WS-CASE-FOUND = "N"
              DISPLAY "NO CASE " WS-FIND-CASE " ON FILE"
              EXIT PARAGRAPH
           END-IF
           MOVE CM-STATUS TO WS-CASE-WAS-STATUS
           PERFORM NAME-STATUS
           PERFORM NAME-CATEGORY
           DISPLAY "CASE " CM-CASE-NO " - " WS-STATUS-NAME " - "
                  WS-CATEGORY-NAME
           DISPLAY "  SALE " CM-BUSINESS-DATE " / " CM-SEQ-NO,
                  " VENDOR " CM-VENDOR-CODE " DRIVER " CM-DRIVER-ID,
                  " PENJUALAN " CM-PENJUALAN
           DISPLAY "  " CM-SUMMARY
           .

       NOTE-CASE.
           PERFORM FIND-CASE
           IF WS-CASE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF CM-STATUS = "R"
              DISPLAY "CASE IS RESOLVED - NOTHING ADDED"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM UPDATE-CASE
           .

       INVESTIGATE-CASE.
           PERFORM FIND-CASE
           IF WS-CASE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF CM-STATUS NOT = "O"
              DISPLAY "ONLY AN OPEN CASE CAN BE MOVED TO ",
                     "INVESTIGATING - THIS ONE IS " WS-STATUS-NAME
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "I" TO CM-STATUS
           PERFORM UPDATE-CASE
           .

       RESOLVE-CASE.
           PERFORM FIND-CASE
           IF WS-CASE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF CM-STATUS = "R"
              DISPLAY "CASE IS ALREADY RESOLVED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "RESOLVE WITH - (R)EFUND TO THE CUSTOMER / ",
                  "(C)HARGEBACK TO THE VENDOR / (N)O MONEY : "
                  NO ADVANCING
           ACCEPT WS-RESOLUTION
           MOVE FUNCTION UPPER-CASE(WS-RESOLUTION) TO WS-RESOLUTION
           IF WS-RESOLUTION NOT = "R" AND WS-RESOLUTION NOT = "C"
              AND WS-RESOLUTION NOT = "N"
              DISPLAY "MUST BE R, C OR N - CASE NOT RESOLVED"
              EXIT PARAGRAPH
           END-IF
           IF WS-RESOLUTION = "C" AND CM-PARTY NOT = "V"
              DISPLAY "A CHARGEBACK IS ONLY POSTED WHEN THE VENDOR ",
                     "IS RESPONSIBLE - CASE NOT RESOLVED"
              EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM ACQUIRE-CASE-LOCK
           IF WS-CASE-LOCK-OK = "N"
              DISPLAY "CASE NOT RESOLVED - CASE FILE LOCK NOT ",
                     "ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CASE-UNCHANGED
           IF WS-CASE-CHANGED = "N"
              MOVE "00" TO WS-WRITE-STAT
              EVALUATE WS-RESOLUTION
                WHEN "R"
                   PERFORM RAISE-REFUND
                WHEN "C"
                   PERFORM POST-CHARGEBACK
              END-EVALUATE
              IF WS-WRITE-STAT = "00"
                 MOVE "R" TO CM-STATUS
                 MOVE WS-RESOLUTION TO CM-RESOLUTION
                 MOVE WS-BUSINESS-DATE TO CM-RESOLVED-DATE
                 PERFORM SAVE-CASE
                 PERFORM WRITE-CASE-NOTE
              ELSE
                 DISPLAY "CASE NOT RESOLVED"
              END-IF
           END-IF
           PERFORM RELEASE-CASE-LOCK
           .

       UPDATE-CASE.
           PERFORM ACQUIRE-CASE-LOCK
           IF WS-CASE-LOCK-OK = "N"
              DISPLAY "CASE NOT UPDATED - CASE FILE LOCK NOT ",
                     "ACQUIRED"
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CASE-UNCHANGED
           IF WS-CASE-CHANGED = "N"
              PERFORM SAVE-CASE
              PERFORM WRITE-CASE-NOTE
           END-IF
           PERFORM RELEASE-CASE-LOCK
           .

       ACCEPT-NOTE-TEXT.
           MOVE SPACES TO WS-NOTE-TEXT
           DISPLAY "NOTE (BLANK = CANCEL) : " NO ADVANCING
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
              DISPLAY "CANCELLED - NOTHING CHANGED"
           END-IF
           .

       CHECK-CASE-UNCHANGED.
           MOVE "N" TO WS-CASE-CHANGED
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "00"
              CLOSE CASE-File
              MOVE "Y" TO WS-CASE-CHANGED
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CF-CASE-NO = CM-CASE-NO
                     AND CF-STATUS NOT = WS-CASE-WAS-STATUS
                     MOVE "Y" TO WS-CASE-CHANGED
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           IF WS-CASE-CHANGED = "Y"
              DISPLAY "CASE " CM-CASE-NO " WAS CHANGED AT ANOTHER ",
                     "TERMINAL - SHOW IT AND TRY AGAIN"
           END-IF
           .

       SAVE-CASE.
      **
      * The case file is rewritten through a work file with the case
      * replaced, the same way DISPATCH-BOARD rewrites its board.
      * The caller holds the case file lock.
      **
           MOVE WS-BUSINESS-DATE TO CM-LAST-DATE
           MOVE WS-OPERATOR-ID TO CM-LAST-BY
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-File
           OPEN OUTPUT CASE-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CF-CASE-NO = CM-CASE-NO
                     WRITE CASE-WORK-RECORD
                           FROM COMPLAINT-CASE-RECORD
                  ELSE
                     WRITE CASE-WORK-RECORD FROM CASE-FILE-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           CLOSE CASE-WORK-File
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-WORK-File
           OPEN OUTPUT CASE-File
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  WRITE CASE-FILE-RECORD FROM CASE-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE CASE-WORK-File
           CLOSE CASE-File
           PERFORM NAME-STATUS
           DISPLAY "CASE " CM-CASE-NO " IS NOW " WS-STATUS-NAME
           .

       WRITE-CASE-NOTE.
           MOVE CM-CASE-NO TO CN-CASE-NO
           ACCEPT CN-DATE FROM DATE YYYYMMDD
           ACCEPT CN-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO CN-OPERATOR
           MOVE CM-STATUS TO CN-STATUS
           MOVE WS-NOTE-TEXT TO CN-TEXT
           OPEN EXTEND CASE-NOTE-File
           IF CNT-FSTAT = "35"
              OPEN OUTPUT CASE-NOTE-File
           END-IF
           WRITE CASE-NOTE-RECORD
           CLOSE CASE-NOTE-File
           .

      *-----------------------
      * Resolution - a refund of the sale, raised the way
      * TUGAS-KELOMPOK raises a linked refund, or a chargeback
      * deduction on the vendor ledger.  WS-WRITE-STAT "00" = done.
      *-----------------------
       RAISE-REFUND.
           MOVE "99" TO WS-WRITE-STAT
           IF CM-SOURCE NOT = "F"
              DISPLAY "THE SALE IS IN PENJUALAN.dat - KEY THE REFUND ",
                     "THROUGH TABEL-PENJUALAN AND RESOLVE WITH (N)"
              EXIT PARAGRAPH
           END-IF
           MOVE CM-BUSINESS-DATE TO WS-SALE-DATE
           MOVE CM-SEQ-NO TO WS-SALE-SEQ
           PERFORM SET-CASE-OUTLET
           PERFORM LOCATE-RECORD
           IF WS-FOUND = "N" OR WS-SOURCE NOT = "F"
              DISPLAY "THE SALE IS NO LONGER ON FILE - NO REFUND ",
                     "RAISED"
              EXIT PARAGRAPH
           END-IF
           MOVE "C" TO RF-MODE
           MOVE "F" TO RF-SOURCE
           MOVE CM-BUSINESS-DATE TO RF-ORIG-DATE
           MOVE CM-SEQ-NO TO RF-ORIG-SEQ
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST,
                  CM-OUTLET-CODE, WS-REFUND-LOYALTY
           CANCEL "SUB-REFUND-CHECK"
           IF RF-RESULT = "N"
              DISPLAY "THE SALE IS NO LONGER ON FILE - NO REFUND ",
                     "RAISED"
              EXIT PARAGRAPH
           END-IF
           IF RF-REMAINING NOT > 0
              DISPLAY "THE SALE IS ALREADY FULLY REFUNDED - RESOLVE ",
                     "WITH (N)"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "REFUND AMOUNT, BLANK = THE WHOLE UN-REFUNDED ",
                  "BALANCE " RF-REMAINING " : " NO ADVANCING
           MOVE SPACES TO WS-NUM-ENTRY
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              MOVE RF-REMAINING TO WS-REFUND-AMOUNT
           ELSE
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "AMOUNT MUST BE NUMERIC - NO REFUND RAISED"
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO WS-REFUND-AMOUNT
           END-IF
           IF WS-REFUND-AMOUNT = 0
              OR WS-REFUND-AMOUNT > RF-REMAINING
              DISPLAY "REFUND " WS-REFUND-AMOUNT " MUST BE MORE THAN ",
                     "ZERO AND NOT EXCEED " RF-REMAINING,
                     " - NO REFUND RAISED"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUTH-SUP-ID
           IF WS-REFUND-AMOUNT > WS-AUTH-LIMIT
              MOVE "REVERSAL OVER LIMIT" TO AU-ACTION
              MOVE WS-REFUND-AMOUNT TO AU-AMOUNT
              PERFORM SUPERVISOR-AUTH
              IF AU-RESULT NOT = "A"
                 DISPLAY "NO REFUND RAISED - NOT AUTHORIZED"
                 EXIT PARAGRAPH
              END-IF
              MOVE AU-SUP-ID TO WS-AUTH-SUP-ID
           END-IF
           PERFORM CHECK-CLOSED-DATE
           IF WS-OVERRIDE-OK = "N"
              DISPLAY "NO REFUND RAISED - BUSINESS DATE IS CLOSED"
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-FLAG = "Y"
              MOVE WS-OVERRIDE-SUP TO WS-AUTH-SUP-ID
           END-IF
           PERFORM REFUND-LOYALTY-POINTS
           PERFORM WRITE-REFUND-RECORD
           .

       SET-WORKSTATION-OUTLET.
           MOVE OU-WORKSTATION TO WS-OUTLET-CODE
           MOVE SPACES TO WS-OUTLET-SUFFIX
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = OU-WORKSTATION
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             END-IF
           END-PERFORM
           .

       SET-CASE-OUTLET.
           MOVE CM-OUTLET-CODE TO WS-OUTLET-CODE
           MOVE SPACES TO WS-OUTLET-SUFFIX
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = CM-OUTLET-CODE
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             END-IF
           END-PERFORM
           .

       REFUND-LOYALTY-POINTS.
      **
      * The refund carries the sale's customer phone so the points
      * it earned are taken back when the day is posted; the refund
      * that clears the sale gives back the points redeemed against
      * it, as TUGAS-KELOMPOK does.
      **
           MOVE 0 TO WS-LOY-POINTS WS-LOY-VALUE
           IF RFL-ORIG-PHONE = SPACES OR RFL-ORIG-LOY-POINTS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE RF-REMAINING TO WS-REFUND-LEFT
           IF WS-REFUND-AMOUNT = WS-REFUND-LEFT
              MOVE RFL-ORIG-LOY-POINTS TO WS-LOY-POINTS
              MOVE RFL-ORIG-LOY-VALUE TO WS-LOY-VALUE
              IF WS-LOY-VALUE > WS-REFUND-AMOUNT
                 COMPUTE WS-LOY-POINTS = WS-REFUND-AMOUNT
                       * RFL-ORIG-LOY-POINTS / RFL-ORIG-LOY-VALUE
                 COMPUTE WS-LOY-VALUE = WS-LOY-POINTS
                       * RFL-ORIG-LOY-VALUE / RFL-ORIG-LOY-POINTS
              END-IF
              COMPUTE WS-CASH-REFUND = WS-REFUND-AMOUNT - WS-LOY-VALUE
              DISPLAY "POINTS GIVEN BACK " WS-LOY-POINTS " VALUE ",
                     WS-LOY-VALUE " - CASH REFUND " WS-CASH-REFUND
           END-IF
           .

       WRITE-REFUND-RECORD.
      **
      * The refund is written to this workstation's outlet's daily
      * file for the current business date - the day CHECK-CLOSED-DATE
      * checked - under a freshly allocated sequence number, then
      * registered against the sale, on the case's outlet, in the
      * link file.
      **
           PERFORM SET-WORKSTATION-OUTLET
           MOVE "A" TO RF-MODE
           MOVE "F" TO RF-SOURCE
           MOVE WS-BUSINESS-DATE TO RF-ORIG-DATE
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST,
                  WS-OUTLET-CODE
           CANCEL "SUB-REFUND-CHECK"
           MOVE RF-ORIG-SEQ TO CM-REFUND-SEQ
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LOCK-OK = "N"
              DISPLAY "NO REFUND RAISED - FILE LOCK NOT ACQUIRED"
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
           MOVE FR-VENDOR-CODE TO XVENDOR-CODE
           MOVE WS-BUSINESS-DATE TO XTRANXDATE
           MOVE FR-NAMA-VENDOR TO XNAMA-VENDOR
           MOVE WS-REFUND-AMOUNT TO XPENJUALAN
           MOVE 0 TO XONGKIR XTIPS
           MOVE FR-DRIVER-ID TO XDRIVER-ID
           MOVE FR-DRIVER TO XDRIVER
           MOVE "R" TO XTRANS-TYPE
           MOVE WS-OPERATOR-ID TO XOPERATOR-ID
           MOVE CM-BUSINESS-DATE TO XORIG-DATE
           MOVE CM-SEQ-NO TO XORIG-SEQ
           MOVE FR-PAY-METHOD TO XPAY-METHOD
           MOVE WS-AUTH-SUP-ID TO XAUTH-SUP-ID
           MOVE CM-REFUND-SEQ TO XSEQ-NO
           MOVE FR-ACCOUNT-CODE TO XACCOUNT-CODE
           MOVE WS-OUTLET-CODE TO XOUTLET-CODE
           ACCEPT XENTRY-TIME FROM TIME
           MOVE RFL-ORIG-PHONE TO XCUST-PHONE
           MOVE WS-LOY-POINTS TO XLOY-POINTS
           MOVE WS-LOY-VALUE TO XLOY-VALUE
           WRITE PENJUALAN-Record
           MOVE FSTAT TO WS-WRITE-STAT
           IF FSTAT NOT = "00"
              MOVE "WRITE PENJUALAN-Record" TO WS-ERR-OP
              MOVE FSTAT TO WS-ERR-STAT
              MOVE "unexpected status writing case refund"
                   TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "REFUND NOT WRITTEN - STATUS " FSTAT
           ELSE
              MOVE "W" TO WJ-REQ-ACTION
              MOVE PENJUALAN-Record TO WJ-REQ-IMAGE
              MOVE WS-PENJUALAN-FILENAME TO WJ-REQ-DATA-FILE
              MOVE "COMPLAINT-CASE" TO WJ-REQ-PROGRAM
              CALL "SUB-WRITE-JOURNAL" USING WS-JOURNAL-REQUEST
              CANCEL "SUB-WRITE-JOURNAL"
           END-IF
           CLOSE PENJUALAN-File
           PERFORM RELEASE-DATA-LOCK
           IF WS-WRITE-STAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "R" TO RF-MODE
           MOVE "F" TO RF-SOURCE
           MOVE CM-BUSINESS-DATE TO RF-ORIG-DATE
           MOVE CM-SEQ-NO TO RF-ORIG-SEQ
           MOVE WS-REFUND-AMOUNT TO RF-AMOUNT
           MOVE WS-BUSINESS-DATE TO RF-REFUND-DATE
           MOVE WS-OPERATOR-ID TO RF-OPERATOR
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST,
                  CM-OUTLET-CODE
           CANCEL "SUB-REFUND-CHECK"
           MOVE WS-REFUND-AMOUNT TO CM-REFUND-AMOUNT
           MOVE WS-BUSINESS-DATE TO CM-REFUND-DATE
           MOVE WS-OUTLET-CODE TO CM-REFUND-OUTLET
           DISPLAY "REFUND " WS-REFUND-AMOUNT " RECORDED AS SEQUENCE ",
                  CM-REFUND-SEQ " FOR " WS-BUSINESS-DATE,
                  " AT OUTLET " CM-REFUND-OUTLET
           .

       POST-CHARGEBACK.
           MOVE "99" TO WS-WRITE-STAT
           DISPLAY "CHARGEBACK AMOUNT FOR VENDOR " CM-VENDOR-CODE,
                  " : " NO ADVANCING
           MOVE SPACES TO WS-NUM-ENTRY
           ACCEPT WS-NUM-ENTRY
           IF WS-NUM-ENTRY = SPACES
              OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
              DISPLAY "AMOUNT MUST BE NUMERIC - NO CHARGEBACK POSTED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-NUM-ENTRY) TO WS-CHARGE-AMOUNT
           IF WS-CHARGE-AMOUNT = 0
              DISPLAY "AMOUNT MUST BE MORE THAN ZERO - NO ",
                     "CHARGEBACK POSTED"
              EXIT PARAGRAPH
           END-IF
           MOVE CM-VENDOR-CODE TO VL-VENDOR-CODE
           MOVE WS-BUSINESS-DATE TO VL-ENTRY-DATE
           MOVE "D" TO VL-DC
           MOVE "CMPL" TO VL-REASON-CODE
           MOVE SPACES TO VL-DESC
           STRING "COMPLAINT " CM-CASE-NO
                  DELIMITED BY SIZE INTO VL-DESC
           END-STRING
           MOVE WS-CHARGE-AMOUNT TO VL-AMOUNT
           MOVE "O" TO VL-STATUS
           MOVE 0 TO VL-APPLIED-START VL-APPLIED-END
           MOVE WS-OPERATOR-ID TO VL-OPERATOR
           OPEN EXTEND VENDOR-LEDGER-File
           IF LED-FSTAT = "35"
              OPEN OUTPUT VENDOR-LEDGER-File
           END-IF
           IF LED-FSTAT NOT = "00"
              MOVE "OPEN VENDOR-LEDGER" TO WS-ERR-OP
              MOVE LED-FSTAT TO WS-ERR-STAT
              MOVE "unexpected status opening vendor ledger"
                   TO WS-ERR-MSG
              PERFORM LOG-IO-ERROR
              DISPLAY "CANNOT OPEN THE VENDOR LEDGER - STATUS "
                     LED-FSTAT
              EXIT PARAGRAPH
           END-IF
           WRITE VENDOR-LEDGER-RECORD
           MOVE LED-FSTAT TO WS-WRITE-STAT
           CLOSE VENDOR-LEDGER-File
           IF WS-WRITE-STAT = "00"
              MOVE WS-CHARGE-AMOUNT TO CM-CHARGE-AMOUNT
              DISPLAY "CHARGEBACK " WS-CHARGE-AMOUNT " POSTED - IT ",
                     "WILL NET INTO THE NEXT SETTLEMENT COVERING "
                     WS-BUSINESS-DATE
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

       SUPERVISOR-AUTH.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR
           CALL "SUB-SUPERVISOR-AUTH" USING WS-AUTH-REQUEST
           CANCEL "SUB-SUPERVISOR-AUTH"
           .

      *-----------------------
      * File interlocks (SUB-FILE-LOCK)
      *-----------------------
       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE "A" TO FL-MODE
           MOVE WS-PENJUALAN-FILENAME TO FL-DATA-FILE
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           MOVE "COMPLAINT-CASE" TO FL-PROGRAM
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

       ACQUIRE-CASE-LOCK.
           MOVE "N" TO WS-CASE-LOCK-OK
           MOVE "A" TO FL-MODE
           MOVE WS-CASE-FILENAME TO FL-DATA-FILE
           MOVE WS-OPERATOR-ID TO FL-OPERATOR
           MOVE "COMPLAINT-CASE" TO FL-PROGRAM
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           IF FL-RESULT = "A"
              MOVE "Y" TO WS-CASE-LOCK-OK
           ELSE
              DISPLAY "CASE FILE IS IN USE BY OPERATOR "
                     FUNCTION TRIM(FL-HELD-BY)
              DISPLAY "(R)ETRY OR ANY OTHER KEY CANCELS : "
                     NO ADVANCING
              ACCEPT WS-LOCK-ANS
              IF WS-LOCK-ANS = "R" OR WS-LOCK-ANS = "r"
                 GO TO ACQUIRE-CASE-LOCK
              END-IF
           END-IF
           .

       RELEASE-CASE-LOCK.
           MOVE "R" TO FL-MODE
           MOVE WS-CASE-FILENAME TO FL-DATA-FILE
           CALL "SUB-FILE-LOCK" USING WS-LOCK-REQUEST
           CANCEL "SUB-FILE-LOCK"
           .

      *-----------------------
      * Looking at cases
      *-----------------------
       SHOW-CASE.
           PERFORM FIND-CASE
           IF WS-CASE-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           PERFORM NAME-PARTY
           DISPLAY "  OUTLET " CM-OUTLET-CODE " CUSTOMER "
                  CM-CUST-PHONE
           DISPLAY "  RESPONSIBLE " WS-PARTY-NAME,
                  "  OPENED " CM-OPENED-DATE " BY " CM-OPENED-BY
           IF CM-STATUS = "R"
              EVALUATE CM-RESOLUTION
                WHEN "R"
                   IF CM-REFUND-OUTLET = SPACES
                      MOVE CM-OUTLET-CODE TO CM-REFUND-OUTLET
                   END-IF
                   DISPLAY "  RESOLVED " CM-RESOLVED-DATE,
                          " - REFUND " CM-REFUND-AMOUNT,
                          " AS SEQUENCE " CM-REFUND-SEQ " OF ",
                          CM-REFUND-DATE " AT OUTLET " CM-REFUND-OUTLET
                WHEN "C"
                   DISPLAY "  RESOLVED " CM-RESOLVED-DATE,
                          " - VENDOR CHARGEBACK " CM-CHARGE-AMOUNT
                WHEN OTHER
                   DISPLAY "  RESOLVED " CM-RESOLVED-DATE,
                          " - NO MONEY MOVED"
              END-EVALUATE
           END-IF
           DISPLAY "  TRAIL -"
           MOVE 0 TO WS-NOTE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CASE-NOTE-File
           IF CNT-FSTAT NOT = "00"
              CLOSE CASE-NOTE-File
              DISPLAY "    (NONE)"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-NOTE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CN-CASE-NO = CM-CASE-NO
                     ADD 1 TO WS-NOTE-COUNT
                     DISPLAY "    " CN-DATE " " CN-TIME (1:4) " "
                            CN-OPERATOR " " CN-STATUS " " CN-TEXT
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-NOTE-File
           IF WS-NOTE-COUNT = 0
              DISPLAY "    (NONE)"
           END-IF
           .

       LIST-OPEN-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-EOF
           DISPLAY " "
           DISPLAY "CASE   ST SALE DATE SEQ  VENDOR DRIVER CT P ",
                  "OPENED   SUMMARY"
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "00"
              CLOSE CASE-File
              DISPLAY "  (NO CASES ON FILE)"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CF-STATUS NOT = "R"
                     ADD 1 TO WS-CASE-COUNT
                     MOVE CASE-FILE-RECORD TO COMPLAINT-CASE-RECORD
                     DISPLAY CM-CASE-NO " " CM-STATUS "  "
                            CM-BUSINESS-DATE " " CM-SEQ-NO " "
                            CM-VENDOR-CODE " " CM-DRIVER-ID " "
                            CM-CATEGORY " " CM-PARTY " "
                            CM-OPENED-DATE " " CM-SUMMARY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CASE-File
           DISPLAY "OPEN OR INVESTIGATING CASES : " WS-CASE-COUNT
           .

       NAME-STATUS.
           EVALUATE CM-STATUS
             WHEN "O"
                MOVE "OPEN" TO WS-STATUS-NAME
             WHEN "I"
                MOVE "INVESTIGATING" TO WS-STATUS-NAME
             WHEN "R"
                MOVE "RESOLVED" TO WS-STATUS-NAME
             WHEN OTHER
                MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           .

       NAME-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND
           MOVE "UNKNOWN" TO WS-CATEGORY-NAME
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > 7
             IF CT-CODE (WS-CAT-IDX) = CM-CATEGORY
                MOVE CT-NAME (WS-CAT-IDX) TO WS-CATEGORY-NAME
                MOVE "Y" TO WS-CAT-FOUND
             END-IF
           END-PERFORM
           .

       NAME-PARTY.
           EVALUATE CM-PARTY
             WHEN "V"
                MOVE "VENDOR" TO WS-PARTY-NAME
             WHEN "D"
                MOVE "DRIVER" TO WS-PARTY-NAME
             WHEN OTHER
                MOVE "US" TO WS-PARTY-NAME
           END-EVALUATE
           .
      ** add other procedures here
       END PROGRAM COMPLAINT-CASE.
