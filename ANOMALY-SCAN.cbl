      ******************************************************************
      * Author:
      * Date: 02 OCT 2026
      * Purpose: Nightly anomaly scan.  Supervisor authorization and
      *          the vendor limits stop single large items; this looks
      *          for patterns across a business date instead - an
      *          operator refunding a sale they keyed themselves, a
      *          driver whose TIPS run out of proportion to PENJUALAN,
      *          a string of VOIDs just under CTL-AUTH-LIMIT, records
      *          keyed or corrected while a date was sealed, an
      *          operator or program piling up corrections or I/O
      *          errors.  It reads the outlet's daily file, REFUND-LINK,
      *          the correction journal, the daily files' write
      *          journals, CLOSE-STATUS and the error log, and tests
      *          them against the rules and thresholds kept in
      *          ANOMALY-RULE.dat (MASTER-MAINT), falling back to the
      *          built-in thresholds for a rule with no record.  Every
      *          hit is written to the exception file with EX-TYPE
      *          "ANOM-" and the rule ID for EXCEPTION-REVIEW.
      *          Called by EOD-CLOSE with the business date in an
      *          EOD-REQUEST area ahead of the file backup (the backup
      *          empties the day's write journal); run standalone it
      *          scans a keyed date or shows each rule's hits over the
      *          last 30 days so the thresholds can be tuned.
      * Tectonics: cobc
      * Modification History:
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      *   15 OCT 2026 - The self-refund check skips superseding refund
      *                 link records, which restate a link already
      *                 rolled into history rather than record a new
      *                 refund.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANOMALY-SCAN.
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
         SELECT RULE-File
             ASSIGN TO WS-RULE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RUL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT REFUND-LINK-File
             ASSIGN TO WS-REFLINK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT AUDIT-File
             ASSIGN TO WS-AUDIT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS AUD-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT JOURNAL-File
             ASSIGN TO WS-JOURNAL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS JRN-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CLOSE-STATUS-File
             ASSIGN TO WS-CLOSE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CLS-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ERROR-LOG-File
             ASSIGN TO WS-ERRLOG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ERR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT EXCEPTION-File
             ASSIGN TO WS-EXCEPTION-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS EXC-FSTAT
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
       FD RULE-File.
       COPY "copybooks/ANOMRULE-REC.cpy".
       FD REFUND-LINK-File.
       COPY "copybooks/REFLINK-REC.cpy".
       FD AUDIT-File.
       COPY "copybooks/AUDIT-REC.cpy".
       FD JOURNAL-File.
       COPY "copybooks/JRNL-REC.cpy".
       FD CLOSE-STATUS-File.
       COPY "copybooks/CLOSE-REC.cpy".
       FD ERROR-LOG-File.
       COPY "copybooks/ERRLOG-REC.cpy".
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 IDX-FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 RUL-FSTAT PIC 99.
       01 RL-FSTAT PIC 99.
       01 AUD-FSTAT PIC 99.
       01 JRN-FSTAT PIC 99.
       01 CLS-FSTAT PIC 99.
       01 ERR-FSTAT PIC 99.
       01 EXC-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * The scan covers this workstation's outlet (see SUB-OUTLET); a
      * blank outlet code on a record or close-status line is the
      * home outlet's
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-RECORD-OUTLET PIC X(3).
       01 WS-LINK-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-INDEX-FILENAME PIC X(60).
       01 WS-RULE-FILENAME PIC X(60).
       01 WS-REFLINK-FILENAME PIC X(60).
       01 WS-AUDIT-FILENAME PIC X(60).
       01 WS-JOURNAL-FILENAME PIC X(64).
       01 WS-CLOSE-FILENAME PIC X(60).
       01 WS-ERRLOG-FILENAME PIC X(60).
       01 WS-EXCEPTION-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-AUTH-LIMIT PIC 9(7) VALUE 500000.
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-COMMAND PIC X.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-NEW-EX-TYPE PIC X(20).
       01 WS-KEY-WORK PIC X(40).
       01 WS-NEW-EX-AMOUNT PIC S9(11).
       01 WS-EX-EXISTS PIC X.
       01 WS-TOTAL-HITS PIC 9(5).
       01 WS-RATIO PIC 9(5).
       01 WS-FLOOR PIC 9(9).
       01 WS-FOUND PIC X.
      *-----------------------
      * Rule table - built-in thresholds first, then overlaid from
      * ANOMALY-RULE.dat.  The scan paragraphs address the rules by
      * position, so the order here is fixed.
      *-----------------------
       01 WS-RULE-COUNT PIC 9 VALUE 6.
       01 WS-RULE-IDX PIC 9.
       01 WS-R-SELF-REFUND PIC 9 VALUE 1.
       01 WS-R-TIPS-RATIO PIC 9 VALUE 2.
       01 WS-R-VOID-LIMIT PIC 9 VALUE 3.
       01 WS-R-POST-CLOSE PIC 9 VALUE 4.
       01 WS-R-CORRECT PIC 9 VALUE 5.
       01 WS-R-ERRORS PIC 9 VALUE 6.
       01 WS-RULE PIC 9.
       01 RULE-TABLE.
         05 RULE-ENTRY OCCURS 6 TIMES.
           10 RU-ID PIC X(15).
           10 RU-ACTIVE PIC X.
           10 RU-THRESHOLD-1 PIC 9(7).
           10 RU-THRESHOLD-2 PIC 9(7).
           10 RU-HITS PIC 9(5).
           10 RU-30-HITS PIC 9(5).
           10 RU-30-OPEN PIC 9(5).
           10 RU-30-RESOLVED PIC 9(5).
      *-----------------------
      * Per-driver and per-operator totals for the date
      *-----------------------
       01 WS-DRIVER-COUNT PIC 9(3).
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC 9(3).
       01 DRIVER-TABLE.
         05 DRIVER-ENTRY OCCURS 100 TIMES.
           10 DT-ID PIC X(6).
           10 DT-ORDERS PIC 9(5).
           10 DT-PENJUALAN PIC 9(11).
           10 DT-TIPS PIC 9(11).
       01 WS-FIND-OPERATOR PIC X(10).
       01 WS-OPER-COUNT PIC 9(3).
       01 WS-OPER-IDX PIC 9(3).
       01 WS-OPER-FOUND PIC 9(3).
       01 OPERATOR-TABLE.
         05 OPERATOR-ENTRY OCCURS 50 TIMES.
           10 OT-ID PIC X(10).
           10 OT-VOIDS PIC 9(5).
           10 OT-VOID-AMOUNT PIC 9(11).
           10 OT-CORRECTIONS PIC 9(5).
       01 WS-PROG-COUNT PIC 9(3).
       01 WS-PROG-IDX PIC 9(3).
       01 WS-PROG-FOUND PIC 9(3).
       01 PROGRAM-TABLE.
         05 PROGRAM-ENTRY OCCURS 40 TIMES.
           10 PT-NAME PIC X(20).
           10 PT-ERRORS PIC 9(5).
      *-----------------------
      * Seal history for one business date at this outlet, in the
      * order EOD-CLOSE appended it, each stamp in minutes
      *-----------------------
       01 WS-EVENTS-DATE PIC 9(8) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(2).
       01 WS-EVENT-IDX PIC 9(2).
       01 WS-LAST-EVENT PIC 9(2).
       01 CLOSE-EVENT-TABLE.
         05 CLOSE-EVENT OCCURS 20 TIMES.
           10 CE-STATUS PIC X.
           10 CE-STAMP PIC 9(11).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-HHMM PIC 9(4).
       01 WS-HH PIC 9(2).
       01 WS-MM PIC 9(2).
       01 WS-STAMP PIC 9(11).
       01 WS-ENTRY-STAMP PIC 9(11).
       01 WS-SEALED PIC X.
       01 WS-MINUTES-AFTER PIC 9(11).
      *-----------------------
      * Write journals are looked at for the date itself and the days
      * before it - an override entry lands in the journal of the
      * sealed date it was keyed into
      *-----------------------
       01 WS-LOOKBACK-DAYS PIC 9(2) VALUE 7.
       01 WS-DAY-OFFSET PIC 9(2).
       01 WS-JOURNAL-DATE PIC 9(8).
       01 WS-IMAGE-SEQ PIC X(4).
       01 WS-IMAGE-OPERATOR PIC X(10).

       LINKAGE SECTION.
       COPY "copybooks/EOD-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING EOD-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "NIGHTLY ANOMALY SCAN"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           PERFORM LOAD-RULES
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "Y"
              MOVE "Y" TO WS-EOD-CALLED
              MOVE EOD-BUSINESS-DATE TO WS-BUSINESS-DATE
              DISPLAY "SCANNING " WS-BUSINESS-DATE " (EOD CLOSE)"
              PERFORM SCAN-BUSINESS-DATE
              MOVE 0 TO EOD-RETURN-CODE
              GOBACK
           END-IF
           GO TO SCAN-MENU.

       SCAN-MENU.
           DISPLAY " "
           DISPLAY "(S)CAN A BUSINESS DATE / RULE (H)IT SUMMARY / ",
                  "ANY OTHER KEY QUITS : " NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE WS-COMMAND
             WHEN "S"
                DISPLAY "SCAN WHICH BUSINESS DATE (YYYYMMDD)? ",
                       "BLANK = TODAY : " NO ADVANCING
                ACCEPT WS-KEYED-DATE
                IF WS-KEYED-DATE = 0
                   ACCEPT WS-KEYED-DATE FROM DATE YYYYMMDD
                END-IF
                PERFORM CHECK-KEYED-DATE
                MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
                PERFORM SCAN-BUSINESS-DATE
             WHEN "H"
                PERFORM RULE-SUMMARY
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO SCAN-MENU.

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
              IF ADDRESS OF EOD-REQUEST NOT = NULL
                 AND EOD-CALL-FLAG = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
                 GOBACK
              END-IF
              STOP RUN
           END-IF
           MOVE OU-OUTLET-CODE TO WS-OUTLET-CODE
           MOVE OU-SUFFIX TO WS-OUTLET-SUFFIX
           MOVE SPACES TO WS-RULE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ANOMALY-RULE.dat"
                  DELIMITED BY SIZE INTO WS-RULE-FILENAME
           END-STRING
           MOVE SPACES TO WS-REFLINK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "REFUND-LINK.dat"
                  DELIMITED BY SIZE INTO WS-REFLINK-FILENAME
           END-STRING
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CORRECTION-JOURNAL.dat"
                  DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
           END-STRING
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CLOSE-STATUS.dat"
                  DELIMITED BY SIZE INTO WS-CLOSE-FILENAME
           END-STRING
           MOVE SPACES TO WS-ERRLOG-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ERROR.log"
                  DELIMITED BY SIZE INTO WS-ERRLOG-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
           END-STRING
           .

       LOAD-RULES.
      **
      * Built-in thresholds, then whatever MASTER-MAINT has on file.
      * An unknown rule ID on the file is ignored.
      **
           MOVE "SELF-REFUND" TO RU-ID (1)
           MOVE 0 TO RU-THRESHOLD-1 (1)
           MOVE 0 TO RU-THRESHOLD-2 (1)
           MOVE "TIPS-RATIO" TO RU-ID (2)
           MOVE 30 TO RU-THRESHOLD-1 (2)
           MOVE 5 TO RU-THRESHOLD-2 (2)
           MOVE "VOID-NEAR-LIMIT" TO RU-ID (3)
           MOVE 80 TO RU-THRESHOLD-1 (3)
           MOVE 3 TO RU-THRESHOLD-2 (3)
           MOVE "POST-CLOSE" TO RU-ID (4)
           MOVE 120 TO RU-THRESHOLD-1 (4)
           MOVE 0 TO RU-THRESHOLD-2 (4)
           MOVE "CORRECT-BURST" TO RU-ID (5)
           MOVE 10 TO RU-THRESHOLD-1 (5)
           MOVE 0 TO RU-THRESHOLD-2 (5)
           MOVE "ERROR-BURST" TO RU-ID (6)
           MOVE 5 TO RU-THRESHOLD-1 (6)
           MOVE 0 TO RU-THRESHOLD-2 (6)
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             MOVE "A" TO RU-ACTIVE (WS-RULE-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT RULE-File
           IF RUL-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ RULE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                            UNTIL WS-RULE-IDX > WS-RULE-COUNT
                    IF AN-RULE-ID = RU-ID (WS-RULE-IDX)
                       IF AN-ACTIVE-FLAG = "I"
                          MOVE "I" TO RU-ACTIVE (WS-RULE-IDX)
                       END-IF
                       IF AN-THRESHOLD-1 IS NUMERIC
                          MOVE AN-THRESHOLD-1
                            TO RU-THRESHOLD-1 (WS-RULE-IDX)
                       END-IF
                       IF AN-THRESHOLD-2 IS NUMERIC
                          MOVE AN-THRESHOLD-2
                            TO RU-THRESHOLD-2 (WS-RULE-IDX)
                       END-IF
                    END-IF
                  END-PERFORM
             END-READ
           END-PERFORM
           CLOSE RULE-File
           .

      *-----------------------
      * One business date through every active rule
      *-----------------------
       SCAN-BUSINESS-DATE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             MOVE 0 TO RU-HITS (WS-RULE-IDX)
           END-PERFORM
           MOVE 0 TO WS-DRIVER-COUNT WS-OPER-COUNT WS-PROG-COUNT
           MOVE 0 TO WS-EVENTS-DATE
           COMPUTE WS-FLOOR = WS-AUTH-LIMIT *
                 RU-THRESHOLD-1 (WS-R-VOID-LIMIT) / 100

           PERFORM SCAN-DAY-FILE
           IF RU-ACTIVE (WS-R-TIPS-RATIO) = "A"
              PERFORM CHECK-TIPS-RATIO
           END-IF
           IF RU-ACTIVE (WS-R-VOID-LIMIT) = "A"
              PERFORM CHECK-VOIDS-NEAR-LIMIT
           END-IF
           IF RU-ACTIVE (WS-R-SELF-REFUND) = "A"
              PERFORM CHECK-SELF-REFUNDS
           END-IF
           PERFORM SCAN-CORRECTION-JOURNAL
           IF RU-ACTIVE (WS-R-CORRECT) = "A"
              PERFORM CHECK-CORRECTION-BURSTS
           END-IF
           IF RU-ACTIVE (WS-R-POST-CLOSE) = "A"
              PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                        UNTIL WS-DAY-OFFSET > WS-LOOKBACK-DAYS
                COMPUTE WS-JOURNAL-DATE = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - WS-DAY-OFFSET)
                PERFORM SCAN-WRITE-JOURNAL
              END-PERFORM
           END-IF
           IF RU-ACTIVE (WS-R-ERRORS) = "A"
              PERFORM SCAN-ERROR-LOG
           END-IF

           MOVE 0 TO WS-TOTAL-HITS
           DISPLAY " "
           DISPLAY "RULE            STATUS  HITS"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             ADD RU-HITS (WS-RULE-IDX) TO WS-TOTAL-HITS
             IF RU-ACTIVE (WS-RULE-IDX) = "A"
                DISPLAY RU-ID (WS-RULE-IDX) " ACTIVE  ",
                       RU-HITS (WS-RULE-IDX)
             ELSE
                DISPLAY RU-ID (WS-RULE-IDX) " OFF     ",
                       RU-HITS (WS-RULE-IDX)
             END-IF
           END-PERFORM
           IF WS-TOTAL-HITS = 0
              DISPLAY "NO ANOMALIES FOUND FOR " WS-BUSINESS-DATE
           ELSE
              DISPLAY WS-TOTAL-HITS " ANOMALY HIT(S) FOR ",
                     WS-BUSINESS-DATE " - SEE EXCEPTION-REVIEW"
           END-IF
           .

       SCAN-DAY-FILE.
      **
      * Driver TIPS against PENJUALAN on sales, and each operator's
      * VOIDs falling between the rule's floor and the authorization
      * limit (a VOID above the limit has a supervisor on it already)
      **
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT = "35"
              DISPLAY "NO DATA FILE FOR " WS-BUSINESS-DATE,
                     " - SALES RULES SKIPPED"
              EXIT PARAGRAPH
           END-IF
           IF FSTAT NOT = "00"
              DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                     " - SALES RULES SKIPPED"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XTRANS-TYPE = "V"
                     AND XPENJUALAN NOT < WS-FLOOR
                     AND XPENJUALAN NOT > WS-AUTH-LIMIT
                     MOVE XOPERATOR-ID TO WS-FIND-OPERATOR
                     PERFORM FIND-OPERATOR
                     IF WS-OPER-FOUND > 0
                        ADD 1 TO OT-VOIDS (WS-OPER-FOUND)
                        ADD XPENJUALAN
                          TO OT-VOID-AMOUNT (WS-OPER-FOUND)
                     END-IF
                  END-IF
                  IF XTRANS-TYPE NOT = "R"
                     AND XTRANS-TYPE NOT = "V"
                     AND XDRIVER-ID NOT = SPACES
                     PERFORM ADD-TO-DRIVER
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-TO-DRIVER.
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-ID (WS-DRIVER-IDX) = XDRIVER-ID
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0
              IF WS-DRIVER-COUNT NOT < 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DRIVER-COUNT
              MOVE WS-DRIVER-COUNT TO WS-DRIVER-FOUND
              MOVE XDRIVER-ID TO DT-ID (WS-DRIVER-FOUND)
              MOVE 0 TO DT-ORDERS (WS-DRIVER-FOUND)
              MOVE 0 TO DT-PENJUALAN (WS-DRIVER-FOUND)
              MOVE 0 TO DT-TIPS (WS-DRIVER-FOUND)
           END-IF
           ADD 1 TO DT-ORDERS (WS-DRIVER-FOUND)
           ADD XPENJUALAN TO DT-PENJUALAN (WS-DRIVER-FOUND)
           ADD XTIPS TO DT-TIPS (WS-DRIVER-FOUND)
           .

       FIND-OPERATOR.
           MOVE 0 TO WS-OPER-FOUND
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
             IF OT-ID (WS-OPER-IDX) = WS-FIND-OPERATOR
                MOVE WS-OPER-IDX TO WS-OPER-FOUND
             END-IF
           END-PERFORM
           IF WS-OPER-FOUND = 0
              AND WS-OPER-COUNT < 50
              ADD 1 TO WS-OPER-COUNT
              MOVE WS-OPER-COUNT TO WS-OPER-FOUND
              MOVE WS-FIND-OPERATOR TO OT-ID (WS-OPER-FOUND)
              MOVE 0 TO OT-VOIDS (WS-OPER-FOUND)
              MOVE 0 TO OT-VOID-AMOUNT (WS-OPER-FOUND)
              MOVE 0 TO OT-CORRECTIONS (WS-OPER-FOUND)
           END-IF
           .

       CHECK-TIPS-RATIO.
           MOVE WS-R-TIPS-RATIO TO WS-RULE
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF DT-ORDERS (WS-DRIVER-IDX) NOT < RU-THRESHOLD-2 (WS-RULE)
                AND DT-TIPS (WS-DRIVER-IDX) > 0
                IF DT-PENJUALAN (WS-DRIVER-IDX) = 0
                   MOVE 99999 TO WS-RATIO
                ELSE
                   COMPUTE WS-RATIO = DT-TIPS (WS-DRIVER-IDX) * 100
                         / DT-PENJUALAN (WS-DRIVER-IDX)
                     ON SIZE ERROR
                         MOVE 99999 TO WS-RATIO
                   END-COMPUTE
                END-IF
                IF WS-RATIO > RU-THRESHOLD-1 (WS-RULE)
                   DISPLAY "  TIPS-RATIO      DRIVER ",
                          DT-ID (WS-DRIVER-IDX) " TIPS ",
                          DT-TIPS (WS-DRIVER-IDX) " = " WS-RATIO,
                          "% OF SALES OVER " DT-ORDERS (WS-DRIVER-IDX),
                          " ORDER(S)"
                   MOVE SPACES TO WS-NEW-EX-KEY
                   STRING "DRIVER " DT-ID (WS-DRIVER-IDX)
                          " TIPS " WS-RATIO "% OF SALES"
                          DELIMITED BY SIZE INTO WS-NEW-EX-KEY
                   END-STRING
                   MOVE DT-TIPS (WS-DRIVER-IDX) TO WS-NEW-EX-AMOUNT
                   PERFORM WRITE-ANOMALY-EXCEPTION
                END-IF
             END-IF
           END-PERFORM
           .

       CHECK-VOIDS-NEAR-LIMIT.
           MOVE WS-R-VOID-LIMIT TO WS-RULE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
             IF OT-VOIDS (WS-OPER-IDX) > 0
                AND OT-VOIDS (WS-OPER-IDX)
                    NOT < RU-THRESHOLD-2 (WS-RULE)
                DISPLAY "  VOID-NEAR-LIMIT OPERATOR ",
                       OT-ID (WS-OPER-IDX) " " OT-VOIDS (WS-OPER-IDX),
                       " VOID(S) BETWEEN " WS-FLOOR " AND ",
                       WS-AUTH-LIMIT
                MOVE SPACES TO WS-NEW-EX-KEY
                STRING "OPR " OT-ID (WS-OPER-IDX) " "
                       OT-VOIDS (WS-OPER-IDX) " VOIDS"
                       DELIMITED BY SIZE INTO WS-NEW-EX-KEY
                END-STRING
                MOVE OT-VOID-AMOUNT (WS-OPER-IDX) TO WS-NEW-EX-AMOUNT
                PERFORM WRITE-ANOMALY-EXCEPTION
             END-IF
           END-PERFORM
           .

       CHECK-SELF-REFUNDS.
      **
      * A refund accepted on the date whose original sale was keyed
      * by the same operator who keyed the refund
      **
           MOVE WS-R-SELF-REFUND TO WS-RULE
           OPEN INPUT REFUND-LINK-File
           IF RL-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ REFUND-LINK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE RL-OUTLET-CODE TO WS-RECORD-OUTLET
                  IF WS-RECORD-OUTLET = SPACES
                     MOVE OU-HOME-OUTLET TO WS-RECORD-OUTLET
                  END-IF
                  IF RL-REFUND-DATE = WS-BUSINESS-DATE
                     AND RL-ENTRY-TYPE NOT = "S"
                     AND WS-RECORD-OUTLET = WS-OUTLET-CODE
                     AND RL-REFUND-AMOUNT
                         NOT < RU-THRESHOLD-1 (WS-RULE)
                     PERFORM FIND-REFUND-ORIGINAL
                     IF WS-FOUND = "Y"
                        AND IOPERATOR-ID = RL-OPERATOR
                        PERFORM WRITE-SELF-REFUND
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE REFUND-LINK-File
           .

       FIND-REFUND-ORIGINAL.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-INDEX-FILENAME
           IF RL-SOURCE = "P"
              STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                     DELIMITED BY SIZE INTO WS-INDEX-FILENAME
              END-STRING
           ELSE
              MOVE SPACES TO WS-LINK-SUFFIX
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > OU-COUNT
                IF OU-CODE (WS-OUT-IDX) = WS-RECORD-OUTLET
                   MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-LINK-SUFFIX
                END-IF
              END-PERFORM
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "FOOD-DELIVERY-" RL-ORIG-DATE
                     DELIMITED BY SIZE
                     WS-LINK-SUFFIX DELIMITED BY SPACE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-INDEX-FILENAME
              END-STRING
           END-IF
           OPEN INPUT Index-File
           IF IDX-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FOUND = "Y" OR IDX-FSTAT NOT = "00"
             READ Index-File NEXT
               AT END
                  MOVE "10" TO IDX-FSTAT
               NOT AT END
                  IF ISEQ-NO = RL-ORIG-SEQ
                     AND ITRANXDATE = RL-ORIG-DATE
                     AND ITRANS-TYPE NOT = "R"
                     AND ITRANS-TYPE NOT = "V"
                     MOVE "Y" TO WS-FOUND
                  END-IF
             END-READ
           END-PERFORM
           CLOSE Index-File
           .

       WRITE-SELF-REFUND.
           DISPLAY "  SELF-REFUND     OPERATOR " RL-OPERATOR,
                  " REFUNDED " RL-REFUND-AMOUNT " ON THEIR OWN SALE ",
                  RL-ORIG-DATE "/" RL-ORIG-SEQ
           MOVE SPACES TO WS-NEW-EX-KEY
           STRING "OPR " RL-OPERATOR " ORIG " RL-ORIG-DATE "/"
                  RL-ORIG-SEQ
                  DELIMITED BY SIZE INTO WS-NEW-EX-KEY
           END-STRING
           MOVE RL-REFUND-AMOUNT TO WS-NEW-EX-AMOUNT
           PERFORM WRITE-ANOMALY-EXCEPTION
           .

       SCAN-CORRECTION-JOURNAL.
      **
      * Corrections made on the date at this outlet - counted per
      * operator, and each one checked against the seal of the
      * business date it changed
      **
           OPEN INPUT AUDIT-File
           IF AUD-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ AUDIT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE CJ-BEFORE-IMAGE (157:3) TO WS-RECORD-OUTLET
                  IF WS-RECORD-OUTLET = SPACES
                     MOVE OU-HOME-OUTLET TO WS-RECORD-OUTLET
                  END-IF
                  IF CJ-DATE = WS-BUSINESS-DATE
                     AND WS-RECORD-OUTLET = WS-OUTLET-CODE
                     MOVE CJ-OPERATOR TO WS-FIND-OPERATOR
                     PERFORM FIND-OPERATOR
                     IF WS-OPER-FOUND > 0
                        ADD 1 TO OT-CORRECTIONS (WS-OPER-FOUND)
                     END-IF
                     IF RU-ACTIVE (WS-R-POST-CLOSE) = "A"
                        PERFORM CHECK-POST-CLOSE-CORRECTION
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-File
           .

       CHECK-POST-CLOSE-CORRECTION.
           MOVE CJ-BUSINESS-DATE TO WS-CHECK-DATE
           MOVE CJ-DATE TO WS-STAMP-DATE
           MOVE CJ-TIME TO WS-STAMP-TIME
           PERFORM COMPUTE-STAMP
           MOVE WS-STAMP TO WS-ENTRY-STAMP
           PERFORM CHECK-SEALED-AT
           IF WS-SEALED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-R-POST-CLOSE TO WS-RULE
           DISPLAY "  POST-CLOSE      CORRECTION BY " CJ-OPERATOR,
                  " TO SEALED " CJ-BUSINESS-DATE " " WS-MINUTES-AFTER,
                  " MIN AFTER THE SEAL"
           MOVE SPACES TO WS-NEW-EX-KEY
           STRING "CORR " CJ-OPERATOR " " CJ-BUSINESS-DATE " "
                  CJ-TIME (1:4)
                  DELIMITED BY SIZE INTO WS-NEW-EX-KEY
           END-STRING
           MOVE 0 TO WS-NEW-EX-AMOUNT
           IF CJ-AFTER-IMAGE (35:7) IS NUMERIC
              MOVE CJ-AFTER-IMAGE (35:7) TO WS-NEW-EX-AMOUNT
           END-IF
           PERFORM WRITE-ANOMALY-EXCEPTION
           .

       CHECK-CORRECTION-BURSTS.
           MOVE WS-R-CORRECT TO WS-RULE
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                     UNTIL WS-OPER-IDX > WS-OPER-COUNT
             IF OT-CORRECTIONS (WS-OPER-IDX) > 0
                AND OT-CORRECTIONS (WS-OPER-IDX)
                    NOT < RU-THRESHOLD-1 (WS-RULE)
                DISPLAY "  CORRECT-BURST   OPERATOR ",
                       OT-ID (WS-OPER-IDX) " MADE ",
                       OT-CORRECTIONS (WS-OPER-IDX) " CORRECTION(S)"
                MOVE SPACES TO WS-NEW-EX-KEY
                STRING "OPR " OT-ID (WS-OPER-IDX) " "
                       OT-CORRECTIONS (WS-OPER-IDX) " CORRECTIONS"
                       DELIMITED BY SIZE INTO WS-NEW-EX-KEY
                END-STRING
                MOVE OT-CORRECTIONS (WS-OPER-IDX) TO WS-NEW-EX-AMOUNT
                PERFORM WRITE-ANOMALY-EXCEPTION
             END-IF
           END-PERFORM
           .

       SCAN-WRITE-JOURNAL.
      **
      * Records written on the scan date into WS-JOURNAL-DATE's daily
      * file while that date was sealed - only an override gets a
      * record onto a sealed date
      **
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-JOURNAL-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat.jrl" DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILENAME
           END-STRING
           OPEN INPUT JOURNAL-File
           IF JRN-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-R-POST-CLOSE TO WS-RULE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ JOURNAL-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WJ-ACTION = "W"
                     AND WJ-DATE = WS-BUSINESS-DATE
                     PERFORM CHECK-POST-CLOSE-WRITE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE JOURNAL-File
           .

       CHECK-POST-CLOSE-WRITE.
      **
      * The journal image is the whole sales record: operator at
      * offset 83, sequence number at 116
      **
           MOVE WS-JOURNAL-DATE TO WS-CHECK-DATE
           MOVE WJ-DATE TO WS-STAMP-DATE
           MOVE WJ-TIME TO WS-STAMP-TIME
           PERFORM COMPUTE-STAMP
           MOVE WS-STAMP TO WS-ENTRY-STAMP
           PERFORM CHECK-SEALED-AT
           IF WS-SEALED = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WJ-IMAGE (83:10) TO WS-IMAGE-OPERATOR
           MOVE WJ-IMAGE (116:4) TO WS-IMAGE-SEQ
           DISPLAY "  POST-CLOSE      ENTRY " WS-JOURNAL-DATE "/",
                  WS-IMAGE-SEQ " BY " WS-IMAGE-OPERATOR " ",
                  WS-MINUTES-AFTER " MIN AFTER THE SEAL"
           MOVE SPACES TO WS-NEW-EX-KEY
           STRING "ENTRY " WS-IMAGE-OPERATOR " " WS-JOURNAL-DATE "/"
                  WS-IMAGE-SEQ
                  DELIMITED BY SIZE INTO WS-NEW-EX-KEY
           END-STRING
           MOVE 0 TO WS-NEW-EX-AMOUNT
           IF WJ-IMAGE (35:7) IS NUMERIC
              MOVE WJ-IMAGE (35:7) TO WS-NEW-EX-AMOUNT
           END-IF
           PERFORM WRITE-ANOMALY-EXCEPTION
           .

       COMPUTE-STAMP.
           MOVE 0 TO WS-STAMP
           IF WS-STAMP-DATE = 0
              EXIT PARAGRAPH
           END-IF
           DIVIDE WS-STAMP-TIME BY 10000 GIVING WS-HHMM
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-STAMP =
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                 + WS-HH * 60 + WS-MM
           .

       CHECK-SEALED-AT.
      **
      * Was WS-CHECK-DATE sealed at this outlet at WS-ENTRY-STAMP -
      * the last close-status line at or before the stamp decides -
      * and, with a window on the rule, within that many minutes of
      * the seal
      **
           MOVE "N" TO WS-SEALED
           IF WS-CHECK-DATE NOT = WS-EVENTS-DATE
              PERFORM LOAD-CLOSE-EVENTS
           END-IF
           MOVE 0 TO WS-LAST-EVENT
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                     UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
             IF CE-STAMP (WS-EVENT-IDX) NOT > WS-ENTRY-STAMP
                MOVE WS-EVENT-IDX TO WS-LAST-EVENT
             END-IF
           END-PERFORM
           IF WS-LAST-EVENT = 0
              EXIT PARAGRAPH
           END-IF
           IF CE-STATUS (WS-LAST-EVENT) NOT = "C"
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINUTES-AFTER =
                 WS-ENTRY-STAMP - CE-STAMP (WS-LAST-EVENT)
           IF RU-THRESHOLD-1 (WS-R-POST-CLOSE) = 0
              OR WS-MINUTES-AFTER NOT > RU-THRESHOLD-1 (WS-R-POST-CLOSE)
              MOVE "Y" TO WS-SEALED
           END-IF
           .

       LOAD-CLOSE-EVENTS.
           MOVE WS-CHECK-DATE TO WS-EVENTS-DATE
           MOVE 0 TO WS-EVENT-COUNT
           OPEN INPUT CLOSE-STATUS-File
           IF CLS-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EX-EOF
           PERFORM UNTIL WS-EX-EOF = "Y"
             READ CLOSE-STATUS-File NEXT
               AT END
                  MOVE "Y" TO WS-EX-EOF
               NOT AT END
                  MOVE CS-OUTLET-CODE TO WS-RECORD-OUTLET
                  IF WS-RECORD-OUTLET = SPACES
                     MOVE OU-HOME-OUTLET TO WS-RECORD-OUTLET
                  END-IF
                  IF CS-BUSINESS-DATE = WS-CHECK-DATE
                     AND WS-RECORD-OUTLET = WS-OUTLET-CODE
                     AND WS-EVENT-COUNT < 20
                     ADD 1 TO WS-EVENT-COUNT
                     MOVE CS-STATUS TO CE-STATUS (WS-EVENT-COUNT)
                     MOVE CS-CLOSE-DATE TO WS-STAMP-DATE
                     MOVE CS-CLOSE-TIME TO WS-STAMP-TIME
                     PERFORM COMPUTE-STAMP
                     MOVE WS-STAMP TO CE-STAMP (WS-EVENT-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CLOSE-STATUS-File
           .

       SCAN-ERROR-LOG.
           MOVE WS-R-ERRORS TO WS-RULE
           OPEN INPUT ERROR-LOG-File
           IF ERR-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ ERROR-LOG-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF EL-DATE = WS-BUSINESS-DATE
                     PERFORM ADD-TO-PROGRAM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE ERROR-LOG-File
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                     UNTIL WS-PROG-IDX > WS-PROG-COUNT
             IF PT-ERRORS (WS-PROG-IDX) NOT < RU-THRESHOLD-1 (WS-RULE)
                DISPLAY "  ERROR-BURST     " PT-NAME (WS-PROG-IDX),
                       " LOGGED " PT-ERRORS (WS-PROG-IDX),
                       " I/O ERROR(S)"
                MOVE SPACES TO WS-NEW-EX-KEY
                STRING "PROGRAM " PT-NAME (WS-PROG-IDX)
                       DELIMITED BY SIZE INTO WS-NEW-EX-KEY
                END-STRING
                MOVE PT-ERRORS (WS-PROG-IDX) TO WS-NEW-EX-AMOUNT
                PERFORM WRITE-ANOMALY-EXCEPTION
             END-IF
           END-PERFORM
           .

       ADD-TO-PROGRAM.
           MOVE 0 TO WS-PROG-FOUND
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                     UNTIL WS-PROG-IDX > WS-PROG-COUNT
             IF PT-NAME (WS-PROG-IDX) = EL-PROGRAM
                MOVE WS-PROG-IDX TO WS-PROG-FOUND
             END-IF
           END-PERFORM
           IF WS-PROG-FOUND = 0
              IF WS-PROG-COUNT NOT < 40
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PROG-COUNT
              MOVE WS-PROG-COUNT TO WS-PROG-FOUND
              MOVE EL-PROGRAM TO PT-NAME (WS-PROG-FOUND)
              MOVE 0 TO PT-ERRORS (WS-PROG-FOUND)
           END-IF
           ADD 1 TO PT-ERRORS (WS-PROG-FOUND)
           .

       WRITE-ANOMALY-EXCEPTION.
           ADD 1 TO RU-HITS (WS-RULE)
           MOVE SPACES TO WS-NEW-EX-TYPE
           STRING "ANOM-" RU-ID (WS-RULE)
                  DELIMITED BY SIZE INTO WS-NEW-EX-TYPE
           END-STRING
           IF OU-COUNT > 1
              MOVE WS-NEW-EX-KEY TO WS-KEY-WORK
              MOVE SPACES TO WS-NEW-EX-KEY
              STRING FUNCTION TRIM(WS-KEY-WORK) " @" WS-OUTLET-CODE
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           END-IF
           PERFORM CHECK-OPEN-EXCEPTION
           IF WS-EX-EXISTS = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO EX-STATUS
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE "ANOMALY-SCAN" TO EX-PROGRAM
           MOVE WS-NEW-EX-TYPE TO EX-TYPE
           MOVE WS-NEW-EX-KEY TO EX-KEY-INFO
           MOVE WS-NEW-EX-AMOUNT TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
              OPEN OUTPUT EXCEPTION-File
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-File
           .

       CHECK-OPEN-EXCEPTION.
      **
      * A date scanned again (a reopened day closed a second time)
      * must not queue the same hit twice
      **
           MOVE "N" TO WS-EX-EXISTS
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXCEPTION-File
           IF EXC-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EX-EOF = "Y"
             READ EXCEPTION-File NEXT
               AT END
                  MOVE "Y" TO WS-EX-EOF
               NOT AT END
                  IF EX-STATUS = "O"
                     AND EX-PROGRAM = "ANOMALY-SCAN"
                     AND EX-BUSINESS-DATE = WS-BUSINESS-DATE
                     AND EX-TYPE = WS-NEW-EX-TYPE
                     AND EX-KEY-INFO = WS-NEW-EX-KEY
                     MOVE "Y" TO WS-EX-EXISTS
                  END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-File
           .

      *-----------------------
      * Hits per rule over the last 30 days, open and worked, beside
      * the thresholds in force - for tuning
      *-----------------------
       RULE-SUMMARY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 29)
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             MOVE 0 TO RU-30-HITS (WS-RULE-IDX)
             MOVE 0 TO RU-30-OPEN (WS-RULE-IDX)
             MOVE 0 TO RU-30-RESOLVED (WS-RULE-IDX)
           END-PERFORM
           MOVE "N" TO WS-EX-EOF
           OPEN INPUT EXCEPTION-File
           IF EXC-FSTAT = "00"
              PERFORM UNTIL WS-EX-EOF = "Y"
                READ EXCEPTION-File NEXT
                  AT END
                     MOVE "Y" TO WS-EX-EOF
                  NOT AT END
                     IF EX-PROGRAM = "ANOMALY-SCAN"
                        AND EX-BUSINESS-DATE NOT < WS-FROM-DATE
                        AND EX-BUSINESS-DATE NOT > WS-TODAY
                        PERFORM COUNT-SUMMARY-HIT
                     END-IF
                END-READ
              END-PERFORM
              CLOSE EXCEPTION-File
           END-IF
           DISPLAY " "
           DISPLAY "ANOMALY RULE HITS " WS-FROM-DATE " TO " WS-TODAY
           DISPLAY "RULE            STATUS THRESH-1 THRESH-2  HITS  ",
                  "OPEN WORKED"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF RU-ACTIVE (WS-RULE-IDX) = "A"
                MOVE "A" TO WS-COMMAND
             ELSE
                MOVE "I" TO WS-COMMAND
             END-IF
             DISPLAY RU-ID (WS-RULE-IDX) " " WS-COMMAND "      ",
                    RU-THRESHOLD-1 (WS-RULE-IDX) "  ",
                    RU-THRESHOLD-2 (WS-RULE-IDX) " ",
                    RU-30-HITS (WS-RULE-IDX) " ",
                    RU-30-OPEN (WS-RULE-IDX) " ",
                    RU-30-RESOLVED (WS-RULE-IDX)
           END-PERFORM
           .

       COUNT-SUMMARY-HIT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF EX-TYPE (6:15) = RU-ID (WS-RULE-IDX)
                ADD 1 TO RU-30-HITS (WS-RULE-IDX)
                IF EX-STATUS = "O"
                   ADD 1 TO RU-30-OPEN (WS-RULE-IDX)
                ELSE
                   ADD 1 TO RU-30-RESOLVED (WS-RULE-IDX)
                END-IF
             END-IF
           END-PERFORM
           .
      ** add other procedures here
       END PROGRAM ANOMALY-SCAN.
