      ******************************************************************
      * Author:
      * Date: 15 OCT 2026
      * Purpose: Sequence-number continuity report.  Every record in a
      *          FOOD-DELIVERY daily file carries the SEQ-NO its writer
      *          took from SUB-REFUND-CHECK, and every number issued is
      *          on the date's sequence counter (SEQ-COUNTER-yyyymmdd),
      *          so the numbers from 1 to the counter should all be in
      *          the file.  For each business date and outlet this lists
      *          every number missing from the file and explains it
      *          where the trail allows - a delete in the correction
      *          journal (and its YEAR-END history), an order cancelled
      *          or still open on the dispatch board, a record written
      *          and later dropped in a rewrite (the write journal), or
      *          item lines left in ORDER-DETAIL with no sale.  A gap
      *          nothing explains, a number on more than one record,
      *          and a record numbered above the counter are written to
      *          the exception file as high severity for
      *          EXCEPTION-REVIEW.  A date with no counter file (written
      *          before the counter was kept) is checked for gaps and
      *          duplicates only.
      *          Called by EOD-CLOSE with the business date in an
      *          EOD-REQUEST area ahead of the file backup (the backup
      *          empties the write journal); run standalone it checks a
      *          keyed date range for one outlet or all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SEQ-CONTINUITY.
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
         SELECT COUNTER-File
             ASSIGN TO WS-COUNTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CNT-FSTAT
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
         SELECT DISPATCH-File
             ASSIGN TO WS-DISPATCH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSP-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ORDER-DETAIL-File
             ASSIGN TO WS-DETAIL-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ODT-FSTAT
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
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD COUNTER-File.
       COPY "copybooks/SEQCTR-REC.cpy".
       FD AUDIT-File.
       COPY "copybooks/AUDIT-REC.cpy".
       FD JOURNAL-File.
       COPY "copybooks/JRNL-REC.cpy".
       FD DISPATCH-File.
       COPY "copybooks/DISPATCH-REC.cpy".
       FD ORDER-DETAIL-File.
       COPY "copybooks/ODET-REC.cpy".
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 CNT-FSTAT PIC 99.
       01 AUD-FSTAT PIC 99.
       01 JRN-FSTAT PIC 99.
       01 DSP-FSTAT PIC 99.
       01 ODT-FSTAT PIC 99.
       01 EXC-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-COUNTER-FILENAME PIC X(60).
       01 WS-AUDIT-FILENAME PIC X(60).
       01 WS-AUDIT-LIVE-FILENAME PIC X(60).
       01 WS-JOURNAL-FILENAME PIC X(64).
       01 WS-DISPATCH-FILENAME PIC X(60).
       01 WS-DETAIL-FILENAME PIC X(60).
       01 WS-EXCEPTION-FILENAME PIC X(60).
      *-----------------------
      * EOD-CLOSE runs the check for this workstation's outlet; run
      * standalone it takes one outlet or ALL.  A blank outlet code on
      * a journal image is the home outlet's.
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-RECORD-OUTLET PIC X(3).
       01 WS-REPORT-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-OUTLET-FOUND PIC X.
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-TO-INT PIC 9(7).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Correction journals YEAR-END has rolled over are in
      * CORRECTION-JOURNAL-yyyy.dat; the date's year up to last year
      * is read before the live file
      *-----------------------
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
      *-----------------------
      * One slot per sequence number for the date and outlet being
      * checked: how many records carry it, and why it is missing
      * when none do -
      *   "D" deleted (correction journal)
      *   "X" order cancelled on the dispatch board
      *   "P" order still open on the dispatch board
      *   "J" written, then dropped in a rewrite (write journal)
      *   "O" item lines in ORDER-DETAIL with no sale
      *-----------------------
       01 SEQ-TABLE.
         05 SEQ-ENTRY OCCURS 9999 TIMES.
           10 SQ-COUNT PIC 9(3).
           10 SQ-REASON PIC X.
       01 WS-SEQ PIC 9(4).
       01 WS-SEQ-IDX PIC 9(5).
       01 WS-IMAGE-SEQ PIC X(4).
       01 WS-IMAGE-SEQ-N REDEFINES WS-IMAGE-SEQ PIC 9(4).
       01 WS-REASON PIC X.
       01 WS-REASON-TEXT PIC X(40).
       01 WS-FILE-FOUND PIC X.
       01 WS-COUNTER-KNOWN PIC X.
       01 WS-COUNTER-SEQ PIC 9(4).
       01 WS-HIGH-SEQ PIC 9(4).
       01 WS-TOP-SEQ PIC 9(4).
      *-----------------------
      * Counts for the date and outlet, and for the whole run
      *-----------------------
       01 WS-RECORD-COUNT PIC 9(5).
       01 WS-UNNUMBERED PIC 9(5).
       01 WS-GAP-COUNT PIC 9(5).
       01 WS-EXPLAINED PIC 9(5).
       01 WS-UNEXPLAINED PIC 9(5).
       01 WS-DUPLICATES PIC 9(5).
       01 WS-OVER-COUNTER PIC 9(5).
       01 WS-RUN-CHECKED PIC 9(5) VALUE 0.
       01 WS-RUN-BREAKS PIC 9(5) VALUE 0.
       01 WS-RUN-NEW-EX PIC 9(5) VALUE 0.
       01 WS-NEW-EX-TYPE PIC X(20).
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-NEW-EX-AMOUNT PIC S9(11).
       01 WS-EX-EXISTS PIC X.

       LINKAGE SECTION.
       COPY "copybooks/EOD-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING EOD-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "SEQUENCE-NUMBER CONTINUITY REPORT"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "Y"
              MOVE EOD-BUSINESS-DATE TO WS-FROM-DATE WS-TO-DATE
              MOVE WS-OUTLET-CODE TO WS-REPORT-OUTLET
              DISPLAY "CHECKING " WS-FROM-DATE " (EOD CLOSE)"
              PERFORM CHECK-DATE-RANGE
              MOVE 0 TO EOD-RETURN-CODE
              GOBACK
           END-IF

           DISPLAY "FROM BUSINESS DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "TO BUSINESS DATE (YYYYMMDD)? BLANK = SAME : "
                  NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
              MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-FROM-DATE
           MOVE WS-TO-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-TO-DATE
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "TO DATE IS BEFORE FROM DATE"
              STOP RUN
           END-IF
           MOVE "ALL" TO WS-REPORT-OUTLET
           IF OU-COUNT > 1
              PERFORM ASK-REPORT-OUTLET
              DISPLAY "OUTLET : " WS-REPORT-OUTLET
           END-IF
           PERFORM CHECK-DATE-RANGE
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
           MOVE SPACES TO WS-AUDIT-LIVE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CORRECTION-JOURNAL.dat"
                  DELIMITED BY SIZE INTO WS-AUDIT-LIVE-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
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

       CHECK-DATE-RANGE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           PERFORM UNTIL WS-RUN-INT > WS-TO-INT
             COMPUTE WS-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > OU-COUNT
               IF WS-REPORT-OUTLET = "ALL"
                  OR WS-REPORT-OUTLET = OU-CODE (WS-OUT-IDX)
                  MOVE OU-CODE (WS-OUT-IDX) TO WS-OUTLET-CODE
                  MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
                  PERFORM CHECK-ONE-FILE
               END-IF
             END-PERFORM
             ADD 1 TO WS-RUN-INT
           END-PERFORM
           DISPLAY " "
           DISPLAY "=============================================="
           DISPLAY "DAILY FILES CHECKED      : " WS-RUN-CHECKED
           DISPLAY "HIGH-SEVERITY BREAKS     : " WS-RUN-BREAKS
           DISPLAY "NEW EXCEPTIONS QUEUED    : " WS-RUN-NEW-EX
           IF WS-RUN-BREAKS > 0
              DISPLAY "WORK THE BREAKS OFF THROUGH EXCEPTION-REVIEW"
           END-IF
           .

      *-----------------------
      * One business date at one outlet
      *-----------------------
       CHECK-ONE-FILE.
           PERFORM BUILD-FILE-NAMES
           INITIALIZE SEQ-TABLE
           MOVE 0 TO WS-RECORD-COUNT WS-UNNUMBERED WS-GAP-COUNT
                     WS-EXPLAINED WS-UNEXPLAINED WS-DUPLICATES
                     WS-OVER-COUNTER WS-HIGH-SEQ
           PERFORM LOAD-COUNTER
           MOVE "N" TO WS-FILE-FOUND
           OPEN INPUT PENJUALAN-File
           IF FSTAT = "00"
              MOVE "Y" TO WS-FILE-FOUND
           END-IF
           CLOSE PENJUALAN-File
           IF WS-FILE-FOUND = "N" AND WS-COUNTER-KNOWN = "N"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-CHECKED
           DISPLAY " "
           IF OU-COUNT > 1
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE,
                     " OUTLET " WS-OUTLET-CODE
           ELSE
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
           END-IF
           DISPLAY "----------------------------------------------"
           IF WS-FILE-FOUND = "N"
              DISPLAY "  NO DAILY FILE - BUT NUMBERS WERE ISSUED ",
                     "FOR THE DATE"
           ELSE
              PERFORM READ-DAILY-FILE
           END-IF
           MOVE WS-HIGH-SEQ TO WS-TOP-SEQ
           IF WS-COUNTER-KNOWN = "Y"
              AND WS-COUNTER-SEQ > WS-TOP-SEQ
              MOVE WS-COUNTER-SEQ TO WS-TOP-SEQ
           END-IF
           PERFORM CHECK-DUPLICATES
           PERFORM EXPLAIN-FROM-CORRECTIONS
           PERFORM EXPLAIN-FROM-DISPATCH
           PERFORM EXPLAIN-FROM-WRITE-JOURNAL
           PERFORM EXPLAIN-FROM-ORDER-DETAIL
           PERFORM LIST-GAPS
           PERFORM PRINT-FILE-SUMMARY
           .

       BUILD-FILE-NAMES.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING FUNCTION TRIM(WS-PENJUALAN-FILENAME) ".jrl"
                  DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
           END-STRING
           MOVE SPACES TO WS-COUNTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "SEQ-COUNTER-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COUNTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-DISPATCH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "DISPATCH-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DISPATCH-FILENAME
           END-STRING
           MOVE SPACES TO WS-DETAIL-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "ORDER-DETAIL-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DETAIL-FILENAME
           END-STRING
           .

       LOAD-COUNTER.
      **
      * The date's allocation counter is the highest number issued
      **
           MOVE "N" TO WS-COUNTER-KNOWN
           MOVE 0 TO WS-COUNTER-SEQ
           OPEN INPUT COUNTER-File
           IF CNT-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ COUNTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF SC-SEQ-NO IS NUMERIC
                     MOVE "Y" TO WS-COUNTER-KNOWN
                     IF SC-SEQ-NO > WS-COUNTER-SEQ
                        MOVE SC-SEQ-NO TO WS-COUNTER-SEQ
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE COUNTER-File
           .

       READ-DAILY-FILE.
      **
      * Records written before SEQ-NO was stamped carry zero or
      * spaces there and are counted apart
      **
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-RECORD-COUNT
                  IF XSEQ-NO IS NOT NUMERIC OR XSEQ-NO = 0
                     ADD 1 TO WS-UNNUMBERED
                  ELSE
                     IF SQ-COUNT (XSEQ-NO) < 999
                        ADD 1 TO SQ-COUNT (XSEQ-NO)
                     END-IF
                     IF XSEQ-NO > WS-HIGH-SEQ
                        MOVE XSEQ-NO TO WS-HIGH-SEQ
                     END-IF
                     IF WS-COUNTER-KNOWN = "Y"
                        AND XSEQ-NO > WS-COUNTER-SEQ
                        PERFORM REPORT-OVER-COUNTER
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       REPORT-OVER-COUNTER.
           ADD 1 TO WS-OVER-COUNTER
           DISPLAY "  ABOVE COUNTER   SEQ " XSEQ-NO " " XVENDOR-CODE,
                  " " XTRANS-TYPE " BY " XOPERATOR-ID,
                  " - COUNTER IS " WS-COUNTER-SEQ
           MOVE "SEQ-OVER-COUNTER" TO WS-NEW-EX-TYPE
           MOVE XSEQ-NO TO WS-SEQ
           MOVE XPENJUALAN TO WS-NEW-EX-AMOUNT
           PERFORM WRITE-SEQ-EXCEPTION
           .

       CHECK-DUPLICATES.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                     UNTIL WS-SEQ-IDX > WS-HIGH-SEQ
             IF SQ-COUNT (WS-SEQ-IDX) > 1
                ADD 1 TO WS-DUPLICATES
                MOVE WS-SEQ-IDX TO WS-SEQ
                DISPLAY "  DUPLICATE       SEQ " WS-SEQ " ON ",
                       SQ-COUNT (WS-SEQ-IDX) " RECORDS"
                MOVE "SEQ-DUPLICATE" TO WS-NEW-EX-TYPE
                MOVE SQ-COUNT (WS-SEQ-IDX) TO WS-NEW-EX-AMOUNT
                PERFORM WRITE-SEQ-EXCEPTION
             END-IF
           END-PERFORM
           .

      *-----------------------
      * Explanations - each source marks the numbers it accounts for;
      * the first one to mark a number gives the reason shown
      *-----------------------
       EXPLAIN-FROM-CORRECTIONS.
      **
      * A delete's before image carries the record's number and its
      * outlet (blank = home).  The date's year and every later year
      * already rolled over are read before the live journal.
      **
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE (1:4) TO WS-HIST-YEAR
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-AUDIT-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "CORRECTION-JOURNAL-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-AUDIT-FILENAME
             END-STRING
             PERFORM SCAN-CORRECTION-FILE
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-AUDIT-LIVE-FILENAME TO WS-AUDIT-FILENAME
           PERFORM SCAN-CORRECTION-FILE
           .

       SCAN-CORRECTION-FILE.
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
                  IF CJ-ACTION = "D"
                     AND CJ-BUSINESS-DATE = WS-BUSINESS-DATE
                     MOVE CJ-BEFORE-IMAGE (157:3) TO WS-RECORD-OUTLET
                     IF WS-RECORD-OUTLET = SPACES
                        MOVE OU-HOME-OUTLET TO WS-RECORD-OUTLET
                     END-IF
                     IF WS-RECORD-OUTLET = WS-OUTLET-CODE
                        MOVE CJ-BEFORE-IMAGE (116:4) TO WS-IMAGE-SEQ
                        MOVE "D" TO WS-REASON
                        PERFORM MARK-REASON
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-File
           .

       EXPLAIN-FROM-DISPATCH.
      **
      * An order reserves its number when it is opened; a cancelled
      * order never gets a sale, and one not yet delivered has none
      * so far
      **
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE DP-SEQ-NO TO WS-IMAGE-SEQ
                  EVALUATE DP-STATUS
                    WHEN "X"
                       MOVE "X" TO WS-REASON
                       PERFORM MARK-REASON
                    WHEN "O"
                    WHEN "A"
                    WHEN "P"
                       MOVE "P" TO WS-REASON
                       PERFORM MARK-REASON
                  END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           .

       EXPLAIN-FROM-WRITE-JOURNAL.
      **
      * A number whose image was written to the file but is not in it
      * now went in a CORRECT-DATA rewrite.  The journal holds what
      * happened since the last backup, so this only explains gaps
      * while the date's journal has not yet been emptied.
      **
           OPEN INPUT JOURNAL-File
           IF JRN-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ JOURNAL-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WJ-ACTION = "W" OR WJ-ACTION = "C"
                     MOVE WJ-IMAGE (116:4) TO WS-IMAGE-SEQ
                     MOVE "J" TO WS-REASON
                     PERFORM MARK-REASON
                  END-IF
             END-READ
           END-PERFORM
           CLOSE JOURNAL-File
           .

       EXPLAIN-FROM-ORDER-DETAIL.
           OPEN INPUT ORDER-DETAIL-File
           IF ODT-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ ORDER-DETAIL-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF OD-BUSINESS-DATE = WS-BUSINESS-DATE
                     MOVE OD-SEQ-NO TO WS-IMAGE-SEQ
                     MOVE "O" TO WS-REASON
                     PERFORM MARK-REASON
                  END-IF
             END-READ
           END-PERFORM
           CLOSE ORDER-DETAIL-File
           .

       MARK-REASON.
           IF WS-IMAGE-SEQ IS NOT NUMERIC OR WS-IMAGE-SEQ-N = 0
              EXIT PARAGRAPH
           END-IF
           IF SQ-COUNT (WS-IMAGE-SEQ-N) = 0
              AND SQ-REASON (WS-IMAGE-SEQ-N) = SPACE
              MOVE WS-REASON TO SQ-REASON (WS-IMAGE-SEQ-N)
           END-IF
           .

       LIST-GAPS.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                     UNTIL WS-SEQ-IDX > WS-TOP-SEQ
             IF SQ-COUNT (WS-SEQ-IDX) = 0
                ADD 1 TO WS-GAP-COUNT
                MOVE WS-SEQ-IDX TO WS-SEQ
                EVALUATE SQ-REASON (WS-SEQ-IDX)
                  WHEN "D"
                     MOVE "DELETED - CORRECTION JOURNAL"
                          TO WS-REASON-TEXT
                  WHEN "X"
                     MOVE "ORDER CANCELLED ON THE DISPATCH BOARD"
                          TO WS-REASON-TEXT
                  WHEN "P"
                     MOVE "ORDER NOT YET DELIVERED"
                          TO WS-REASON-TEXT
                  WHEN "J"
                     MOVE "DROPPED IN A REWRITE - WRITE JOURNAL"
                          TO WS-REASON-TEXT
                  WHEN "O"
                     MOVE "ORDER-DETAIL LINES WITH NO SALE"
                          TO WS-REASON-TEXT
                  WHEN OTHER
                     MOVE "*** NOT EXPLAINED ***" TO WS-REASON-TEXT
                END-EVALUATE
                DISPLAY "  MISSING         SEQ " WS-SEQ " ",
                       WS-REASON-TEXT
                IF SQ-REASON (WS-SEQ-IDX) = SPACE
                   ADD 1 TO WS-UNEXPLAINED
                   MOVE "SEQ-GAP" TO WS-NEW-EX-TYPE
                   MOVE 0 TO WS-NEW-EX-AMOUNT
                   PERFORM WRITE-SEQ-EXCEPTION
                ELSE
                   ADD 1 TO WS-EXPLAINED
                END-IF
             END-IF
           END-PERFORM
           .

       PRINT-FILE-SUMMARY.
           IF WS-GAP-COUNT = 0 AND WS-DUPLICATES = 0
              AND WS-OVER-COUNTER = 0
              DISPLAY "  SEQUENCE UNBROKEN"
           END-IF
           DISPLAY "  RECORDS         : " WS-RECORD-COUNT
           IF WS-UNNUMBERED > 0
              DISPLAY "  NOT NUMBERED    : " WS-UNNUMBERED,
                     " (WRITTEN BEFORE SEQ-NO WAS STAMPED)"
           END-IF
           DISPLAY "  HIGHEST SEQ-NO  : " WS-HIGH-SEQ
           IF WS-COUNTER-KNOWN = "Y"
              DISPLAY "  COUNTER         : " WS-COUNTER-SEQ
           ELSE
              DISPLAY "  COUNTER         : NONE KEPT FOR THE DATE - ",
                     "NOT CHECKED"
           END-IF
           DISPLAY "  MISSING         : " WS-GAP-COUNT,
                  "  EXPLAINED " WS-EXPLAINED,
                  "  NOT EXPLAINED " WS-UNEXPLAINED
           DISPLAY "  DUPLICATED      : " WS-DUPLICATES
           DISPLAY "  ABOVE COUNTER   : " WS-OVER-COUNTER
           ADD WS-UNEXPLAINED WS-DUPLICATES WS-OVER-COUNTER
                 TO WS-RUN-BREAKS
           .

       WRITE-SEQ-EXCEPTION.
           MOVE SPACES TO WS-NEW-EX-KEY
           IF OU-COUNT > 1
              STRING "SEQ " WS-SEQ " @" WS-OUTLET-CODE
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           ELSE
              STRING "SEQ " WS-SEQ
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           END-IF
           PERFORM CHECK-OPEN-EXCEPTION
           IF WS-EX-EXISTS = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO EX-STATUS
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE "SEQ-CONTINUITY" TO EX-PROGRAM
           MOVE WS-NEW-EX-TYPE TO EX-TYPE
           MOVE WS-NEW-EX-KEY TO EX-KEY-INFO
           MOVE WS-NEW-EX-AMOUNT TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT
           MOVE 0 TO EX-RESOLVED-DATE
           MOVE "H" TO EX-SEVERITY
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
              OPEN OUTPUT EXCEPTION-File
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-File
           ADD 1 TO WS-RUN-NEW-EX
           .

       CHECK-OPEN-EXCEPTION.
      **
      * A date checked again (the EOD run, then a standalone range)
      * must not queue the same break twice
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
                     AND EX-PROGRAM = "SEQ-CONTINUITY"
                     AND EX-BUSINESS-DATE = WS-BUSINESS-DATE
                     AND EX-TYPE = WS-NEW-EX-TYPE
                     AND EX-KEY-INFO = WS-NEW-EX-KEY
                     MOVE "Y" TO WS-EX-EXISTS
                  END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-File
           .
      ** add other procedures here
       END PROGRAM SEQ-CONTINUITY.
