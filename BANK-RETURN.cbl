      ******************************************************************
      * Author:
      * Date: 28 SEP 2026
      * Purpose: Bank transfer returns.  Reads the bank's return file
      *          for a released transfer run - BANK-RETURN-yyyymmdd.txt
      *          for a driver payout run (PAY-FILE) or
      *          VENDOR-RETURN-start-end.txt for a vendor settlement
      *          run (VENDOR-PAY-FILE), one "R" line per rejected
      *          transfer in the transfer file's detail layout plus the
      *          bank's reason code and text - matches each line to its
      *          driver or vendor, puts it back to unpaid (the driver's
      *          payout run lines are flagged "R" returned, the vendor's
      *          settlement gets a "U" status carrying the reason code),
      *          records it in BANK-RETURNS.dat and raises an exception
      *          for follow-up in EXCEPTION-REVIEW.  The next payment
      *          run offers a returned item again once MASTER-MAINT has
      *          changed the payee's bank details.  The returns report
      *          lists what came back, why, and what has been re-sent.
      * Tectonics: cobc
      * Modification History:
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BANK-RETURN.
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
         SELECT BANK-RETURN-File
             ASSIGN TO WS-RETURN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS BRT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PAYOUT-RUN-File
             ASSIGN TO WS-PAYRUN-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PRN-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PAYRUN-WORK-File
             ASSIGN TO WS-PAYRUN-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT SETTLE-STATUS-File
             ASSIGN TO WS-SETTLE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS SST-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT RETURN-REGISTER-File
             ASSIGN TO WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RRG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT EXCEPTION-File
             ASSIGN TO WS-EXCEPTION-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS EXC-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-MASTER-File
             ASSIGN TO WS-VENDOR-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS VM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
      *-----------------------
      * The bank's return file - header "H", one "R" line per
      * returned transfer, trailer "T"; only the "R" lines are read
      *-----------------------
       FD BANK-RETURN-File.
       01 BANK-RETURN-RECORD.
         05 BR-REC-TYPE PIC X.
         05 BR-BANK-CODE PIC X(4).
         05 BR-BANK-ACCT PIC X(16).
         05 BR-ACCT-NAME PIC X(20).
         05 BR-AMOUNT PIC 9(11).
         05 BR-REASON-CODE PIC X(4).
         05 BR-REASON-TEXT PIC X(24).
       FD PAYOUT-RUN-File.
       COPY "copybooks/PAYRUN-REC.cpy".
       FD PAYRUN-WORK-File.
       01 PAYRUN-WORK-RECORD PIC X(85).
       FD SETTLE-STATUS-File.
       COPY "copybooks/SETTLE-REC.cpy".
       FD RETURN-REGISTER-File.
       COPY "copybooks/RETREG-REC.cpy".
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD VENDOR-MASTER-File.
       COPY "copybooks/VENDOR-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 BRT-FSTAT PIC 99.
       01 PRN-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 SST-FSTAT PIC 99.
       01 RRG-FSTAT PIC 99.
       01 EXC-FSTAT PIC 99.
       01 DM-FSTAT PIC 99.
       01 VM-FSTAT PIC 99.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-EOF PIC X VALUE "N".
       01 WS-EX-EOF PIC X.
       01 WS-RETURN-FILENAME PIC X(80).
       01 WS-PAYRUN-FILENAME PIC X(80).
       01 WS-PAYRUN-WORK-FILENAME PIC X(60).
       01 WS-SETTLE-FILENAME PIC X(60).
       01 WS-REGISTER-FILENAME PIC X(60).
       01 WS-EXCEPTION-FILENAME PIC X(60).
       01 WS-DRIVER-MASTER-FILENAME PIC X(60).
       01 WS-VENDOR-MASTER-FILENAME PIC X(60).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-RUN-MODE PIC X.
       01 WS-PAYEE-TYPE PIC X.
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-ANSWER PIC X.
       01 WS-EX-EXISTS PIC X.
       01 WS-NEW-EX-TYPE PIC X(20).
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-NEW-EX-AMOUNT PIC S9(11).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Return lines read from the bank's file and what each matched
      * RE-OUTCOME "M" = matched to a payee, "D" = already in the
      * register (a rerun), "U" = nothing in the run matches it
      *-----------------------
       01 WS-RET-COUNT PIC 9(3) VALUE 0.
       01 WS-RET-IDX PIC 9(3).
       01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-MATCH-TOTAL PIC S9(11) VALUE 0.
       01 WS-UNMATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-DUP-COUNT PIC 9(3) VALUE 0.
       01 WS-RET-TABLE.
         05 RE-ENTRY OCCURS 100 TIMES.
           10 RE-BANK-CODE PIC X(4).
           10 RE-BANK-ACCT PIC X(16).
           10 RE-ACCT-NAME PIC X(20).
           10 RE-AMOUNT PIC 9(11).
           10 RE-REASON-CODE PIC X(4).
           10 RE-REASON-TEXT PIC X(24).
           10 RE-PAYEE-ID PIC X(6).
           10 RE-PAYEE-NAME PIC X(20).
           10 RE-OUTCOME PIC X.
      *-----------------------
      * Returns report totals and the payee's current bank details
      *-----------------------
       01 WS-CUR-BANK-CODE PIC X(4).
       01 WS-CUR-BANK-ACCT PIC X(16).
       01 WS-CUR-ACCT-NAME PIC X(20).
       01 WS-RPT-STATE PIC X(26).
       01 WS-RPT-COUNT PIC 9(5) VALUE 0.
       01 WS-RPT-TOTAL PIC S9(13) VALUE 0.
       01 WS-RESENT-COUNT PIC 9(5) VALUE 0.
       01 WS-RESENT-TOTAL PIC S9(13) VALUE 0.
       01 WS-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-TOTAL PIC S9(13) VALUE 0.
       01 WS-WAIT-COUNT PIC 9(5) VALUE 0.
       01 WS-WAIT-TOTAL PIC S9(13) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "BANK TRANSFER RETURNS"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           DISPLAY "OPERATOR ID : " NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "(D)RIVER PAYOUT RETURN FILE / (V)ENDOR PAYMENT ",
                  "RETURN FILE / (R)ETURNS REPORT : " NO ADVANCING
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           EVALUATE WS-RUN-MODE
             WHEN "D"
                PERFORM KEY-DRIVER-RUN
             WHEN "V"
                PERFORM KEY-VENDOR-RUN
             WHEN "R"
                PERFORM PRINT-RETURNS-REPORT
                STOP RUN
             WHEN OTHER
                DISPLAY "UNKNOWN OPTION - NOTHING DONE"
                STOP RUN
           END-EVALUATE
           MOVE WS-RUN-MODE TO WS-PAYEE-TYPE

           PERFORM LOAD-RETURN-FILE
           IF WS-RET-COUNT = 0
              DISPLAY "NO RETURNED TRANSFERS IN "
                     FUNCTION TRIM(WS-RETURN-FILENAME)
              STOP RUN
           END-IF
           PERFORM MATCH-RETURN-LINES
           IF WS-MATCH-COUNT = 0 AND WS-UNMATCH-COUNT = 0
              DISPLAY "EVERY RETURN IS ALREADY RECORDED - NOTHING ",
                     "TO DO"
              STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "RECORD " WS-MATCH-COUNT " RETURN(S) TOTALLING ",
                  WS-MATCH-TOTAL " AS UNPAID? (Y/N) : " NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "RETURNS NOT RECORDED"
              STOP RUN
           END-IF
           PERFORM RECORD-RETURNS
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
           MOVE SPACES TO WS-PAYRUN-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PAYOUT-RUN.tmp"
                  DELIMITED BY SIZE INTO WS-PAYRUN-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-SETTLE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-SETTLE-STATUS.dat"
                  DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.dat"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
           END-STRING
           MOVE SPACES TO WS-DRIVER-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-MASTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-VENDOR-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-MASTER-FILENAME
           END-STRING
           .

       KEY-DRIVER-RUN.
           DISPLAY "PAYOUT RUN DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE WS-END-DATE
           MOVE SPACES TO WS-RETURN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "BANK-RETURN-" WS-END-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           END-STRING
           MOVE SPACES TO WS-PAYRUN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PAYOUT-RUN-" WS-END-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-PAYRUN-FILENAME
           END-STRING
           .

       KEY-VENDOR-RUN.
           DISPLAY "SETTLEMENT START DATE (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-START-DATE
           DISPLAY "SETTLEMENT END DATE (YYYYMMDD)   : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-END-DATE
           MOVE SPACES TO WS-RETURN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-RETURN-" WS-START-DATE "-" WS-END-DATE
                  ".txt"
                  DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           END-STRING
           MOVE SPACES TO WS-PAYRUN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "VENDOR-PAYRUN-" WS-START-DATE "-" WS-END-DATE
                  ".dat"
                  DELIMITED BY SIZE INTO WS-PAYRUN-FILENAME
           END-STRING
           .

       LOAD-RETURN-FILE.
           MOVE 0 TO WS-RET-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT BANK-RETURN-File
           IF BRT-FSTAT = "35"
              DISPLAY "NO RETURN FILE "
                     FUNCTION TRIM(WS-RETURN-FILENAME)
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ BANK-RETURN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF BR-REC-TYPE = "R"
                     IF WS-RET-COUNT = 100
                        DISPLAY "RETURN FILE HAS MORE THAN 100 ",
                               "LINES - NOTHING RECORDED"
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RET-COUNT
                     INITIALIZE RE-ENTRY (WS-RET-COUNT)
                     MOVE BR-BANK-CODE TO RE-BANK-CODE (WS-RET-COUNT)
                     MOVE BR-BANK-ACCT TO RE-BANK-ACCT (WS-RET-COUNT)
                     MOVE BR-ACCT-NAME TO RE-ACCT-NAME (WS-RET-COUNT)
                     MOVE BR-AMOUNT TO RE-AMOUNT (WS-RET-COUNT)
                     MOVE BR-REASON-CODE
                           TO RE-REASON-CODE (WS-RET-COUNT)
                     MOVE BR-REASON-TEXT
                           TO RE-REASON-TEXT (WS-RET-COUNT)
                     MOVE "U" TO RE-OUTCOME (WS-RET-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE BANK-RETURN-File
           .

       MATCH-RETURN-LINES.
      **
      * A driver transfer is the net of several run lines, so a driver
      * return is matched on the bank account alone; a vendor run has
      * one line per vendor and must agree on the amount as well.
      **
           OPEN INPUT PAYOUT-RUN-File
           IF PRN-FSTAT = "35"
              DISPLAY "NO PAYMENT RUN "
                     FUNCTION TRIM(WS-PAYRUN-FILENAME),
                     " - NOTHING TO MATCH THE RETURNS TO"
              STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ PAYOUT-RUN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PY-HOLD-FLAG NOT = "H"
                     PERFORM MATCH-RUN-LINE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PAYOUT-RUN-File
           PERFORM CHECK-ALREADY-RECORDED
           DISPLAY " "
           DISPLAY "RETURNS FOR RUN " WS-START-DATE "-" WS-END-DATE,
                  " (" WS-REGION ")"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-COUNT
             EVALUATE RE-OUTCOME (WS-RET-IDX)
               WHEN "M"
                  ADD 1 TO WS-MATCH-COUNT
                  ADD RE-AMOUNT (WS-RET-IDX) TO WS-MATCH-TOTAL
                  DISPLAY "RETURN " RE-PAYEE-ID (WS-RET-IDX) " ",
                         RE-PAYEE-NAME (WS-RET-IDX) " ",
                         RE-AMOUNT (WS-RET-IDX) " ",
                         RE-REASON-CODE (WS-RET-IDX) " ",
                         RE-REASON-TEXT (WS-RET-IDX)
               WHEN "D"
                  ADD 1 TO WS-DUP-COUNT
                  DISPLAY "DONE   " RE-PAYEE-ID (WS-RET-IDX) " ",
                         RE-PAYEE-NAME (WS-RET-IDX) " ",
                         RE-AMOUNT (WS-RET-IDX),
                         " (ALREADY RECORDED)"
               WHEN OTHER
                  ADD 1 TO WS-UNMATCH-COUNT
                  DISPLAY "NO MATCH " RE-BANK-CODE (WS-RET-IDX) "/",
                         RE-BANK-ACCT (WS-RET-IDX) " ",
                         RE-AMOUNT (WS-RET-IDX) " ",
                         RE-REASON-CODE (WS-RET-IDX),
                         " (EXCEPTION ONLY)"
             END-EVALUATE
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "MATCHED   : " WS-MATCH-COUNT " TOTAL ",
                  WS-MATCH-TOTAL
           DISPLAY "NO MATCH  : " WS-UNMATCH-COUNT
           IF WS-DUP-COUNT > 0
              DISPLAY "ALREADY RECORDED : " WS-DUP-COUNT
           END-IF
           .

       MATCH-RUN-LINE.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-COUNT
             IF RE-OUTCOME (WS-RET-IDX) = "U"
                AND RE-BANK-CODE (WS-RET-IDX) = PY-BANK-CODE
                AND RE-BANK-ACCT (WS-RET-IDX) = PY-BANK-ACCT
                AND (WS-PAYEE-TYPE = "D"
                     OR RE-AMOUNT (WS-RET-IDX) = PY-AMOUNT)
                MOVE "M" TO RE-OUTCOME (WS-RET-IDX)
                MOVE PY-DRIVER-ID TO RE-PAYEE-ID (WS-RET-IDX)
                MOVE PY-DRIVER-NAME TO RE-PAYEE-NAME (WS-RET-IDX)
                MOVE WS-RET-COUNT TO WS-RET-IDX
             END-IF
           END-PERFORM
           .

       CHECK-ALREADY-RECORDED.
      **
      * Loading the same return file twice must not reverse the same
      * transfer twice.
      **
           OPEN INPUT RETURN-REGISTER-File
           IF RRG-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-PAYEE-TYPE = WS-PAYEE-TYPE
                     AND RT-RUN-START = WS-START-DATE
                     AND RT-RUN-END = WS-END-DATE
                     PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                               UNTIL WS-RET-IDX > WS-RET-COUNT
                       IF RE-OUTCOME (WS-RET-IDX) = "M"
                          AND RE-PAYEE-ID (WS-RET-IDX) = RT-PAYEE-ID
                          AND RE-BANK-ACCT (WS-RET-IDX) = RT-BANK-ACCT
                          MOVE "D" TO RE-OUTCOME (WS-RET-IDX)
                       END-IF
                     END-PERFORM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-File
           .

       RECORD-RETURNS.
           IF WS-MATCH-COUNT > 0 AND WS-PAYEE-TYPE = "D"
              PERFORM REVERSE-DRIVER-RUN-LINES
           END-IF
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                     UNTIL WS-RET-IDX > WS-RET-COUNT
             EVALUATE RE-OUTCOME (WS-RET-IDX)
               WHEN "M"
                  IF WS-PAYEE-TYPE = "V"
                     PERFORM REVERSE-SETTLEMENT
                  END-IF
                  PERFORM WRITE-REGISTER-ENTRY
                  PERFORM WRITE-RETURN-EXCEPTION
               WHEN "U"
                  PERFORM WRITE-RETURN-EXCEPTION
             END-EVALUATE
           END-PERFORM
           DISPLAY WS-MATCH-COUNT " RETURN(S) RECORDED IN ",
                  FUNCTION TRIM(WS-REGISTER-FILENAME)
           DISPLAY "RE-OFFERED IN THE NEXT PAYMENT RUN ONCE THE BANK ",
                  "DETAILS ARE CHANGED IN MASTER-MAINT"
           .

       REVERSE-DRIVER-RUN-LINES.
      **
      * The returned driver's lines in the payout run are flagged "R"
      * so PAY-FILE no longer counts them as sent (work-file rewrite,
      * as DRIVER-PAYOUT does for its ledgers).
      **
           OPEN INPUT PAYOUT-RUN-File
           OPEN OUTPUT PAYRUN-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ PAYOUT-RUN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PY-HOLD-FLAG NOT = "H"
                     PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                               UNTIL WS-RET-IDX > WS-RET-COUNT
                       IF RE-OUTCOME (WS-RET-IDX) = "M"
                          AND RE-PAYEE-ID (WS-RET-IDX) = PY-DRIVER-ID
                          MOVE "R" TO PY-HOLD-FLAG
                       END-IF
                     END-PERFORM
                  END-IF
                  MOVE PAYOUT-RUN-RECORD TO PAYRUN-WORK-RECORD
                  WRITE PAYRUN-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE PAYOUT-RUN-File
           CLOSE PAYRUN-WORK-File
           OPEN OUTPUT PAYOUT-RUN-File
           OPEN INPUT PAYRUN-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ PAYRUN-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE PAYRUN-WORK-RECORD TO PAYOUT-RUN-RECORD
                  WRITE PAYOUT-RUN-RECORD
             END-READ
           END-PERFORM
           CLOSE PAYRUN-WORK-File
           CLOSE PAYOUT-RUN-File
           .

       REVERSE-SETTLEMENT.
           MOVE RE-PAYEE-ID (WS-RET-IDX) TO ST-VENDOR-CODE
           MOVE WS-START-DATE TO ST-START-DATE
           MOVE WS-END-DATE TO ST-END-DATE
           MOVE RE-AMOUNT (WS-RET-IDX) TO ST-PAYABLE
           MOVE "U" TO ST-STATUS
           MOVE WS-TODAY TO ST-STAMP-DATE
           MOVE WS-OPERATOR-ID TO ST-STAMP-BY
           MOVE RE-REASON-CODE (WS-RET-IDX) TO ST-RETURN-REASON
           OPEN EXTEND SETTLE-STATUS-File
           IF SST-FSTAT = "35"
              OPEN OUTPUT SETTLE-STATUS-File
           END-IF
           WRITE SETTLE-STATUS-RECORD
           CLOSE SETTLE-STATUS-File
           .

       WRITE-REGISTER-ENTRY.
           MOVE WS-PAYEE-TYPE TO RT-PAYEE-TYPE
           MOVE RE-PAYEE-ID (WS-RET-IDX) TO RT-PAYEE-ID
           MOVE WS-START-DATE TO RT-RUN-START
           MOVE WS-END-DATE TO RT-RUN-END
           MOVE RE-BANK-CODE (WS-RET-IDX) TO RT-BANK-CODE
           MOVE RE-BANK-ACCT (WS-RET-IDX) TO RT-BANK-ACCT
           MOVE RE-ACCT-NAME (WS-RET-IDX) TO RT-ACCT-NAME
           MOVE RE-AMOUNT (WS-RET-IDX) TO RT-AMOUNT
           MOVE RE-REASON-CODE (WS-RET-IDX) TO RT-REASON-CODE
           MOVE RE-REASON-TEXT (WS-RET-IDX) TO RT-REASON-TEXT
           MOVE WS-TODAY TO RT-RETURN-DATE
           MOVE WS-OPERATOR-ID TO RT-RECORDED-BY
           MOVE "O" TO RT-STATUS
           MOVE 0 TO RT-RESENT-DATE
           MOVE SPACES TO RT-RESENT-BY
           OPEN EXTEND RETURN-REGISTER-File
           IF RRG-FSTAT = "35"
              OPEN OUTPUT RETURN-REGISTER-File
           END-IF
           WRITE RETURN-REGISTER-RECORD
           CLOSE RETURN-REGISTER-File
           .

       WRITE-RETURN-EXCEPTION.
           MOVE SPACES TO WS-NEW-EX-TYPE WS-NEW-EX-KEY
           IF RE-OUTCOME (WS-RET-IDX) = "U"
              MOVE "BANK-RETURN-NOMATCH" TO WS-NEW-EX-TYPE
              STRING RE-BANK-CODE (WS-RET-IDX) "/"
                     RE-BANK-ACCT (WS-RET-IDX) " "
                     RE-REASON-CODE (WS-RET-IDX) " "
                     RE-REASON-TEXT (WS-RET-IDX)
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           ELSE
              IF WS-PAYEE-TYPE = "D"
                 MOVE "BANK-RETURN-DRIVER" TO WS-NEW-EX-TYPE
              ELSE
                 MOVE "BANK-RETURN-VENDOR" TO WS-NEW-EX-TYPE
              END-IF
              STRING RE-PAYEE-ID (WS-RET-IDX) " "
                     RE-REASON-CODE (WS-RET-IDX) " "
                     RE-REASON-TEXT (WS-RET-IDX)
                     DELIMITED BY SIZE INTO WS-NEW-EX-KEY
              END-STRING
           END-IF
           MOVE RE-AMOUNT (WS-RET-IDX) TO WS-NEW-EX-AMOUNT
           PERFORM CHECK-OPEN-EXCEPTION
           IF WS-EX-EXISTS = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "O" TO EX-STATUS
           MOVE WS-END-DATE TO EX-BUSINESS-DATE
           MOVE "BANK-RETURN" TO EX-PROGRAM
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
      * Loading the same return file again while the follow-up is
      * still open must not queue a second copy in EXCEPTION-REVIEW.
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
                     AND EX-BUSINESS-DATE = WS-END-DATE
                     AND EX-PROGRAM = "BANK-RETURN"
                     AND EX-TYPE = WS-NEW-EX-TYPE
                     AND EX-KEY-INFO = WS-NEW-EX-KEY
                     MOVE "Y" TO WS-EX-EXISTS
                  END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-File
           .

       PRINT-RETURNS-REPORT.
      **
      * Every return recorded since the keyed date: what came back,
      * the bank's reason, and whether it has gone out again, is due
      * in the next run (the master's bank details have changed) or is
      * still waiting for new details.
      **
           DISPLAY "RETURNED SINCE (YYYYMMDD)? BLANK = ALL : "
                  NO ADVANCING
           ACCEPT WS-FROM-DATE
           OPEN INPUT RETURN-REGISTER-File
           IF RRG-FSTAT = "35"
              DISPLAY "NO BANK RETURNS ON RECORD"
              EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "BANK TRANSFER RETURNS (" WS-REGION ")"
           DISPLAY "T PAYEE  RUN               AMOUNT      REASON ",
                  "                         RETURNED STATE"
           DISPLAY "----------------------------------------------",
                  "--------------------------------------------"
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-RETURN-DATE NOT < WS-FROM-DATE
                     PERFORM PRINT-RETURN-LINE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-File
           DISPLAY "----------------------------------------------",
                  "--------------------------------------------"
           DISPLAY "RETURNED      : " WS-RPT-COUNT " TOTAL ",
                  WS-RPT-TOTAL
           DISPLAY "RE-SENT       : " WS-RESENT-COUNT " TOTAL ",
                  WS-RESENT-TOTAL
           DISPLAY "DUE NEXT RUN  : " WS-DUE-COUNT " TOTAL ",
                  WS-DUE-TOTAL
           DISPLAY "AWAITING BANK : " WS-WAIT-COUNT " TOTAL ",
                  WS-WAIT-TOTAL
           .

       PRINT-RETURN-LINE.
           ADD 1 TO WS-RPT-COUNT
           ADD RT-AMOUNT TO WS-RPT-TOTAL
           MOVE SPACES TO WS-RPT-STATE
           IF RT-STATUS = "S"
              ADD 1 TO WS-RESENT-COUNT
              ADD RT-AMOUNT TO WS-RESENT-TOTAL
              STRING "RE-SENT " RT-RESENT-DATE " "
                     RT-RESENT-BY
                     DELIMITED BY SIZE INTO WS-RPT-STATE
              END-STRING
           ELSE
              PERFORM LOOKUP-CURRENT-BANK
              IF WS-CUR-BANK-ACCT NOT = SPACES
                 AND (WS-CUR-BANK-CODE NOT = RT-BANK-CODE
                      OR WS-CUR-BANK-ACCT NOT = RT-BANK-ACCT
                      OR WS-CUR-ACCT-NAME NOT = RT-ACCT-NAME)
                 ADD 1 TO WS-DUE-COUNT
                 ADD RT-AMOUNT TO WS-DUE-TOTAL
                 MOVE "DUE - NEW BANK DETAILS" TO WS-RPT-STATE
              ELSE
                 ADD 1 TO WS-WAIT-COUNT
                 ADD RT-AMOUNT TO WS-WAIT-TOTAL
                 MOVE "AWAITING NEW BANK DETAILS" TO WS-RPT-STATE
              END-IF
           END-IF
           DISPLAY RT-PAYEE-TYPE " " RT-PAYEE-ID " " RT-RUN-START "-",
                  RT-RUN-END " " RT-AMOUNT " " RT-REASON-CODE " ",
                  RT-REASON-TEXT " " RT-RETURN-DATE " " WS-RPT-STATE
           .

       LOOKUP-CURRENT-BANK.
           MOVE SPACES TO WS-CUR-BANK-CODE WS-CUR-BANK-ACCT
                          WS-CUR-ACCT-NAME
           MOVE "N" TO WS-EX-EOF
           IF RT-PAYEE-TYPE = "D"
              OPEN INPUT DRIVER-MASTER-File
              IF DM-FSTAT = "35"
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-EX-EOF = "Y"
                READ DRIVER-MASTER-File NEXT
                  AT END
                     MOVE "Y" TO WS-EX-EOF
                  NOT AT END
                     IF DM-DRIVER-ID = RT-PAYEE-ID
                        MOVE DM-BANK-CODE TO WS-CUR-BANK-CODE
                        MOVE DM-BANK-ACCT TO WS-CUR-BANK-ACCT
                        MOVE DM-ACCT-NAME TO WS-CUR-ACCT-NAME
                        MOVE "Y" TO WS-EX-EOF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE DRIVER-MASTER-File
           ELSE
              OPEN INPUT VENDOR-MASTER-File
              IF VM-FSTAT = "35"
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-EX-EOF = "Y"
                READ VENDOR-MASTER-File NEXT
                  AT END
                     MOVE "Y" TO WS-EX-EOF
                  NOT AT END
                     IF VM-VENDOR-CODE = RT-PAYEE-ID
                        MOVE VM-BANK-CODE TO WS-CUR-BANK-CODE
                        MOVE VM-BANK-ACCT TO WS-CUR-BANK-ACCT
                        MOVE VM-ACCT-NAME TO WS-CUR-ACCT-NAME
                        MOVE "Y" TO WS-EX-EOF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER-File
           END-IF
           .
      ** add other procedures here
       END PROGRAM BANK-RETURN.
