      *          VENDOR-SETTLE-STATUS.dat, and prints the aging list
      *          of settlements still unpaid.
      * Tectonics: cobc
      * Modification History:
      *   28 SEP 2026 - A settlement BANK-RETURN put back to unpaid is
      *                 no longer re-sent from its own run line.
      *                 Outstanding returns (BANK-RETURNS.dat) go out
      *                 again, to the vendor master's bank details, once
      *                 MASTER-MAINT has changed them; the release marks
      *                 the settlement paid and the return re-sent.
      *                 The aging list shows the bank's reason code on
      *                 a returned settlement.
      *   15 OCT 2026 - The paid check also reads the
      *                 VENDOR-SETTLE-STATUS-yyyy.dat history files
      *                 YEAR-END writes, so a period paid before a
      *                 year-end rollover is still never paid again.
      *   15 OCT 2026 - A re-run or re-release of the same period
      *                 now carries the returns an earlier release
      *                 already re-sent, instead of dropping them.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT VENDOR-MASTER-File
             ASSIGN TO WS-VENDOR-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS VM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT RETURN-REGISTER-File
             ASSIGN TO WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RRG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT RETURN-WORK-File
             ASSIGN TO WS-REGISTER-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COPY "copybooks/SETTLE-REC.cpy".
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD VENDOR-MASTER-File.
       COPY "copybooks/VENDOR-REC.cpy".
       FD RETURN-REGISTER-File.
       COPY "copybooks/RETREG-REC.cpy".
       FD RETURN-WORK-File.
       01 RETURN-WORK-RECORD PIC X(139).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 VPR-FSTAT PIC 99.
       01 WS-VPAYRUN-FILENAME PIC X(80).
       01 WS-TRANSFER-FILENAME PIC X(80).
       01 WS-SETTLE-FILENAME PIC X(60).
       01 WS-SETTLE-LIVE-FILENAME PIC X(60).
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-RUN-MODE PIC X.
           10 AG-PAYABLE PIC S9(9).
           10 AG-STATUS PIC X.
           10 AG-STAMP-DATE PIC 9(8).
           10 AG-REASON PIC X(4).
      *-----------------------
      * Vendor transfers the bank sent back and still outstanding in
      * BANK-RETURNS.dat.  RV-DUE "Y" = the vendor master now holds
      * different bank details, so the return goes out again in this
      * run (to RV-BANK-*, the master's details); the period's own
      * run line is never re-sent to the details that bounced.
      *-----------------------
       01 VM-FSTAT PIC 99.
       01 RRG-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 WS-VM-EOF PIC X.
       01 WS-VENDOR-MASTER-FILENAME PIC X(60).
       01 WS-REGISTER-FILENAME PIC X(60).
       01 WS-REGISTER-WORK-FILENAME PIC X(60).
       01 WS-RETURNED-FOUND PIC X.
       01 WS-RETURNED-COUNT PIC 9(3) VALUE 0.
       01 WS-RESEND-COUNT PIC 9(3) VALUE 0.
       01 WS-RESEND-TOTAL PIC S9(11) VALUE 0.
       01 WS-RV-COUNT PIC 9(3) VALUE 0.
       01 WS-RV-IDX PIC 9(3).
       01 WS-RV-TABLE.
         05 RV-ENTRY OCCURS 50 TIMES.
           10 RV-VENDOR PIC X(6).
           10 RV-START PIC 9(8).
           10 RV-END PIC 9(8).
           10 RV-AMOUNT PIC 9(11).
           10 RV-REASON PIC X(4).
           10 RV-RETURN-DATE PIC 9(8).
           10 RV-DUE PIC X.
           10 RV-NAME PIC X(20).
           10 RV-BANK-CODE PIC X(4).
           10 RV-BANK-ACCT PIC X(16).
           10 RV-ACCT-NAME PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           END-STRING

           PERFORM LOAD-PAID-SETTLEMENTS
           PERFORM LOAD-RETURNS-OUTSTANDING
           PERFORM REVIEW-PAYMENT-RUN
           IF WS-PAYABLE-COUNT = 0
              DISPLAY "NOTHING PAYABLE - NO TRANSFER FILE GENERATED"
           MOVE AU-SUP-ID TO WS-SUPERVISOR-ID

           PERFORM WRITE-TRANSFER-FILE
           IF WS-RESEND-COUNT > 0
              PERFORM MARK-RETURNS-RESENT
           END-IF
           STOP RUN.

       CHECK-KEYED-DATE.
                  "VENDOR-SETTLE-STATUS.dat"
                  DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
           END-STRING
           MOVE SPACES TO WS-VENDOR-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-VENDOR-MASTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.dat"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.tmp"
                  DELIMITED BY SIZE INTO WS-REGISTER-WORK-FILENAME
           END-STRING
           .

       LOAD-PAID-SETTLEMENTS.
           MOVE 0 TO WS-PAID-COUNT
      **
      * A period YEAR-END has rolled over sits in that year's
      * VENDOR-SETTLE-STATUS-yyyy.dat - those are read first, from
      * the period's year up to last year, so the live file's later
      * records still win.
      **
           MOVE WS-SETTLE-FILENAME TO WS-SETTLE-LIVE-FILENAME
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-END-DATE (1:4) TO WS-HIST-YEAR
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-SETTLE-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "VENDOR-SETTLE-STATUS-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-SETTLE-FILENAME
             END-STRING
             PERFORM SCAN-SETTLE-STATUS
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-SETTLE-LIVE-FILENAME TO WS-SETTLE-FILENAME
           PERFORM SCAN-SETTLE-STATUS
           .

       SCAN-SETTLE-STATUS.
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SETTLE-STATUS-File
           IF SST-FSTAT NOT = "00"
              CLOSE SETTLE-STATUS-File
              EXIT PARAGRAPH
           END-IF
           END-PERFORM
           .

       LOAD-RETURNS-OUTSTANDING.
      **
      * A return an earlier release of this same period already
      * re-sent is loaded again, so a re-run or re-release still
      * carries it.
      **
           MOVE 0 TO WS-RV-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT RETURN-REGISTER-File
           IF RRG-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-PAYEE-TYPE = "V"
                     AND (RT-STATUS = "O"
                          OR (RT-STATUS = "S"
                              AND RT-RESENT-DATE = WS-END-DATE))
                     AND WS-RV-COUNT < 50
                     ADD 1 TO WS-RV-COUNT
                     MOVE RT-PAYEE-ID TO RV-VENDOR (WS-RV-COUNT)
                     MOVE RT-RUN-START TO RV-START (WS-RV-COUNT)
                     MOVE RT-RUN-END TO RV-END (WS-RV-COUNT)
                     MOVE RT-AMOUNT TO RV-AMOUNT (WS-RV-COUNT)
                     MOVE RT-REASON-CODE TO RV-REASON (WS-RV-COUNT)
                     MOVE RT-RETURN-DATE
                           TO RV-RETURN-DATE (WS-RV-COUNT)
                     PERFORM CHECK-RETURN-DUE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-File
           .

       CHECK-RETURN-DUE.
      **
      * Due again only once the master's bank details differ from the
      * ones the bank sent back.
      **
           MOVE "N" TO RV-DUE (WS-RV-COUNT)
           MOVE SPACES TO RV-NAME (WS-RV-COUNT)
                          RV-BANK-CODE (WS-RV-COUNT)
                          RV-BANK-ACCT (WS-RV-COUNT)
                          RV-ACCT-NAME (WS-RV-COUNT)
           MOVE "N" TO WS-VM-EOF
           OPEN INPUT VENDOR-MASTER-File
           IF VM-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VM-EOF = "Y"
             READ VENDOR-MASTER-File NEXT
               AT END
                  MOVE "Y" TO WS-VM-EOF
               NOT AT END
                  IF VM-VENDOR-CODE = RT-PAYEE-ID
                     MOVE "Y" TO WS-VM-EOF
                     MOVE VM-VENDOR-NAME TO RV-NAME (WS-RV-COUNT)
                     MOVE VM-BANK-CODE TO RV-BANK-CODE (WS-RV-COUNT)
                     MOVE VM-BANK-ACCT TO RV-BANK-ACCT (WS-RV-COUNT)
                     MOVE VM-ACCT-NAME TO RV-ACCT-NAME (WS-RV-COUNT)
                     IF VM-BANK-ACCT NOT = SPACES
                        AND (VM-BANK-CODE NOT = RT-BANK-CODE
                             OR VM-BANK-ACCT NOT = RT-BANK-ACCT
                             OR VM-ACCT-NAME NOT = RT-ACCT-NAME)
                        MOVE "Y" TO RV-DUE (WS-RV-COUNT)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-File
           .

       CHECK-VENDOR-RETURNED.
           MOVE "N" TO WS-RETURNED-FOUND
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                     UNTIL WS-RV-IDX > WS-RV-COUNT
             IF RV-VENDOR (WS-RV-IDX) = PY-DRIVER-ID
                AND RV-START (WS-RV-IDX) = WS-START-DATE
                AND RV-END (WS-RV-IDX) = WS-END-DATE
                MOVE "Y" TO WS-RETURNED-FOUND
                MOVE WS-RV-COUNT TO WS-RV-IDX
             END-IF
           END-PERFORM
           .

       REVIEW-PAYMENT-RUN.
           MOVE "N" TO WS-EOF
           OPEN INPUT VENDOR-PAYRUN-File
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM CHECK-VENDOR-PAID
                  PERFORM CHECK-VENDOR-RETURNED
                  EVALUATE TRUE
                    WHEN WS-PAID-FOUND = "Y"
                       ADD 1 TO WS-SKIP-PAID-COUNT
                       DISPLAY "PAID   " PY-DRIVER-ID " ",
                              PY-DRIVER-NAME " " PY-AMOUNT,
                              " (ALREADY PAID - SKIPPED)"
                    WHEN WS-RETURNED-FOUND = "Y"
                       ADD 1 TO WS-RETURNED-COUNT
                       DISPLAY "RETURN " PY-DRIVER-ID " ",
                              PY-DRIVER-NAME " " PY-AMOUNT,
                              " (RETURNED BY THE BANK)"
                    WHEN PY-HOLD-FLAG = "H"
                       ADD 1 TO WS-HOLD-COUNT
                       ADD PY-AMOUNT TO WS-HOLD-TOTAL
             END-READ
           END-PERFORM
           CLOSE VENDOR-PAYRUN-File
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                     UNTIL WS-RV-IDX > WS-RV-COUNT
             IF RV-DUE (WS-RV-IDX) = "Y"
                ADD 1 TO WS-PAYABLE-COUNT
                ADD RV-AMOUNT (WS-RV-IDX) TO WS-PAYABLE-TOTAL
                ADD 1 TO WS-RESEND-COUNT
                ADD RV-AMOUNT (WS-RV-IDX) TO WS-RESEND-TOTAL
                DISPLAY "RESEND " RV-VENDOR (WS-RV-IDX) " ",
                       RV-START (WS-RV-IDX) "-" RV-END (WS-RV-IDX),
                       " " RV-AMOUNT (WS-RV-IDX) " ",
                       RV-BANK-CODE (WS-RV-IDX) "/",
                       RV-BANK-ACCT (WS-RV-IDX),
                       " (RETURNED " RV-REASON (WS-RV-IDX) ")"
             ELSE
                DISPLAY "RETURN " RV-VENDOR (WS-RV-IDX) " ",
                       RV-START (WS-RV-IDX) "-" RV-END (WS-RV-IDX),
                       " " RV-AMOUNT (WS-RV-IDX) " ",
                       RV-REASON (WS-RV-IDX),
                       " (AWAITING NEW BANK DETAILS)"
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "PAYABLE : " WS-PAYABLE-COUNT " LINE(S) TOTAL ",
                  WS-PAYABLE-TOTAL
           IF WS-RESEND-COUNT > 0
              DISPLAY "  OF WHICH EARLIER RETURNS RE-SENT : ",
                     WS-RESEND-COUNT " TOTAL " WS-RESEND-TOTAL
           END-IF
           IF WS-RETURNED-COUNT > 0
              DISPLAY "RETURNED BY THE BANK : " WS-RETURNED-COUNT,
                     " LINE(S) - NOT SENT AGAIN FROM THIS RUN"
           END-IF
           DISPLAY "HELD    : " WS-HOLD-COUNT " LINE(S) TOTAL ",
                  WS-HOLD-TOTAL
           IF WS-SKIP-PAID-COUNT > 0
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM CHECK-VENDOR-PAID
                  PERFORM CHECK-VENDOR-RETURNED
                  IF PY-HOLD-FLAG NOT = "H"
                     AND WS-PAID-FOUND = "N"
                     AND WS-RETURNED-FOUND = "N"
                     MOVE PY-AMOUNT TO WS-TRANSFER-AMOUNT
                     MOVE SPACES TO BANK-TRANSFER-RECORD
                     STRING "D" PY-BANK-CODE PY-BANK-ACCT
                  END-IF
             END-READ
           END-PERFORM
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                     UNTIL WS-RV-IDX > WS-RV-COUNT
             IF RV-DUE (WS-RV-IDX) = "Y"
                MOVE RV-AMOUNT (WS-RV-IDX) TO WS-TRANSFER-AMOUNT
                MOVE SPACES TO BANK-TRANSFER-RECORD
                STRING "D" RV-BANK-CODE (WS-RV-IDX)
                       RV-BANK-ACCT (WS-RV-IDX)
                       RV-ACCT-NAME (WS-RV-IDX) WS-TRANSFER-AMOUNT
                       DELIMITED BY SIZE
                       INTO BANK-TRANSFER-RECORD
                END-STRING
                WRITE BANK-TRANSFER-RECORD
                PERFORM MARK-RESEND-PAID
             END-IF
           END-PERFORM
           MOVE WS-PAYABLE-TOTAL TO WS-TRANSFER-AMOUNT
           MOVE SPACES TO BANK-TRANSFER-RECORD
           STRING "T" WS-PAYABLE-COUNT WS-TRANSFER-AMOUNT
           MOVE "P" TO ST-STATUS
           ACCEPT ST-STAMP-DATE FROM DATE YYYYMMDD
           MOVE WS-SUPERVISOR-ID TO ST-STAMP-BY
           MOVE SPACES TO ST-RETURN-REASON
           OPEN EXTEND SETTLE-STATUS-File
           IF SST-FSTAT = "35"
              OPEN OUTPUT SETTLE-STATUS-File
           CLOSE SETTLE-STATUS-File
           .

       MARK-RESEND-PAID.
      **
      * A re-sent return pays the settlement it came from.
      **
           MOVE RV-VENDOR (WS-RV-IDX) TO ST-VENDOR-CODE
           MOVE RV-START (WS-RV-IDX) TO ST-START-DATE
           MOVE RV-END (WS-RV-IDX) TO ST-END-DATE
           MOVE RV-AMOUNT (WS-RV-IDX) TO ST-PAYABLE
           MOVE "P" TO ST-STATUS
           ACCEPT ST-STAMP-DATE FROM DATE YYYYMMDD
           MOVE WS-SUPERVISOR-ID TO ST-STAMP-BY
           MOVE SPACES TO ST-RETURN-REASON
           OPEN EXTEND SETTLE-STATUS-File
           IF SST-FSTAT = "35"
              OPEN OUTPUT SETTLE-STATUS-File
           END-IF
           WRITE SETTLE-STATUS-RECORD
           CLOSE SETTLE-STATUS-File
           .

       MARK-RETURNS-RESENT.
      **
      * Returns that went out in this release are marked re-sent in
      * the register (work-file rewrite).
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT RETURN-REGISTER-File
           OPEN OUTPUT RETURN-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-PAYEE-TYPE = "V"
                     AND (RT-STATUS = "O"
                          OR (RT-STATUS = "S"
                              AND RT-RESENT-DATE = WS-END-DATE))
                     PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                               UNTIL WS-RV-IDX > WS-RV-COUNT
                       IF RV-DUE (WS-RV-IDX) = "Y"
                          AND RV-VENDOR (WS-RV-IDX) = RT-PAYEE-ID
                          AND RV-START (WS-RV-IDX) = RT-RUN-START
                          AND RV-END (WS-RV-IDX) = RT-RUN-END
                          AND RV-RETURN-DATE (WS-RV-IDX) =
                              RT-RETURN-DATE
                          MOVE "S" TO RT-STATUS
                          MOVE WS-END-DATE TO RT-RESENT-DATE
                          MOVE WS-SUPERVISOR-ID TO RT-RESENT-BY
                       END-IF
                     END-PERFORM
                  END-IF
                  MOVE RETURN-REGISTER-RECORD TO RETURN-WORK-RECORD
                  WRITE RETURN-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-File
           CLOSE RETURN-WORK-File
           OPEN OUTPUT RETURN-REGISTER-File
           OPEN INPUT RETURN-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE RETURN-WORK-RECORD TO RETURN-REGISTER-RECORD
                  WRITE RETURN-REGISTER-RECORD
             END-READ
           END-PERFORM
           CLOSE RETURN-WORK-File
           CLOSE RETURN-REGISTER-File
           DISPLAY WS-RESEND-COUNT " EARLIER RETURN(S) MARKED RE-SENT"
           .

       PRINT-AGING-LIST.
      **
      * Latest status per vendor/period wins; what stays unpaid is
           DISPLAY " "
           DISPLAY "UNPAID VENDOR SETTLEMENTS (" WS-REGION ")"
           DISPLAY "VENDOR PERIOD                 PAYABLE     ",
                  "AGE(DAYS) RETURNED"
           DISPLAY "----------------------------------------------"
           MOVE 0 TO WS-UNPAID-COUNT WS-UNPAID-TOTAL
           PERFORM VARYING WS-AGING-IDX FROM 1 BY 1
                       AG-START (WS-AGING-IDX) "-",
                       AG-END (WS-AGING-IDX) " ",
                       AG-PAYABLE (WS-AGING-IDX) " ",
                       WS-AGE-DAYS " " AG-REASON (WS-AGING-IDX)
             END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           MOVE ST-PAYABLE TO AG-PAYABLE (WS-AGING-FOUND)
           MOVE ST-STATUS TO AG-STATUS (WS-AGING-FOUND)
           MOVE ST-STAMP-DATE TO AG-STAMP-DATE (WS-AGING-FOUND)
           MOVE ST-RETURN-REASON TO AG-REASON (WS-AGING-FOUND)
           .
      ** add other procedures here
       END PROGRAM VENDOR-PAY-FILE.
