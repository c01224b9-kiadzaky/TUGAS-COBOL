      *                 through SUB-SUPERVISOR-AUTH (ID + code,
      *                 declined attempts logged) instead of accepting
      *                 any keyed ID.
      *   21 SEP 2026 - Payable lines are now netted per driver into
      *                 one transfer: earned pay and any shift top-up
      *                 less the COD cash DRIVER-PAYOUT netted off.
      *                 Cash handed in at the counter since the run is
      *                 given back at release and posted to the driver
      *                 cash ledger.
      *   25 SEP 2026 - The PPh 21 DRIVER-PAYOUT withheld comes off
      *                 the driver's transfer as well, shown as its
      *                 own LESS line and totalled on the review.
      *   28 SEP 2026 - Lines BANK-RETURN flagged "R" (the bank sent
      *                 the transfer back) are no longer sent.  A
      *                 returned payout is offered again as its own
      *                 transfer once MASTER-MAINT has changed the
      *                 driver's bank details, and marked re-sent in
      *                 BANK-RETURNS.dat when the run is released.
      *   15 OCT 2026 - A re-run or re-release of the same run date now
      *                 carries the returns an earlier release already
      *                 marked re-sent, instead of dropping them.
      * Purpose: Turn an approved driver payout run into the bank's
      *          fixed-layout transfer file.  Reads the
      *          PAYOUT-RUN-yyyymmdd.dat written by DRIVER-PAYOUT,
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CTL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-CASH-File
             ASSIGN TO WS-CASH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DCL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASH-WORK-File
             ASSIGN TO WS-CASH-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DRIVER-MASTER-File
             ASSIGN TO WS-DRIVER-MASTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DM-FSTAT
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
       01 BANK-TRANSFER-RECORD PIC X(80).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD DRIVER-CASH-File.
       COPY "copybooks/DRVCASH-REC.cpy".
       FD CASH-WORK-File.
       01 CASH-WORK-RECORD PIC X(60).
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD RETURN-REGISTER-File.
       COPY "copybooks/RETREG-REC.cpy".
       FD RETURN-WORK-File.
       01 RETURN-WORK-RECORD PIC X(139).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 PRN-FSTAT PIC 99.
       01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
       01 WS-HOLD-TOTAL PIC S9(11) VALUE 0.
       01 WS-TRANSFER-AMOUNT PIC 9(11).
       01 DCL-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 WS-CASH-FILENAME PIC X(60).
       01 WS-CASH-WORK-FILENAME PIC X(60).
       01 WS-COD-TOTAL PIC S9(11) VALUE 0.
       01 WS-ADJUST-TOTAL PIC S9(11) VALUE 0.
       01 WS-TAX-TOTAL PIC S9(11) VALUE 0.
       01 WS-NIL-COUNT PIC 9(3) VALUE 0.
      *-----------------------
      * Transfers the bank sent back - lines of this run BANK-RETURN
      * flagged "R", and earlier returns due again now the driver's
      * bank details have changed on the master
      *-----------------------
       01 DM-FSTAT PIC 99.
       01 RRG-FSTAT PIC 99.
       01 WS-DM-EOF PIC X.
       01 WS-DRIVER-MASTER-FILENAME PIC X(60).
       01 WS-REGISTER-FILENAME PIC X(60).
       01 WS-REGISTER-WORK-FILENAME PIC X(60).
       01 WS-RETURNED-COUNT PIC 9(3) VALUE 0.
       01 WS-RETURNED-TOTAL PIC S9(11) VALUE 0.
       01 WS-RESEND-COUNT PIC 9(3) VALUE 0.
       01 WS-RESEND-TOTAL PIC S9(11) VALUE 0.
       01 WS-CUR-BANK-CODE PIC X(4).
       01 WS-CUR-BANK-ACCT PIC X(16).
       01 WS-CUR-ACCT-NAME PIC X(20).
      *-----------------------
      * Payable lines gathered per driver - the bank gets one
      * transfer per driver for earned + top-up less PPh 21 withheld
      * and COD cash
      *-----------------------
       01 WS-PAY-COUNT PIC 9(3) VALUE 0.
       01 WS-PAY-IDX PIC 9(3).
       01 WS-PAY-FOUND PIC 9(3).
       01 PAY-TABLE.
         05 PAY-ENTRY OCCURS 100 TIMES.
           10 PD-DRIVER-ID PIC X(6).
           10 PD-BANK-CODE PIC X(4).
           10 PD-BANK-ACCT PIC X(16).
           10 PD-ACCT-NAME PIC X(20).
           10 PD-GROSS PIC S9(11).
           10 PD-TAX-DEDUCT PIC S9(11).
           10 PD-COD-DEDUCT PIC S9(11).
           10 PD-COD-BALANCE PIC S9(11).
           10 PD-COD-ADJUST PIC S9(11).
           10 PD-NET PIC S9(11).
           10 PD-RESEND-FLAG PIC X.
           10 PD-RETURN-RUN PIC 9(8).
           10 PD-RETURN-DATE PIC 9(8).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
                  DELIMITED BY SIZE INTO WS-TRANSFER-FILENAME
           END-STRING

           MOVE SPACES TO WS-CASH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.dat"
                  DELIMITED BY SIZE INTO WS-CASH-FILENAME
           END-STRING
           MOVE SPACES TO WS-CASH-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-CASH.tmp"
                  DELIMITED BY SIZE INTO WS-CASH-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-DRIVER-MASTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "DRIVER-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-DRIVER-MASTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.dat"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.tmp"
                  DELIMITED BY SIZE INTO WS-REGISTER-WORK-FILENAME
           END-STRING

           PERFORM REVIEW-PAYOUT-RUN
           IF WS-PAYABLE-COUNT = 0
              DISPLAY "NOTHING PAYABLE - NO TRANSFER FILE GENERATED"
           MOVE AU-SUP-ID TO WS-SUPERVISOR-ID

           PERFORM WRITE-TRANSFER-FILE
           PERFORM POST-RELEASE-ADJUSTMENTS
           PERFORM MARK-RETURNS-RESENT
           STOP RUN.

       CHECK-KEYED-DATE.
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  EVALUATE PY-HOLD-FLAG
                    WHEN "H"
                       ADD 1 TO WS-HOLD-COUNT
                       ADD PY-AMOUNT TO WS-HOLD-TOTAL
                       DISPLAY "HELD   " PY-DRIVER-ID " ",
                              PY-DRIVER-NAME " " PY-AMOUNT,
                              " (MANUAL REVIEW)"
                    WHEN "R"
                       ADD 1 TO WS-RETURNED-COUNT
                       ADD PY-AMOUNT TO WS-RETURNED-TOTAL
                       DISPLAY "RETURN " PY-DRIVER-ID " ",
                              PY-DRIVER-NAME " " PY-AMOUNT,
                              " (RETURNED BY THE BANK)"
                    WHEN OTHER
                       EVALUATE PY-LINE-TYPE
                         WHEN "C"
                            DISPLAY "LESS   " PY-DRIVER-ID " ",
                                   PY-DRIVER-NAME " " PY-AMOUNT,
                                   " (COD CASH HELD)"
                         WHEN "X"
                            DISPLAY "LESS   " PY-DRIVER-ID " ",
                                   PY-DRIVER-NAME " " PY-AMOUNT,
                                   " (PPH 21)"
                         WHEN OTHER
                            DISPLAY "PAY    " PY-DRIVER-ID " ",
                                   PY-DRIVER-NAME " " PY-AMOUNT,
                                   " " PY-BANK-CODE "/" PY-BANK-ACCT
                       END-EVALUATE
                       PERFORM ADD-TO-DRIVER-TRANSFER
                  END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE PAYOUT-RUN-File
           PERFORM CHECK-COD-LEDGER
           PERFORM ADD-RETURNS-DUE
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             COMPUTE PD-NET (WS-PAY-IDX) = PD-GROSS (WS-PAY-IDX) -
                   PD-TAX-DEDUCT (WS-PAY-IDX) -
                   PD-COD-DEDUCT (WS-PAY-IDX) +
                   PD-COD-ADJUST (WS-PAY-IDX)
             IF PD-NET (WS-PAY-IDX) > 0
                ADD 1 TO WS-PAYABLE-COUNT
                ADD PD-NET (WS-PAY-IDX) TO WS-PAYABLE-TOTAL
             ELSE
                ADD 1 TO WS-NIL-COUNT
             END-IF
             ADD PD-TAX-DEDUCT (WS-PAY-IDX) TO WS-TAX-TOTAL
             ADD PD-COD-DEDUCT (WS-PAY-IDX) TO WS-COD-TOTAL
             ADD PD-COD-ADJUST (WS-PAY-IDX) TO WS-ADJUST-TOTAL
           END-PERFORM
           DISPLAY "----------------------------------------------"
           IF WS-TAX-TOTAL > 0
              DISPLAY "PPH 21 WITHHELD : " WS-TAX-TOTAL
           END-IF
           IF WS-COD-TOTAL > 0
              DISPLAY "COD CASH NETTED OFF : " WS-COD-TOTAL
           END-IF
           IF WS-ADJUST-TOTAL > 0
              DISPLAY "COD CASH HANDED IN SINCE THE RUN, GIVEN ",
                     "BACK : " WS-ADJUST-TOTAL
           END-IF
           IF WS-NIL-COUNT > 0
              DISPLAY "NETTED TO NIL : " WS-NIL-COUNT " DRIVER(S) - ",
                     "NO TRANSFER"
           END-IF
           IF WS-RETURNED-COUNT > 0
              DISPLAY "RETURNED BY THE BANK : " WS-RETURNED-COUNT,
                     " LINE(S) - NOT SENT AGAIN FROM THIS RUN"
           END-IF
           IF WS-RESEND-COUNT > 0
              DISPLAY "EARLIER RETURNS RE-SENT : " WS-RESEND-COUNT,
                     " TRANSFER(S) TOTAL " WS-RESEND-TOTAL
           END-IF
           DISPLAY "PAYABLE : " WS-PAYABLE-COUNT " TRANSFER(S) TOTAL ",
                  WS-PAYABLE-TOTAL
           DISPLAY "HELD    : " WS-HOLD-COUNT " LINE(S) TOTAL ",
                  WS-HOLD-TOTAL
           .

       ADD-TO-DRIVER-TRANSFER.
           MOVE 0 TO WS-PAY-FOUND
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             IF PD-DRIVER-ID (WS-PAY-IDX) = PY-DRIVER-ID
                MOVE WS-PAY-IDX TO WS-PAY-FOUND
                MOVE WS-PAY-COUNT TO WS-PAY-IDX
             END-IF
           END-PERFORM
           IF WS-PAY-FOUND = 0
              IF WS-PAY-COUNT = 100
                 DISPLAY "PAYOUT RUN HAS MORE THAN 100 DRIVERS - ",
                        "NO TRANSFER FILE GENERATED"
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAY-COUNT
              MOVE WS-PAY-COUNT TO WS-PAY-FOUND
              INITIALIZE PAY-ENTRY (WS-PAY-FOUND)
              MOVE PY-DRIVER-ID TO PD-DRIVER-ID (WS-PAY-FOUND)
              MOVE PY-BANK-CODE TO PD-BANK-CODE (WS-PAY-FOUND)
              MOVE PY-BANK-ACCT TO PD-BANK-ACCT (WS-PAY-FOUND)
              MOVE PY-ACCT-NAME TO PD-ACCT-NAME (WS-PAY-FOUND)
           END-IF
           EVALUATE PY-LINE-TYPE
             WHEN "C"
                SUBTRACT PY-AMOUNT FROM PD-COD-DEDUCT (WS-PAY-FOUND)
             WHEN "X"
                SUBTRACT PY-AMOUNT FROM PD-TAX-DEDUCT (WS-PAY-FOUND)
             WHEN OTHER
                ADD PY-AMOUNT TO PD-GROSS (WS-PAY-FOUND)
           END-EVALUATE
           .

       CHECK-COD-LEDGER.
      **
      * If a driver has handed in cash at the counter since the payout
      * run netted it off, the ledger now shows more recovered than
      * collected; that much of the deduction is given back here so
      * the same cash is not taken twice.  This date's earlier release
      * adjustments are left out so a second release works the same.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "P"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     AND DC-RECEIPT-NO = "RELEASE"
                     CONTINUE
                  ELSE
                     PERFORM ADD-TO-COD-BALANCE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             IF PD-COD-DEDUCT (WS-PAY-IDX) > 0
                AND PD-COD-BALANCE (WS-PAY-IDX) < 0
                COMPUTE PD-COD-ADJUST (WS-PAY-IDX) =
                      0 - PD-COD-BALANCE (WS-PAY-IDX)
                IF PD-COD-ADJUST (WS-PAY-IDX) >
                   PD-COD-DEDUCT (WS-PAY-IDX)
                   MOVE PD-COD-DEDUCT (WS-PAY-IDX)
                         TO PD-COD-ADJUST (WS-PAY-IDX)
                END-IF
                DISPLAY "GIVE BACK " PD-DRIVER-ID (WS-PAY-IDX),
                       " " PD-COD-ADJUST (WS-PAY-IDX),
                       " (COD CASH HANDED IN SINCE THE RUN)"
             END-IF
           END-PERFORM
           .

       ADD-TO-COD-BALANCE.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             IF PD-DRIVER-ID (WS-PAY-IDX) = DC-DRIVER-ID
                IF DC-ENTRY-TYPE = "C"
                   ADD DC-AMOUNT TO PD-COD-BALANCE (WS-PAY-IDX)
                ELSE
                   SUBTRACT DC-AMOUNT FROM PD-COD-BALANCE (WS-PAY-IDX)
                END-IF
                MOVE WS-PAY-COUNT TO WS-PAY-IDX
             END-IF
           END-PERFORM
           .

       ADD-RETURNS-DUE.
      **
      * A returned payout still outstanding goes out again as its own
      * transfer, to the bank details now on the driver master - but
      * only once they differ from the details the bank sent back.
      * A return already marked re-sent by an earlier release of this
      * same run date is offered again, so a re-run or re-release
      * still carries it.
      **
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
                  IF RT-PAYEE-TYPE = "D"
                     AND (RT-STATUS = "O"
                          OR (RT-STATUS = "S"
                              AND RT-RESENT-DATE = WS-BUSINESS-DATE))
                     PERFORM OFFER-RETURNED-PAYOUT
                  END-IF
             END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-File
           .

       OFFER-RETURNED-PAYOUT.
           PERFORM LOOKUP-DRIVER-BANK
           IF WS-CUR-BANK-ACCT = SPACES
              OR (WS-CUR-BANK-CODE = RT-BANK-CODE
                  AND WS-CUR-BANK-ACCT = RT-BANK-ACCT
                  AND WS-CUR-ACCT-NAME = RT-ACCT-NAME)
              DISPLAY "RETURN " RT-PAYEE-ID " " RT-RUN-END " ",
                     RT-AMOUNT " " RT-REASON-CODE,
                     " (AWAITING NEW BANK DETAILS)"
              EXIT PARAGRAPH
           END-IF
           IF WS-PAY-COUNT = 100
              DISPLAY "RETURN " RT-PAYEE-ID " " RT-RUN-END " ",
                     RT-AMOUNT " (RUN FULL - OFFERED NEXT RUN)"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-COUNT
           INITIALIZE PAY-ENTRY (WS-PAY-COUNT)
           MOVE RT-PAYEE-ID TO PD-DRIVER-ID (WS-PAY-COUNT)
           MOVE WS-CUR-BANK-CODE TO PD-BANK-CODE (WS-PAY-COUNT)
           MOVE WS-CUR-BANK-ACCT TO PD-BANK-ACCT (WS-PAY-COUNT)
           MOVE WS-CUR-ACCT-NAME TO PD-ACCT-NAME (WS-PAY-COUNT)
           MOVE RT-AMOUNT TO PD-GROSS (WS-PAY-COUNT)
           MOVE "Y" TO PD-RESEND-FLAG (WS-PAY-COUNT)
           MOVE RT-RUN-END TO PD-RETURN-RUN (WS-PAY-COUNT)
           MOVE RT-RETURN-DATE TO PD-RETURN-DATE (WS-PAY-COUNT)
           ADD 1 TO WS-RESEND-COUNT
           ADD RT-AMOUNT TO WS-RESEND-TOTAL
           DISPLAY "RESEND " RT-PAYEE-ID " " RT-RUN-END " ",
                  RT-AMOUNT " " WS-CUR-BANK-CODE "/" WS-CUR-BANK-ACCT,
                  " (RETURNED " RT-REASON-CODE ")"
           .

       LOOKUP-DRIVER-BANK.
           MOVE SPACES TO WS-CUR-BANK-CODE WS-CUR-BANK-ACCT
                          WS-CUR-ACCT-NAME
           MOVE "N" TO WS-DM-EOF
           OPEN INPUT DRIVER-MASTER-File
           IF DM-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DM-EOF = "Y"
             READ DRIVER-MASTER-File NEXT
               AT END
                  MOVE "Y" TO WS-DM-EOF
               NOT AT END
                  IF DM-DRIVER-ID = RT-PAYEE-ID
                     MOVE DM-BANK-CODE TO WS-CUR-BANK-CODE
                     MOVE DM-BANK-ACCT TO WS-CUR-BANK-ACCT
                     MOVE DM-ACCT-NAME TO WS-CUR-ACCT-NAME
                     MOVE "Y" TO WS-DM-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-MASTER-File
           .

       WRITE-TRANSFER-FILE.
           OPEN OUTPUT BANK-TRANSFER-File
           MOVE SPACES TO BANK-TRANSFER-RECORD
           STRING "H" WS-BUSINESS-DATE WS-SUPERVISOR-ID
                  DELIMITED BY SIZE INTO BANK-TRANSFER-RECORD
           END-STRING
           WRITE BANK-TRANSFER-RECORD
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             IF PD-NET (WS-PAY-IDX) > 0
                MOVE PD-NET (WS-PAY-IDX) TO WS-TRANSFER-AMOUNT
                MOVE SPACES TO BANK-TRANSFER-RECORD
                STRING "D" PD-BANK-CODE (WS-PAY-IDX)
                       PD-BANK-ACCT (WS-PAY-IDX)
                       PD-ACCT-NAME (WS-PAY-IDX) WS-TRANSFER-AMOUNT
                       DELIMITED BY SIZE
                       INTO BANK-TRANSFER-RECORD
                END-STRING
                WRITE BANK-TRANSFER-RECORD
             END-IF
           END-PERFORM
           MOVE WS-PAYABLE-TOTAL TO WS-TRANSFER-AMOUNT
           MOVE SPACES TO BANK-TRANSFER-RECORD
           STRING "T" WS-PAYABLE-COUNT WS-TRANSFER-AMOUNT
                  DELIMITED BY SIZE INTO BANK-TRANSFER-RECORD
           END-STRING
           WRITE BANK-TRANSFER-RECORD
           CLOSE BANK-TRANSFER-File
           DISPLAY "TRANSFER FILE WRITTEN TO "
                  FUNCTION TRIM(WS-TRANSFER-FILENAME)
           DISPLAY "RELEASED BY " WS-SUPERVISOR-ID
           .

       POST-RELEASE-ADJUSTMENTS.
      **
      * COD cash given back at release goes on the driver cash ledger
      * as a negative recovery, replacing any from an earlier release
      * of the same date (work-file rewrite, as DRIVER-PAYOUT does).
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT DRIVER-CASH-File
           IF DCL-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASH-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ DRIVER-CASH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DC-ENTRY-TYPE = "P"
                     AND DC-ENTRY-DATE = WS-BUSINESS-DATE
                     AND DC-RECEIPT-NO = "RELEASE"
                     CONTINUE
                  ELSE
                     MOVE DRIVER-CASH-RECORD TO CASH-WORK-RECORD
                     WRITE CASH-WORK-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DRIVER-CASH-File
           CLOSE CASH-WORK-File
           OPEN OUTPUT DRIVER-CASH-File
           OPEN INPUT CASH-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ CASH-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE CASH-WORK-RECORD TO DRIVER-CASH-RECORD
                  WRITE DRIVER-CASH-RECORD
             END-READ
           END-PERFORM
           CLOSE CASH-WORK-File
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                     UNTIL WS-PAY-IDX > WS-PAY-COUNT
             IF PD-COD-ADJUST (WS-PAY-IDX) > 0
                MOVE PD-DRIVER-ID (WS-PAY-IDX) TO DC-DRIVER-ID
                MOVE WS-BUSINESS-DATE TO DC-ENTRY-DATE
                MOVE "P" TO DC-ENTRY-TYPE
                COMPUTE DC-AMOUNT = 0 - PD-COD-ADJUST (WS-PAY-IDX)
                MOVE "RELEASE" TO DC-RECEIPT-NO
                MOVE WS-SUPERVISOR-ID TO DC-OPERATOR
                ACCEPT DC-POSTED-DATE FROM DATE YYYYMMDD
                ACCEPT DC-POSTED-TIME FROM TIME
                WRITE DRIVER-CASH-RECORD
             END-IF
           END-PERFORM
           CLOSE DRIVER-CASH-File
           .

       MARK-RETURNS-RESENT.
      **
      * Returns that went out in this release are marked re-sent in
      * the register (work-file rewrite).  One marked by an earlier
      * release of this run date that did not go out this time is put
      * back to outstanding.
      **
           MOVE "N" TO WS-EOF
           OPEN INPUT RETURN-REGISTER-File
           IF RRG-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETURN-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ RETURN-REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-PAYEE-TYPE = "D" AND RT-STATUS = "S"
                     AND RT-RESENT-DATE = WS-BUSINESS-DATE
                     MOVE "O" TO RT-STATUS
                     MOVE 0 TO RT-RESENT-DATE
                     MOVE SPACES TO RT-RESENT-BY
                  END-IF
                  IF RT-PAYEE-TYPE = "D" AND RT-STATUS = "O"
                     PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                               UNTIL WS-PAY-IDX > WS-PAY-COUNT
                       IF PD-RESEND-FLAG (WS-PAY-IDX) = "Y"
                          AND PD-DRIVER-ID (WS-PAY-IDX) = RT-PAYEE-ID
                          AND PD-RETURN-RUN (WS-PAY-IDX) = RT-RUN-END
                          AND PD-RETURN-DATE (WS-PAY-IDX) =
                              RT-RETURN-DATE
                          MOVE "S" TO RT-STATUS
                          MOVE WS-BUSINESS-DATE TO RT-RESENT-DATE
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
           IF WS-RESEND-COUNT > 0
              DISPLAY WS-RESEND-COUNT,
                     " EARLIER RETURN(S) MARKED RE-SENT"
           END-IF
           .
      ** add other procedures here
       END PROGRAM PAY-FILE.
