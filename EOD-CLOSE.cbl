      *                 supervisor, and flags the period for
      *                 supplementary filing in PERIOD-STATUS.dat so
      *                 PPN-RETURN reports it on its next run.
      *   21 SEP 2026 - Posts the day's driver COD cash to the driver
      *                 cash ledger (DRIVER-CASH) ahead of the driver
      *                 payout, so the payout nets off cash drivers
      *                 still hold, and queues drivers holding cash too
      *                 long for EXCEPTION-REVIEW.
      *   30 SEP 2026 - Closes and reopens the date for this
      *                 workstation's outlet only, so one hub can close
      *                 while another keeps trading.  The file rebuild,
      *                 cross-file and bank reconciliations run for the
      *                 outlet; the driver cash and payout steps cover
      *                 every outlet's orders and run when the last
      *                 outlet still open closes the date.
      *   02 OCT 2026 - Runs the nightly anomaly scan (ANOMALY-SCAN) as
      *                 the first step, ahead of the file backup that
      *                 empties the write journal it reads; hits are
      *                 queued for EXCEPTION-REVIEW.
      *   06 OCT 2026 - Posts the day's customer loyalty points
      *                 (LOYALTY-POST) after the driver payout, once
      *                 the last outlet still open closes the date.
      *   13 OCT 2026 - Each step's return code is checked; a step
      *                 reporting an error is shown and queued as a
      *                 high-severity EOD-STEP alert (SUB-ALERT) for
      *                 the on-call recipients.
      *   15 OCT 2026 - Checks the date's sequence numbers
      *                 (SEQ-CONTINUITY) as step 2, after the anomaly
      *                 scan and ahead of the file backup that empties
      *                 the write journal it reads; unexplained gaps,
      *                 duplicates and records above the counter are
      *                 queued for EXCEPTION-REVIEW as high severity.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       COPY "copybooks/EOD-REQ.cpy".
       01 WS-STEP-NAME PIC X(20).
       01 WS-STEP-RC PIC 99.
       COPY "copybooks/ALERT-REQ.cpy".
      *-----------------------
      * Each outlet closes its own date; the driver cash and payout
      * steps cover every outlet's orders, so they run only when the
      * last outlet still open closes the date
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OTHER-OUTLET PIC X(3).
       01 WS-OTHER-CLOSED PIC X.
       01 WS-OPEN-OUTLET PIC X(3).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF OU-RESULT NOT = "A"
              DISPLAY "THIS WORKSTATION'S OUTLET " OU-OUTLET-CODE,
                     " IS NOT ON THE CONTROL RECORD'S OUTLET LIST"
              STOP RUN
           END-IF
           MOVE OU-OUTLET-CODE TO WS-OUTLET-CODE
           IF WS-OUTLET-CODE NOT = SPACES
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CLOSE-STATUS.dat"
           END-STRING

           CALL "SUB-CHECK-CLOSE"
                  USING WS-BUSINESS-DATE, WS-CLOSED-FLAG,
                        WS-OUTLET-CODE
           CANCEL "SUB-CHECK-CLOSE"
           IF WS-CLOSED-FLAG = "Y"
              DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE,
           END-IF
           .

       FIND-OPEN-OUTLET.
      **
      * Any other outlet still trading on the date holds back the
      * company-wide driver steps until it closes too.
      **
           MOVE SPACES TO WS-OPEN-OUTLET
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-CODE (WS-OUT-IDX) TO WS-OTHER-OUTLET
             IF WS-OTHER-OUTLET NOT = WS-OUTLET-CODE
                CALL "SUB-CHECK-CLOSE"
                       USING WS-BUSINESS-DATE, WS-OTHER-CLOSED,
                             WS-OTHER-OUTLET
                CANCEL "SUB-CHECK-CLOSE"
                IF WS-OTHER-CLOSED NOT = "Y"
                   AND WS-OPEN-OUTLET = SPACES
                   MOVE WS-OTHER-OUTLET TO WS-OPEN-OUTLET
                END-IF
             END-IF
           END-PERFORM
           .

       RUN-CLOSE-SEQUENCE.
           PERFORM FIND-OPEN-OUTLET
           MOVE "Y" TO EOD-CALL-FLAG
           MOVE WS-BUSINESS-DATE TO EOD-BUSINESS-DATE

      **
      * The anomaly scan and the sequence continuity check read the
      * day's write journal, which the backup empties, so they go
      * first
      **
           DISPLAY " "
           DISPLAY "STEP 1 OF 8 - NIGHTLY ANOMALY SCAN"
           MOVE 0 TO EOD-RETURN-CODE
           CALL "ANOMALY-SCAN" USING EOD-REQUEST
           CANCEL "ANOMALY-SCAN"
           MOVE "ANOMALY-SCAN" TO WS-STEP-NAME
           PERFORM CHECK-STEP-RESULT

           DISPLAY " "
           DISPLAY "STEP 2 OF 8 - SEQUENCE-NUMBER CONTINUITY"
           MOVE 0 TO EOD-RETURN-CODE
           CALL "SEQ-CONTINUITY" USING EOD-REQUEST
           CANCEL "SEQ-CONTINUITY"
           MOVE "SEQ-CONTINUITY" TO WS-STEP-NAME
           PERFORM CHECK-STEP-RESULT

           DISPLAY " "
           DISPLAY "STEP 3 OF 8 - VERIFY AND BACK UP THE DATA FILES"
           MOVE 0 TO EOD-RETURN-CODE
           CALL "FILE-REBUILD" USING EOD-REQUEST
           CANCEL "FILE-REBUILD"
           MOVE "FILE-REBUILD" TO WS-STEP-NAME
           PERFORM CHECK-STEP-RESULT

           DISPLAY " "
           DISPLAY "STEP 4 OF 8 - DRIVER COD CASH LEDGER"
           IF WS-OPEN-OUTLET NOT = SPACES
              DISPLAY "OUTLET " WS-OPEN-OUTLET " IS STILL OPEN - ",
                     "RUNS WHEN THE LAST OUTLET CLOSES THE DATE"
           ELSE
              MOVE 0 TO EOD-RETURN-CODE
              CALL "DRIVER-CASH" USING EOD-REQUEST
              CANCEL "DRIVER-CASH"
              MOVE "DRIVER-CASH" TO WS-STEP-NAME
              PERFORM CHECK-STEP-RESULT
           END-IF

           DISPLAY " "
           DISPLAY "STEP 5 OF 8 - DRIVER PAYOUT"
           IF WS-OPEN-OUTLET NOT = SPACES
              DISPLAY "OUTLET " WS-OPEN-OUTLET " IS STILL OPEN - ",
                     "RUNS WHEN THE LAST OUTLET CLOSES THE DATE"
           ELSE
              MOVE 0 TO EOD-RETURN-CODE
              CALL "DRIVER-PAYOUT" USING EOD-REQUEST
              CANCEL "DRIVER-PAYOUT"
              MOVE "DRIVER-PAYOUT" TO WS-STEP-NAME
              PERFORM CHECK-STEP-RESULT
           END-IF

           DISPLAY " "
           DISPLAY "STEP 6 OF 8 - LOYALTY POINTS POSTING"
           IF WS-OPEN-OUTLET NOT = SPACES
              DISPLAY "OUTLET " WS-OPEN-OUTLET " IS STILL OPEN - ",
                     "RUNS WHEN THE LAST OUTLET CLOSES THE DATE"
           ELSE
              MOVE 0 TO EOD-RETURN-CODE
              CALL "LOYALTY-POST" USING EOD-REQUEST
              CANCEL "LOYALTY-POST"
              MOVE "LOYALTY-POST" TO WS-STEP-NAME
              PERFORM CHECK-STEP-RESULT
           END-IF

           DISPLAY " "
           DISPLAY "STEP 7 OF 8 - CROSS-FILE RECONCILIATION"
           MOVE 0 TO EOD-RETURN-CODE
           CALL "RECON-BATCH" USING EOD-REQUEST
           CANCEL "RECON-BATCH"
           MOVE "RECON-BATCH" TO WS-STEP-NAME
           PERFORM CHECK-STEP-RESULT

           DISPLAY " "
           DISPLAY "STEP 8 OF 8 - BANK DEPOSIT RECONCILIATION"
           MOVE 0 TO EOD-RETURN-CODE
           CALL "BANK-RECON" USING EOD-REQUEST
           CANCEL "BANK-RECON"
           MOVE "BANK-RECON" TO WS-STEP-NAME
           PERFORM CHECK-STEP-RESULT
           .

       CHECK-STEP-RESULT.
      **
      * A step that reports an error is shown and queued as an
      * EOD-STEP alert for whoever is on call; the close carries on
      * as it always has, so the alert is how the morning hears.
      **
           IF EOD-RETURN-CODE = 0
              EXIT PARAGRAPH
           END-IF
           MOVE EOD-RETURN-CODE TO WS-STEP-RC
           DISPLAY "*** " FUNCTION TRIM(WS-STEP-NAME),
                  " RETURNED CODE " WS-STEP-RC " ***"
           MOVE "H" TO AQ-SEVERITY
           MOVE "EOD-STEP" TO AQ-EVENT-TYPE
           MOVE WS-BUSINESS-DATE TO AQ-BUSINESS-DATE
           MOVE "EOD-CLOSE" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING "EOD CLOSE STEP " FUNCTION TRIM(WS-STEP-NAME)
                  " FAILED RC " WS-STEP-RC " - OUTLET "
                  WS-OUTLET-CODE " OPERATOR "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .

       WRITE-CLOSE-RECORD.
           MOVE WS-BUSINESS-DATE TO CS-BUSINESS-DATE
           MOVE "C" TO CS-STATUS
           MOVE WS-OPERATOR-ID TO CS-CLOSED-BY
           MOVE WS-OUTLET-CODE TO CS-OUTLET-CODE
           ACCEPT CS-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT CS-CLOSE-TIME FROM TIME
           OPEN EXTEND CLOSE-STATUS-File
           MOVE WS-BUSINESS-DATE TO CS-BUSINESS-DATE
           MOVE "O" TO CS-STATUS
           MOVE AU-SUP-ID TO CS-CLOSED-BY
           MOVE WS-OUTLET-CODE TO CS-OUTLET-CODE
           ACCEPT CS-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT CS-CLOSE-TIME FROM TIME
           OPEN EXTEND CLOSE-STATUS-File
