      * Author:
      * Date: 02 SEP 2026
      * Purpose: Month-end run controller - drives MONTH-CONSOLIDATE,
      *          PPN-RETURN, VENDOR-SETTLEMENT, AR-BILLING,
      *          PPH21-RETURN, LOYALTY-MONTH, VENDOR-MARGIN (optional)
      *          and ARCHIVE for one keyed period through a
      *          MONTH-END-REQUEST area, the way EOD-CLOSE drives the
      *          daily set through EOD-REQ, instead of someone running
      *          them by hand in the right order.  Each step's outcome
      *          is recorded in the month-end run log; a step is refused
      *          while its predecessor has not completed, and a re-run
      *          after a failure skips the steps already recorded as
      *          done and picks up at the first open one.
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - AR-BILLING (the corporate account invoice run)
      *                 is now step 4, ahead of ARCHIVE; run-log
      *                 records are matched to their step by name so
      *                 logs written before the change still resolve.
      *   25 SEP 2026 - PPH21-RETURN (bukti potong and tax office
      *                 upload for the PPh 21 withheld from driver
      *                 payouts) is now step 5, ahead of ARCHIVE.
      *   06 OCT 2026 - LOYALTY-MONTH (points expiry, customer
      *                 statements and the points liability for
      *                 GL-EXPORT) is now step 6, ahead of ARCHIVE.
      *   09 OCT 2026 - VENDOR-MARGIN (the vendor contribution margin
      *                 report and its CSV) is now step 7, ahead of
      *                 ARCHIVE, which may remove the month's daily
      *                 files it reads.  The step is optional: it runs
      *                 only when asked for at the start of the run and
      *                 is otherwise skipped without holding up
      *                 ARCHIVE.
      *   13 OCT 2026 - A step that fails or is refused is queued as a
      *                 high-severity MONTH-END alert (SUB-ALERT) for
      *                 the on-call recipients.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-PERIOD PIC 9(6).
       01 WS-STEP PIC 9.
       01 WS-STEP-COUNT PIC 9 VALUE 8.
       01 WS-RUN-MARGIN PIC X VALUE "N".
       01 WS-LOG-STEP PIC 9.
       01 WS-STEP-FAILED PIC X VALUE "N".
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
      * loaded from the run log (latest record per step wins)
      *-----------------------
       01 STEP-TABLE.
         05 STEP-ENTRY OCCURS 8 TIMES.
           10 SP-NAME PIC X(20).
           10 SP-DONE PIC X.
           10 SP-DONE-DATE PIC 9(8).
       COPY "copybooks/MEND-REQ.cpy".
       01 WS-ALERT-RC PIC 99.
       COPY "copybooks/ALERT-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
              STOP RUN
           END-IF
           PERFORM CHECK-KEYED-PERIOD
           DISPLAY "ALSO RUN THE VENDOR MARGIN REPORT? (Y/N) : "
                  NO ADVANCING
           ACCEPT WS-RUN-MARGIN

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "MONTH-CONSOLIDATE" TO SP-NAME (1)
           MOVE "PPN-RETURN" TO SP-NAME (2)
           MOVE "VENDOR-SETTLEMENT" TO SP-NAME (3)
           MOVE "AR-BILLING" TO SP-NAME (4)
           MOVE "PPH21-RETURN" TO SP-NAME (5)
           MOVE "LOYALTY-MONTH" TO SP-NAME (6)
           MOVE "VENDOR-MARGIN" TO SP-NAME (7)
           MOVE "ARCHIVE" TO SP-NAME (8)
           PERFORM LOAD-RUN-LOG

           PERFORM VARYING WS-STEP FROM 1 BY 1
                     UNTIL WS-STEP > WS-STEP-COUNT
                        OR WS-STEP-FAILED = "Y"
             PERFORM RUN-ONE-STEP
           END-PERFORM

                     "STEPS WILL BE SKIPPED"
           ELSE
              DISPLAY "MONTH-END FOR " WS-PERIOD " COMPLETE - ALL ",
                     WS-STEP-COUNT " STEPS DONE"
           END-IF
           STOP RUN.

           .

       LOAD-RUN-LOG.
           PERFORM VARYING WS-STEP FROM 1 BY 1
                     UNTIL WS-STEP > WS-STEP-COUNT
             MOVE "N" TO SP-DONE (WS-STEP)
             MOVE 0 TO SP-DONE-DATE (WS-STEP)
           END-PERFORM
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF MR-PERIOD = WS-PERIOD
                     PERFORM FIND-LOG-STEP
                     IF WS-LOG-STEP > 0
                        IF MR-STATUS = "C"
                           MOVE "Y" TO SP-DONE (WS-LOG-STEP)
                           MOVE MR-RUN-DATE
                                 TO SP-DONE-DATE (WS-LOG-STEP)
                        ELSE
                           MOVE "N" TO SP-DONE (WS-LOG-STEP)
                        END-IF
                     END-IF
                  END-IF
             END-READ
           CLOSE RUN-LOG-File
           .

       FIND-LOG-STEP.
      **
      * A log record is matched to its step by name - step numbers
      * move when a step goes in ahead of ARCHIVE, and a log
      * written before that must still resolve to the right step.
      **
           MOVE 0 TO WS-LOG-STEP
           PERFORM VARYING WS-STEP FROM 1 BY 1
                     UNTIL WS-STEP > WS-STEP-COUNT
             IF MR-STEP-NAME = SP-NAME (WS-STEP)
                MOVE WS-STEP TO WS-LOG-STEP
             END-IF
           END-PERFORM
           .

       RUN-ONE-STEP.
           DISPLAY " "
           IF SP-DONE (WS-STEP) = "Y"
              DISPLAY "STEP " WS-STEP " OF " WS-STEP-COUNT " - "
                     FUNCTION TRIM(SP-NAME (WS-STEP)),
                     " - ALREADY COMPLETED ON ",
                     SP-DONE-DATE (WS-STEP) " - SKIPPED"
              EXIT PARAGRAPH
           END-IF
           IF SP-NAME (WS-STEP) = "VENDOR-MARGIN"
              AND WS-RUN-MARGIN NOT = "Y"
              AND WS-RUN-MARGIN NOT = "y"
              DISPLAY "STEP " WS-STEP " OF " WS-STEP-COUNT " - "
                     FUNCTION TRIM(SP-NAME (WS-STEP)),
                     " - OPTIONAL, NOT ASKED FOR - SKIPPED"
              MOVE "S" TO SP-DONE (WS-STEP)
              EXIT PARAGRAPH
           END-IF
           IF WS-STEP > 1
              AND SP-DONE (WS-STEP - 1) = "N"
              DISPLAY "STEP " WS-STEP " OF " WS-STEP-COUNT " - "
                     FUNCTION TRIM(SP-NAME (WS-STEP)),
                     " - REFUSED, PREDECESSOR NOT COMPLETED"
              MOVE "Y" TO WS-STEP-FAILED
              MOVE SPACES TO AQ-MESSAGE
              STRING "MONTH-END " WS-PERIOD " STEP "
                     FUNCTION TRIM(SP-NAME (WS-STEP))
                     " REFUSED - PREDECESSOR NOT COMPLETED"
                     DELIMITED BY SIZE INTO AQ-MESSAGE
              END-STRING
              PERFORM RAISE-STEP-ALERT
              EXIT PARAGRAPH
           END-IF
           DISPLAY "STEP " WS-STEP " OF " WS-STEP-COUNT " - "
                  FUNCTION TRIM(SP-NAME (WS-STEP))
           MOVE "Y" TO ME-CALL-FLAG
           MOVE WS-PERIOD TO ME-PERIOD
                CALL "VENDOR-SETTLEMENT" USING MONTH-END-REQUEST
                CANCEL "VENDOR-SETTLEMENT"
             WHEN 4
                CALL "AR-BILLING" USING MONTH-END-REQUEST
                CANCEL "AR-BILLING"
             WHEN 5
                CALL "PPH21-RETURN" USING MONTH-END-REQUEST
                CANCEL "PPH21-RETURN"
             WHEN 6
                CALL "LOYALTY-MONTH" USING MONTH-END-REQUEST
                CANCEL "LOYALTY-MONTH"
             WHEN 7
                CALL "VENDOR-MARGIN" USING MONTH-END-REQUEST
                CANCEL "VENDOR-MARGIN"
             WHEN 8
                CALL "ARCHIVE" USING MONTH-END-REQUEST
                CANCEL "ARCHIVE"
           END-EVALUATE
              PERFORM WRITE-RUN-LOG
              DISPLAY "STEP " WS-STEP " FAILED - RETURN CODE ",
                     ME-RETURN-CODE
              MOVE ME-RETURN-CODE TO WS-ALERT-RC
              MOVE SPACES TO AQ-MESSAGE
              STRING "MONTH-END " WS-PERIOD " STEP "
                     FUNCTION TRIM(SP-NAME (WS-STEP))
                     " FAILED RC " WS-ALERT-RC " - OPERATOR "
                     FUNCTION TRIM(WS-OPERATOR-ID)
                     DELIMITED BY SIZE INTO AQ-MESSAGE
              END-STRING
              PERFORM RAISE-STEP-ALERT
           END-IF
           .

       RAISE-STEP-ALERT.
           MOVE "H" TO AQ-SEVERITY
           MOVE "MONTH-END" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE "MONTH-END" TO AQ-PROGRAM
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .

       WRITE-RUN-LOG.
           MOVE WS-PERIOD TO MR-PERIOD
           MOVE WS-STEP TO MR-STEP-NO
