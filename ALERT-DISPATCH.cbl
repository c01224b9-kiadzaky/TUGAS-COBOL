      ******************************************************************
      * Author:
      * Date: 13 OCT 2026
      * Purpose: Alert dispatcher - turns the pending alerts in the
      *          alert outbox (ALERT-OUTBOX.dat, queued by SUB-ALERT)
      *          into the SMS/WhatsApp gateway's upload file,
      *          ALERT-GATEWAY-yyyymmdd-hhmmss.txt, one line per
      *          message per recipient, and marks them sent.  Each
      *          event type is routed through ALERT-ROUTE.dat (the
      *          supervisor, finance and IT on-call numbers, and the
      *          route's quiet hours, when only high-severity alerts
      *          go out).  Alerts of the same event type queued within
      *          CTL-ALERT-WINDOW minutes of the first go as one
      *          message carrying the count, so a stuck import does
      *          not page anyone three hundred times.  Run it on a
      *          schedule or by hand; it only ever sends what is
      *          still pending.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ALERT-DISPATCH.
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
         SELECT ALERT-OUTBOX-File
             ASSIGN TO WS-OUTBOX-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ALO-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT OUTBOX-WORK-File
             ASSIGN TO WS-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ALERT-ROUTE-File
             ASSIGN TO WS-ROUTE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RTE-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT GATEWAY-File
             ASSIGN TO WS-GATEWAY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS GTW-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD ALERT-OUTBOX-File.
       COPY "copybooks/ALERT-REC.cpy".
       FD OUTBOX-WORK-File.
       01 OUTBOX-WORK-RECORD PIC X(161).
       FD ALERT-ROUTE-File.
       COPY "copybooks/ALROUTE-REC.cpy".
      *-----------------------
      * Gateway upload line - fixed layout, one per message per
      * recipient; GW-RECIPIENT "SUP" / "FIN" / "IT " says which
      * number on the route it went to
      *-----------------------
       FD GATEWAY-File.
       01 GATEWAY-RECORD.
         05 GW-PHONE PIC X(15).
         05 GW-RECIPIENT PIC X(3).
         05 GW-SEVERITY PIC X.
         05 GW-EVENT-TYPE PIC X(15).
         05 GW-BUSINESS-DATE PIC 9(8).
         05 GW-TEXT PIC X(140).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 ALO-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 RTE-FSTAT PIC 99.
       01 GTW-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-OUTBOX-FILENAME PIC X(60).
       01 WS-WORK-FILENAME PIC X(60).
       01 WS-ROUTE-FILENAME PIC X(60).
       01 WS-GATEWAY-FILENAME PIC X(80).
       01 WS-GATEWAY-OPEN PIC X VALUE "N".
       01 WS-WINDOW PIC 9(3) VALUE 15.
       01 WS-WINDOW-ED PIC ZZ9.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
         05 WS-RUN-HHMM PIC 9(4).
         05 WS-RUN-HHMMSS-REST PIC 9(4).
       01 WS-RUN-HHMMSS PIC 9(6).
       01 WS-STAMP-TIME PIC 9(8).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
         05 WS-STAMP-HH PIC 99.
         05 WS-STAMP-MM PIC 99.
         05 WS-STAMP-REST PIC 9(4).
      *-----------------------
      * Routing table - one entry per active event type
      *-----------------------
       01 WS-ROUTE-COUNT PIC 9(3) VALUE 0.
       01 WS-RT-IDX PIC 9(3).
       01 WS-ROUTE-FOUND PIC 9(3).
       01 WS-ROUTE-TABLE.
         05 RQ-ENTRY OCCURS 30 TIMES.
           10 RQ-EVENT-TYPE PIC X(15).
           10 RQ-SUP-PHONE PIC X(15).
           10 RQ-FIN-PHONE PIC X(15).
           10 RQ-IT-PHONE PIC X(15).
           10 RQ-QUIET-FROM PIC 9(4).
           10 RQ-QUIET-TO PIC 9(4).
       01 WS-QUIET PIC X.
      *-----------------------
      * Pending alerts, by their record number in the outbox, with
      * what this run decided for each
      *-----------------------
       01 WS-RECNO PIC 9(5).
       01 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       01 WS-PENDING-LEFT PIC 9(4) VALUE 0.
       01 WS-PD-IDX PIC 9(4).
       01 WS-MB-IDX PIC 9(4).
       01 WS-PD-NEXT PIC 9(4).
       01 WS-PENDING-TABLE.
         05 PD-ENTRY OCCURS 999 TIMES.
           10 PD-RECNO PIC 9(5).
           10 PD-MINUTE PIC 9(11).
           10 PD-SEVERITY PIC X.
           10 PD-EVENT-TYPE PIC X(15).
           10 PD-BUSINESS-DATE PIC 9(8).
           10 PD-PROGRAM PIC X(20).
           10 PD-MESSAGE PIC X(80).
           10 PD-DONE PIC X.
           10 PD-NEW-STATUS PIC X.
           10 PD-GROUP-COUNT PIC 9(4).
       01 WS-GROUP-COUNT PIC 9(4).
       01 WS-GROUP-SEVERITY PIC X.
       01 WS-GROUP-ED PIC ZZZ9.
       01 WS-MARK-STATUS PIC X.
       01 WS-TEXT PIC X(140).
       01 WS-SEND-PHONE PIC X(15).
       01 WS-SEND-WHO PIC X(3).
       01 WS-SENT-COUNT PIC 9(4) VALUE 0.
       01 WS-GROUPED-COUNT PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE 0.
       01 WS-NOROUTE-COUNT PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT PIC 9(4) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "ALERT DISPATCH"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME (1:6) TO WS-RUN-HHMMSS
           PERFORM LOAD-ROUTES
           PERFORM LOAD-PENDING-ALERTS
           IF WS-PENDING-COUNT = 0
              DISPLAY "NO PENDING ALERTS IN THE OUTBOX"
              STOP RUN
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                     UNTIL WS-PD-IDX > WS-PENDING-COUNT
             IF PD-DONE (WS-PD-IDX) = "N"
                PERFORM DISPATCH-ONE-GROUP
             END-IF
           END-PERFORM
           IF WS-GATEWAY-OPEN = "Y"
              CLOSE GATEWAY-File
           END-IF
           PERFORM REWRITE-OUTBOX
           PERFORM PRINT-DISPATCH-SUMMARY
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
                   IF CTL-ALERT-WINDOW IS NUMERIC
                      AND CTL-ALERT-WINDOW NOT = 0
                      MOVE CTL-ALERT-WINDOW TO WS-WINDOW
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE WS-WINDOW TO WS-WINDOW-ED
           MOVE SPACES TO WS-OUTBOX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-OUTBOX.dat"
                  DELIMITED BY SIZE INTO WS-OUTBOX-FILENAME
           END-STRING
           MOVE SPACES TO WS-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-OUTBOX.tmp"
                  DELIMITED BY SIZE INTO WS-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-ROUTE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-ROUTE.dat"
                  DELIMITED BY SIZE INTO WS-ROUTE-FILENAME
           END-STRING
           .

       LOAD-ROUTES.
           MOVE 0 TO WS-ROUTE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERT-ROUTE-File
           IF RTE-FSTAT = "35"
              CLOSE ALERT-ROUTE-File
              DISPLAY "WARNING: NO ALERT ROUTING TABLE - SET ONE UP ",
                     "THROUGH MASTER-MAINT; NOTHING CAN BE SENT"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ALERT-ROUTE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF RT-ACTIVE-FLAG NOT = "I"
                     AND WS-ROUTE-COUNT < 30
                     ADD 1 TO WS-ROUTE-COUNT
                     MOVE RT-EVENT-TYPE TO
                           RQ-EVENT-TYPE (WS-ROUTE-COUNT)
                     MOVE RT-SUP-PHONE TO RQ-SUP-PHONE (WS-ROUTE-COUNT)
                     MOVE RT-FIN-PHONE TO RQ-FIN-PHONE (WS-ROUTE-COUNT)
                     MOVE RT-IT-PHONE TO RQ-IT-PHONE (WS-ROUTE-COUNT)
                     MOVE 0 TO RQ-QUIET-FROM (WS-ROUTE-COUNT)
                     MOVE 0 TO RQ-QUIET-TO (WS-ROUTE-COUNT)
                     IF RT-QUIET-FROM IS NUMERIC
                        AND RT-QUIET-TO IS NUMERIC
                        MOVE RT-QUIET-FROM TO
                              RQ-QUIET-FROM (WS-ROUTE-COUNT)
                        MOVE RT-QUIET-TO TO
                              RQ-QUIET-TO (WS-ROUTE-COUNT)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE ALERT-ROUTE-File
           .

       LOAD-PENDING-ALERTS.
      **
      * Only the pending alerts are kept, with their record number so
      * the rewrite can find them again; more than the table holds
      * simply wait for the next run.
      **
           MOVE 0 TO WS-PENDING-COUNT WS-PENDING-LEFT WS-RECNO
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERT-OUTBOX-File
           IF ALO-FSTAT = "35"
              CLOSE ALERT-OUTBOX-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ ALERT-OUTBOX-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-RECNO
                  IF AL-STATUS = "P"
                     IF WS-PENDING-COUNT < 999
                        PERFORM ADD-PENDING-ENTRY
                     ELSE
                        ADD 1 TO WS-PENDING-LEFT
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE ALERT-OUTBOX-File
           .

       ADD-PENDING-ENTRY.
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-RECNO TO PD-RECNO (WS-PENDING-COUNT)
           MOVE AL-STAMP-TIME TO WS-STAMP-TIME
           IF AL-STAMP-DATE IS NUMERIC AND AL-STAMP-DATE > 16010101
              AND AL-STAMP-TIME IS NUMERIC
              COMPUTE PD-MINUTE (WS-PENDING-COUNT) =
                    FUNCTION INTEGER-OF-DATE(AL-STAMP-DATE) * 1440
                    + WS-STAMP-HH * 60 + WS-STAMP-MM
           ELSE
              MOVE 0 TO PD-MINUTE (WS-PENDING-COUNT)
           END-IF
           MOVE AL-SEVERITY TO PD-SEVERITY (WS-PENDING-COUNT)
           MOVE AL-EVENT-TYPE TO PD-EVENT-TYPE (WS-PENDING-COUNT)
           MOVE AL-BUSINESS-DATE TO
                 PD-BUSINESS-DATE (WS-PENDING-COUNT)
           MOVE AL-PROGRAM TO PD-PROGRAM (WS-PENDING-COUNT)
           MOVE AL-MESSAGE TO PD-MESSAGE (WS-PENDING-COUNT)
           MOVE "N" TO PD-DONE (WS-PENDING-COUNT)
           MOVE "P" TO PD-NEW-STATUS (WS-PENDING-COUNT)
           MOVE 0 TO PD-GROUP-COUNT (WS-PENDING-COUNT)
           .

       DISPATCH-ONE-GROUP.
      **
      * The alert at WS-PD-IDX leads a group: every later pending
      * alert of the same event type within the window of it rides
      * along.  In the route's quiet hours a group with nothing of
      * high severity in it is held - left pending - as a whole.
      **
           MOVE "Y" TO PD-DONE (WS-PD-IDX)
           PERFORM FIND-ROUTE
           IF WS-ROUTE-FOUND = 0
              MOVE "N" TO PD-NEW-STATUS (WS-PD-IDX)
              ADD 1 TO WS-NOROUTE-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE PD-SEVERITY (WS-PD-IDX) TO WS-GROUP-SEVERITY
           MOVE SPACE TO WS-MARK-STATUS
           PERFORM SCAN-GROUP-MEMBERS
           PERFORM CHECK-QUIET-HOURS
           IF WS-QUIET = "Y" AND WS-GROUP-SEVERITY NOT = "H"
              MOVE "P" TO WS-MARK-STATUS
              PERFORM SCAN-GROUP-MEMBERS
              ADD 1 TO WS-HELD-COUNT
              ADD WS-GROUP-COUNT TO WS-HELD-COUNT
              EXIT PARAGRAPH
           END-IF
           MOVE "G" TO WS-MARK-STATUS
           PERFORM SCAN-GROUP-MEMBERS
           MOVE "S" TO PD-NEW-STATUS (WS-PD-IDX)
           MOVE WS-GROUP-COUNT TO PD-GROUP-COUNT (WS-PD-IDX)
           ADD 1 TO WS-SENT-COUNT
           ADD WS-GROUP-COUNT TO WS-GROUPED-COUNT
           PERFORM BUILD-MESSAGE-TEXT
           IF RQ-SUP-PHONE (WS-ROUTE-FOUND) NOT = SPACES
              MOVE RQ-SUP-PHONE (WS-ROUTE-FOUND) TO WS-SEND-PHONE
              MOVE "SUP" TO WS-SEND-WHO
              PERFORM WRITE-GATEWAY-LINE
           END-IF
           IF RQ-FIN-PHONE (WS-ROUTE-FOUND) NOT = SPACES
              MOVE RQ-FIN-PHONE (WS-ROUTE-FOUND) TO WS-SEND-PHONE
              MOVE "FIN" TO WS-SEND-WHO
              PERFORM WRITE-GATEWAY-LINE
           END-IF
           IF RQ-IT-PHONE (WS-ROUTE-FOUND) NOT = SPACES
              MOVE RQ-IT-PHONE (WS-ROUTE-FOUND) TO WS-SEND-PHONE
              MOVE "IT " TO WS-SEND-WHO
              PERFORM WRITE-GATEWAY-LINE
           END-IF
           .

       SCAN-GROUP-MEMBERS.
      **
      * WS-MARK-STATUS space = count the group and find its highest
      * severity only; "G" = mark the members grouped; "P" = mark
      * them done but leave them pending (held with their leader).
      **
           IF WS-MARK-STATUS = SPACE
              MOVE 0 TO WS-GROUP-COUNT
           END-IF
           PERFORM VARYING WS-MB-IDX FROM WS-PD-IDX BY 1
                     UNTIL WS-MB-IDX > WS-PENDING-COUNT
             IF WS-MB-IDX > WS-PD-IDX
                AND PD-DONE (WS-MB-IDX) = "N"
                AND PD-EVENT-TYPE (WS-MB-IDX) =
                      PD-EVENT-TYPE (WS-PD-IDX)
                AND PD-MINUTE (WS-MB-IDX) >= PD-MINUTE (WS-PD-IDX)
                AND PD-MINUTE (WS-MB-IDX) - PD-MINUTE (WS-PD-IDX)
                      <= WS-WINDOW
                EVALUATE WS-MARK-STATUS
                  WHEN SPACE
                     ADD 1 TO WS-GROUP-COUNT
                     IF PD-SEVERITY (WS-MB-IDX) = "H"
                        MOVE "H" TO WS-GROUP-SEVERITY
                     END-IF
                  WHEN OTHER
                     MOVE "Y" TO PD-DONE (WS-MB-IDX)
                     MOVE WS-MARK-STATUS TO PD-NEW-STATUS (WS-MB-IDX)
                END-EVALUATE
             END-IF
           END-PERFORM
           .

       FIND-ROUTE.
           MOVE 0 TO WS-ROUTE-FOUND
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                     UNTIL WS-RT-IDX > WS-ROUTE-COUNT
             IF RQ-EVENT-TYPE (WS-RT-IDX) = PD-EVENT-TYPE (WS-PD-IDX)
                MOVE WS-RT-IDX TO WS-ROUTE-FOUND
                MOVE WS-ROUTE-COUNT TO WS-RT-IDX
             END-IF
           END-PERFORM
           IF WS-ROUTE-FOUND > 0
              IF RQ-SUP-PHONE (WS-ROUTE-FOUND) = SPACES
                 AND RQ-FIN-PHONE (WS-ROUTE-FOUND) = SPACES
                 AND RQ-IT-PHONE (WS-ROUTE-FOUND) = SPACES
                 MOVE 0 TO WS-ROUTE-FOUND
              END-IF
           END-IF
           .

       CHECK-QUIET-HOURS.
      **
      * Quiet hours may wrap past midnight (2200 to 0600); equal
      * from and to times mean the route has none.
      **
           MOVE "N" TO WS-QUIET
           EVALUATE TRUE
             WHEN RQ-QUIET-FROM (WS-ROUTE-FOUND) =
                   RQ-QUIET-TO (WS-ROUTE-FOUND)
                CONTINUE
             WHEN RQ-QUIET-FROM (WS-ROUTE-FOUND) <
                   RQ-QUIET-TO (WS-ROUTE-FOUND)
                IF WS-RUN-HHMM >= RQ-QUIET-FROM (WS-ROUTE-FOUND)
                   AND WS-RUN-HHMM < RQ-QUIET-TO (WS-ROUTE-FOUND)
                   MOVE "Y" TO WS-QUIET
                END-IF
             WHEN OTHER
                IF WS-RUN-HHMM >= RQ-QUIET-FROM (WS-ROUTE-FOUND)
                   OR WS-RUN-HHMM < RQ-QUIET-TO (WS-ROUTE-FOUND)
                   MOVE "Y" TO WS-QUIET
                END-IF
           END-EVALUATE
           .

       BUILD-MESSAGE-TEXT.
           MOVE SPACES TO WS-TEXT
           IF WS-GROUP-COUNT = 0
              STRING FUNCTION TRIM(PD-PROGRAM (WS-PD-IDX)) ": "
                     FUNCTION TRIM(PD-MESSAGE (WS-PD-IDX))
                     DELIMITED BY SIZE INTO WS-TEXT
              END-STRING
           ELSE
              MOVE WS-GROUP-COUNT TO WS-GROUP-ED
              STRING FUNCTION TRIM(PD-PROGRAM (WS-PD-IDX)) ": "
                     FUNCTION TRIM(PD-MESSAGE (WS-PD-IDX))
                     " (+" FUNCTION TRIM(WS-GROUP-ED) " MORE "
                     FUNCTION TRIM(PD-EVENT-TYPE (WS-PD-IDX))
                     " WITHIN " FUNCTION TRIM(WS-WINDOW-ED) " MIN)"
                     DELIMITED BY SIZE INTO WS-TEXT
              END-STRING
           END-IF
           .

       WRITE-GATEWAY-LINE.
           IF WS-GATEWAY-OPEN = "N"
              MOVE SPACES TO WS-GATEWAY-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-GATEWAY-"
                     WS-RUN-DATE "-" WS-RUN-HHMMSS ".txt"
                     DELIMITED BY SIZE INTO WS-GATEWAY-FILENAME
              END-STRING
              OPEN OUTPUT GATEWAY-File
              MOVE "Y" TO WS-GATEWAY-OPEN
           END-IF
           MOVE WS-SEND-PHONE TO GW-PHONE
           MOVE WS-SEND-WHO TO GW-RECIPIENT
           MOVE WS-GROUP-SEVERITY TO GW-SEVERITY
           MOVE PD-EVENT-TYPE (WS-PD-IDX) TO GW-EVENT-TYPE
           MOVE PD-BUSINESS-DATE (WS-PD-IDX) TO GW-BUSINESS-DATE
           MOVE WS-TEXT TO GW-TEXT
           WRITE GATEWAY-RECORD
           ADD 1 TO WS-LINE-COUNT
           .

       REWRITE-OUTBOX.
      **
      * Copy the outbox to the work file stamping this run's
      * decisions on the pending records, then copy back - the same
      * rewrite pattern the vendor ledger uses.  Alerts queued since
      * the outbox was loaded are past the end of the table and are
      * copied through still pending.
      **
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-RECNO
           MOVE 1 TO WS-PD-NEXT
           OPEN INPUT ALERT-OUTBOX-File
           IF ALO-FSTAT NOT = "00"
              CLOSE ALERT-OUTBOX-File
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTBOX-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ ALERT-OUTBOX-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-RECNO
                  IF WS-PD-NEXT <= WS-PENDING-COUNT
                     IF PD-RECNO (WS-PD-NEXT) = WS-RECNO
                        PERFORM STAMP-OUTBOX-RECORD
                        ADD 1 TO WS-PD-NEXT
                     END-IF
                  END-IF
                  MOVE ALERT-RECORD TO OUTBOX-WORK-RECORD
                  WRITE OUTBOX-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE ALERT-OUTBOX-File
           CLOSE OUTBOX-WORK-File
           OPEN OUTPUT ALERT-OUTBOX-File
           OPEN INPUT OUTBOX-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ OUTBOX-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE OUTBOX-WORK-RECORD TO ALERT-RECORD
                  WRITE ALERT-RECORD
             END-READ
           END-PERFORM
           CLOSE OUTBOX-WORK-File
           CLOSE ALERT-OUTBOX-File
           .

       STAMP-OUTBOX-RECORD.
           IF PD-NEW-STATUS (WS-PD-NEXT) = "P"
              EXIT PARAGRAPH
           END-IF
           MOVE PD-NEW-STATUS (WS-PD-NEXT) TO AL-STATUS
           MOVE WS-RUN-DATE TO AL-SENT-DATE
           MOVE WS-RUN-TIME TO AL-SENT-TIME
           MOVE PD-GROUP-COUNT (WS-PD-NEXT) TO AL-GROUP-COUNT
           .

       PRINT-DISPATCH-SUMMARY.
           DISPLAY " "
           DISPLAY "ALERTS PENDING AT START  : " WS-PENDING-COUNT
           DISPLAY "MESSAGES SENT            : " WS-SENT-COUNT
           DISPLAY "ALERTS GROUPED INTO THEM : " WS-GROUPED-COUNT
           DISPLAY "GATEWAY LINES WRITTEN    : " WS-LINE-COUNT
           DISPLAY "HELD FOR QUIET HOURS     : " WS-HELD-COUNT
           DISPLAY "NO ROUTE - NOT SENT      : " WS-NOROUTE-COUNT
           IF WS-PENDING-LEFT > 0
              DISPLAY WS-PENDING-LEFT " MORE PENDING ALERT(S) LEFT ",
                     "FOR THE NEXT RUN"
           END-IF
           IF WS-GATEWAY-OPEN = "Y"
              DISPLAY "GATEWAY FILE : "
                     FUNCTION TRIM(WS-GATEWAY-FILENAME)
           END-IF
           .
      ** add other procedures here
       END PROGRAM ALERT-DISPATCH.
