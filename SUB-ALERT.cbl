      ******************************************************************
      * Author:
      * Date: 13 OCT 2026
      * Purpose: Queues an operational alert - appends one pending
      *          record (severity, event type, business date, the
      *          raising program and a message) to the alert outbox
      *          ALERT-OUTBOX.dat.  Nothing is sent from here:
      *          ALERT-DISPATCH routes the pending alerts through
      *          ALERT-ROUTE.dat, groups repeats and writes the
      *          gateway's upload file, so a program raising an alert
      *          never waits on the gateway and never fails because
      *          of it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-ALERT.
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
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD ALERT-OUTBOX-File.
       COPY "copybooks/ALERT-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 ALO-FSTAT PIC 99.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-OUTBOX-FILENAME PIC X(60).
       01 WS-CTL-DATE PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       COPY "copybooks/ALERT-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING WS-ALERT-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM LOAD-CONTROL
           MOVE SPACES TO ALERT-RECORD
           ACCEPT AL-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT AL-STAMP-TIME FROM TIME
           MOVE AQ-SEVERITY TO AL-SEVERITY
           IF AL-SEVERITY NOT = "H" AND AL-SEVERITY NOT = "L"
              MOVE "M" TO AL-SEVERITY
           END-IF
           MOVE AQ-EVENT-TYPE TO AL-EVENT-TYPE
           IF AQ-BUSINESS-DATE IS NUMERIC
              AND AQ-BUSINESS-DATE NOT = 0
              MOVE AQ-BUSINESS-DATE TO AL-BUSINESS-DATE
           ELSE
              IF WS-CTL-DATE NOT = 0
                 MOVE WS-CTL-DATE TO AL-BUSINESS-DATE
              ELSE
                 MOVE AL-STAMP-DATE TO AL-BUSINESS-DATE
              END-IF
           END-IF
           MOVE AQ-PROGRAM TO AL-PROGRAM
           MOVE AQ-MESSAGE TO AL-MESSAGE
           MOVE "P" TO AL-STATUS
           MOVE 0 TO AL-SENT-DATE AL-SENT-TIME AL-GROUP-COUNT
           OPEN EXTEND ALERT-OUTBOX-File
           IF ALO-FSTAT = "35"
              OPEN OUTPUT ALERT-OUTBOX-File
           END-IF
           IF ALO-FSTAT = "00"
              WRITE ALERT-RECORD
           END-IF
           CLOSE ALERT-OUTBOX-File
           GOBACK.

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
                   IF CTL-BUSINESS-DATE IS NUMERIC
                      MOVE CTL-BUSINESS-DATE TO WS-CTL-DATE
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO WS-OUTBOX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-OUTBOX.dat"
                  DELIMITED BY SIZE INTO WS-OUTBOX-FILENAME
           END-STRING
           .
      ** add other procedures here
       END PROGRAM SUB-ALERT.
