      ******************************************************************
      * Author:
      * Date: 15 OCT 2026
      * Purpose: Year-end rollover of the append-only registers.  The
      *          correction journal, refund links, exceptions, close
      *          status, period status, GL posting register, vendor
      *          settlement status, master maintenance log and error
      *          log only ever grow, and every program that reads one
      *          reads it from the top.  Once December's tax period is
      *          sealed (see PERIOD-CLOSE) this program splits each of
      *          them in two: the closed year's dead items go to a
      *          year-stamped history file (CORRECTION-JOURNAL-yyyy.dat,
      *          ERROR-yyyy.log and so on) and only what is still live
      *          is carried forward in the register itself -
      *            journal, maintenance and error logs: entries for a
      *                later year;
      *            refund links: links to a sale that can still be
      *                refunded (SUB-REFUND-CHECK says some is left,
      *                counting the superseding records that correct
      *                or delete a link already in history - they go
      *                with the rest of the sale's links);
      *            exceptions: open ones, and any for a later year;
      *            close status, period status, GL register: the
      *                latest record for each date (outlet) or period -
      *                superseded records go to history;
      *            vendor settlement status: every record of a vendor's
      *                statement period unless its latest status is
      *                paid.
      *          Nothing is replaced until a re-read proves, for every
      *          register, that history plus carry-forward holds the
      *          same record count and amount totals as the original;
      *          if any register fails the history files are emptied
      *          and the registers are left exactly as they were.  A
      *          catalog entry per register goes on YEAR-END-CATALOG.dat
      *          and a year is never rolled over twice.  TRANS-INQUIRY,
      *          JOURNAL-REPORT, AUDIT-SAMPLE, SEQ-CONTINUITY,
      *          SUB-REFUND-CHECK and the vendor payment programs look
      *          into the history files as well.
      *          Run it when no entry or close program is running.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. YEAR-END.
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
         SELECT REGISTER-File
             ASSIGN TO WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS REG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT HISTORY-File
             ASSIGN TO WS-HISTORY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS HST-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CARRY-File
             ASSIGN TO WS-CARRY-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CRY-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT YEAR-END-CATALOG-File
             ASSIGN TO WS-CATALOG-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CAT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD REGISTER-File.
       01 REGISTER-LINE PIC X(600).
       FD HISTORY-File.
       01 HISTORY-LINE PIC X(600).
       FD CARRY-File.
       01 CARRY-LINE PIC X(600).
       FD YEAR-END-CATALOG-File.
       01 YEAR-END-CATALOG-RECORD.
         05 YC-YEAR PIC 9(4).
         05 YC-REGISTER PIC X(24).
         05 YC-REC-COUNT PIC 9(7).
         05 YC-HISTORY-COUNT PIC 9(7).
         05 YC-CARRIED-COUNT PIC 9(7).
         05 YC-AMOUNT-1 PIC S9(13).
         05 YC-AMOUNT-2 PIC S9(13).
         05 YC-ROLLED-DATE PIC 9(8).
         05 YC-ROLLED-TIME PIC 9(8).
         05 YC-ROLLED-BY PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 REG-FSTAT PIC 99.
       01 HST-FSTAT PIC 99.
       01 CRY-FSTAT PIC 99.
       01 CAT-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-REGISTER-FILENAME PIC X(80).
       01 WS-HISTORY-FILENAME PIC X(80).
       01 WS-CARRY-FILENAME PIC X(80).
       01 WS-CATALOG-FILENAME PIC X(60).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-ANSWER PIC X.
       01 WS-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-ROLL-YEAR PIC 9(4).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-STATUS PIC X.
       01 WS-ROLLED-ALREADY PIC X.
       01 WS-ALL-PROVED PIC X.
      *-----------------------
      * The registers rolled over, in the order they are done - the
      * history file is the name with "-yyyy" before the extension
      *-----------------------
       01 WS-REGISTER-LIST.
         05 FILLER PIC X(24) VALUE "CORRECTION-JOURNAL".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "REFUND-LINK".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "EXCEPTIONS".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "CLOSE-STATUS".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "PERIOD-STATUS".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "GL-REGISTER".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "VENDOR-SETTLE-STATUS".
         05 FILLER PIC X(4) VALUE ".dat".
         05 FILLER PIC X(24) VALUE "MASTER-MAINT".
         05 FILLER PIC X(4) VALUE ".log".
         05 FILLER PIC X(24) VALUE "ERROR".
         05 FILLER PIC X(4) VALUE ".log".
       01 WS-REGISTER-TABLE REDEFINES WS-REGISTER-LIST.
         05 RT-ENTRY OCCURS 9 TIMES.
           10 RT-STEM PIC X(24).
           10 RT-EXT PIC X(4).
       01 WS-REG-IDX PIC 99.
      *-----------------------
      * What each register's proof found - the catalog entries are
      * written from here once every register has proved
      *-----------------------
       01 WS-PROOF-TABLE.
         05 PF-ENTRY OCCURS 9 TIMES.
           10 PF-PRESENT PIC X.
           10 PF-PROVED PIC X.
           10 PF-REC-COUNT PIC 9(7).
           10 PF-HISTORY-COUNT PIC 9(7).
           10 PF-CARRIED-COUNT PIC 9(7).
           10 PF-AMOUNT-1 PIC S9(13).
           10 PF-AMOUNT-2 PIC S9(13).
      *-----------------------
      * One register record as read, and its typed views
      *-----------------------
       01 WS-REG-LINE PIC X(600).
       COPY "copybooks/AUDIT-REC.cpy".
       COPY "copybooks/REFLINK-REC.cpy".
       COPY "copybooks/EXCEP-REC.cpy".
       COPY "copybooks/CLOSE-REC.cpy".
       COPY "copybooks/PERIOD-REC.cpy".
       COPY "copybooks/GLREG-REC.cpy".
       COPY "copybooks/SETTLE-REC.cpy".
       COPY "copybooks/MAINTLOG-REC.cpy".
       COPY "copybooks/ERRLOG-REC.cpy".
       01 WS-REC-NO PIC 9(7).
       01 WS-REC-YEAR-X PIC X(4).
       01 WS-REC-YEAR PIC 9(4).
       01 WS-REC-STATUS PIC X.
       01 WS-REC-AMOUNT-1 PIC S9(13).
       01 WS-REC-AMOUNT-2 PIC S9(13).
       01 WS-TO-HISTORY PIC X.
       01 WS-REC-KEY PIC X(24).
       01 WS-LINK-KEY REDEFINES WS-REC-KEY.
         05 KY-SOURCE PIC X.
         05 KY-ORIG-DATE PIC 9(8).
         05 KY-ORIG-SEQ PIC 9(4).
         05 KY-OUTLET-CODE PIC X(3).
         05 FILLER PIC X(8).
      *-----------------------
      * Keyed registers: the last record number seen for each date,
      * period or link key of the year rolled over, with the status
      * that decides it.  A key that does not fit is simply carried
      * forward whole - nothing is ever lost by overflowing.
      *-----------------------
       01 WS-KEY-TABLE.
         05 KT-ENTRY OCCURS 5000 TIMES.
           10 KT-KEY PIC X(24).
           10 KT-LAST PIC 9(7).
           10 KT-STATUS PIC X.
       01 WS-KEY-COUNT PIC 9(4).
       01 WS-KEY-IDX PIC 9(4).
       01 WS-KEY-FOUND PIC X.
       01 WS-KEY-DROPPED PIC 9(5).
      *-----------------------
      * Split and proof totals for the register being rolled
      *-----------------------
       01 WS-HST-WRITTEN PIC 9(7).
       01 WS-CRY-WRITTEN PIC 9(7).
       01 WS-ORG-COUNT PIC 9(7).
       01 WS-ORG-AMOUNT-1 PIC S9(13).
       01 WS-ORG-AMOUNT-2 PIC S9(13).
       01 WS-HST-COUNT PIC 9(7).
       01 WS-HST-AMOUNT-1 PIC S9(13).
       01 WS-HST-AMOUNT-2 PIC S9(13).
       01 WS-CRY-COUNT PIC 9(7).
       01 WS-CRY-AMOUNT-1 PIC S9(13).
       01 WS-CRY-AMOUNT-2 PIC S9(13).
       01 WS-SUM-AMOUNT PIC S9(13).
       01 WS-CHECK-OUTLET PIC X(3).
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
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 SG-OPERATOR-ID PIC X(10).
         05 SG-ROLE PIC X.
         05 SG-RESULT PIC X.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "YEAR-END ROLLOVER OF THE REGISTERS"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "YEAR-END" TO SG-PROGRAM
           MOVE "S" TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
           CANCEL "SUB-SIGN-ON"
           IF SG-RESULT NOT = "A"
              STOP RUN
           END-IF
           MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "YEAR TO ROLL OVER (YYYY) : " NO ADVANCING
           ACCEPT WS-ROLL-YEAR
           IF WS-ROLL-YEAR = 0
              DISPLAY "YEAR IS REQUIRED"
              STOP RUN
           END-IF
           IF WS-ROLL-YEAR NOT < WS-THIS-YEAR
              DISPLAY "ONLY A YEAR THAT HAS ENDED CAN BE ROLLED OVER"
              STOP RUN
           END-IF
           PERFORM CHECK-ALREADY-ROLLED
           IF WS-ROLLED-ALREADY = "Y"
              DISPLAY WS-ROLL-YEAR " (OR A LATER YEAR) HAS ALREADY ",
                     "BEEN ROLLED OVER - SEE YEAR-END-CATALOG.dat"
              STOP RUN
           END-IF

           COMPUTE WS-PERIOD = WS-ROLL-YEAR * 100 + 12
           CALL "SUB-CHECK-PERIOD"
                  USING WS-PERIOD, WS-PERIOD-STATUS
           CANCEL "SUB-CHECK-PERIOD"
           EVALUATE WS-PERIOD-STATUS
             WHEN "S"
                CONTINUE
             WHEN "U"
                DISPLAY "PERIOD " WS-PERIOD " IS FLAGGED FOR ",
                       "SUPPLEMENTARY FILING - RE-SEAL IT WITH ",
                       "PERIOD-CLOSE FIRST"
                STOP RUN
             WHEN OTHER
                DISPLAY "PERIOD " WS-PERIOD " IS NOT SEALED - RUN ",
                       "PERIOD-CLOSE FOR DECEMBER FIRST"
                STOP RUN
           END-EVALUATE

           DISPLAY "ROLL " WS-ROLL-YEAR " OVER INTO THE HISTORY ",
                  "FILES? (Y/N) : " NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "NOTHING ROLLED OVER"
              STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "REGISTER                 RECORDS HISTORY ",
                  "CARRIED  PROOF"
           DISPLAY "-----------------------------------------------",
                  "----------"
           MOVE "Y" TO WS-ALL-PROVED
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > 9
             PERFORM ROLL-REGISTER
             IF PF-PROVED (WS-REG-IDX) NOT = "Y"
                MOVE "N" TO WS-ALL-PROVED
             END-IF
           END-PERFORM

           IF WS-ALL-PROVED = "Y"
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                        UNTIL WS-REG-IDX > 9
                PERFORM CONFIRM-UNCHANGED
              END-PERFORM
           END-IF
           IF WS-ALL-PROVED NOT = "Y"
              PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                        UNTIL WS-REG-IDX > 9
                PERFORM EMPTY-HISTORY-FILE
              END-PERFORM
              DISPLAY " "
              DISPLAY "ROLLOVER ABANDONED - NO REGISTER HAS BEEN ",
                     "CHANGED; CHECK THE LINES ABOVE AND RUN AGAIN"
              STOP RUN
           END-IF

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                     UNTIL WS-REG-IDX > 9
             PERFORM REPLACE-REGISTER
             PERFORM WRITE-CATALOG-ENTRY
           END-PERFORM
           DISPLAY " "
           DISPLAY WS-ROLL-YEAR " ROLLED OVER - HISTORY FILES ARE ",
                  "NAMED <REGISTER>-" WS-ROLL-YEAR
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
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-CATALOG-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "YEAR-END-CATALOG.dat"
                  DELIMITED BY SIZE INTO WS-CATALOG-FILENAME
           END-STRING
           .

       CHECK-ALREADY-ROLLED.
      **
      * Everything up to a rolled year has already gone to history,
      * so that year and every year before it are refused.
      **
           MOVE "N" TO WS-ROLLED-ALREADY
           MOVE "N" TO WS-EOF
           OPEN INPUT YEAR-END-CATALOG-File
           IF CAT-FSTAT = "35"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ YEAR-END-CATALOG-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF YC-YEAR NOT < WS-ROLL-YEAR
                     MOVE "Y" TO WS-ROLLED-ALREADY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE YEAR-END-CATALOG-File
           .

       SET-REGISTER-FILENAMES.
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  RT-STEM (WS-REG-IDX) DELIMITED BY SPACE
                  RT-EXT (WS-REG-IDX) DELIMITED BY SIZE
                  INTO WS-REGISTER-FILENAME
           END-STRING
           MOVE SPACES TO WS-HISTORY-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  RT-STEM (WS-REG-IDX) DELIMITED BY SPACE
                  "-" WS-ROLL-YEAR
                  RT-EXT (WS-REG-IDX) DELIMITED BY SIZE
                  INTO WS-HISTORY-FILENAME
           END-STRING
           MOVE SPACES TO WS-CARRY-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  RT-STEM (WS-REG-IDX) DELIMITED BY SPACE
                  "-CARRY.tmp" DELIMITED BY SIZE
                  INTO WS-CARRY-FILENAME
           END-STRING
           .

       ROLL-REGISTER.
      **
      * Split one register into its history file and carry-forward
      * work file, then prove the split.  A register that has never
      * been written has nothing to roll and proves trivially.
      **
           PERFORM SET-REGISTER-FILENAMES
           MOVE "N" TO PF-PRESENT (WS-REG-IDX)
           MOVE "Y" TO PF-PROVED (WS-REG-IDX)
           MOVE 0 TO PF-REC-COUNT (WS-REG-IDX)
                     PF-HISTORY-COUNT (WS-REG-IDX)
                     PF-CARRIED-COUNT (WS-REG-IDX)
                     PF-AMOUNT-1 (WS-REG-IDX)
                     PF-AMOUNT-2 (WS-REG-IDX)
           OPEN INPUT REGISTER-File
           IF REG-FSTAT NOT = "00"
              CLOSE REGISTER-File
              DISPLAY RT-STEM (WS-REG-IDX) " (NOT ON FILE)"
              EXIT PARAGRAPH
           END-IF
           CLOSE REGISTER-File
           MOVE "Y" TO PF-PRESENT (WS-REG-IDX)
      **
      * A history file left by an interrupted run must not be counted
      * by SUB-REFUND-CHECK while the link keys are checked
      **
           OPEN OUTPUT HISTORY-File
           CLOSE HISTORY-File

           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-KEY-DROPPED
           IF WS-REG-IDX = 2 OR WS-REG-IDX = 4 OR WS-REG-IDX = 5
              OR WS-REG-IDX = 6 OR WS-REG-IDX = 7
              PERFORM LOAD-REGISTER-KEYS
           END-IF
           IF WS-REG-IDX = 2
              PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                        UNTIL WS-KEY-IDX > WS-KEY-COUNT
                PERFORM CHECK-LINK-KEY
              END-PERFORM
           END-IF
           PERFORM SPLIT-REGISTER
           PERFORM PROVE-REGISTER
           IF WS-KEY-DROPPED > 0
              DISPLAY "  " WS-KEY-DROPPED " RECORD(S) OVER THE KEY ",
                     "TABLE WERE CARRIED FORWARD UNCHECKED"
           END-IF
           .

       VIEW-RECORD.
      **
      * Lay the record just read over its register's layout and pick
      * out the year it belongs to, its key, the status that decides
      * it and the amounts the proof totals.  A year that is not a
      * number never goes to history.
      **
           MOVE SPACES TO WS-REC-KEY WS-REC-STATUS
           MOVE 0 TO WS-REC-AMOUNT-1 WS-REC-AMOUNT-2
           EVALUATE WS-REG-IDX
             WHEN 1
                MOVE WS-REG-LINE TO CORRECTION-JOURNAL-RECORD
                MOVE CJ-BUSINESS-DATE (1:4) TO WS-REC-YEAR-X
             WHEN 2
                MOVE WS-REG-LINE TO REFUND-LINK-RECORD
                MOVE RL-ORIG-DATE (1:4) TO WS-REC-YEAR-X
                MOVE RL-SOURCE TO KY-SOURCE
                MOVE RL-ORIG-DATE TO KY-ORIG-DATE
                MOVE RL-ORIG-SEQ TO KY-ORIG-SEQ
                MOVE RL-OUTLET-CODE TO KY-OUTLET-CODE
                IF RL-REFUND-AMOUNT IS NUMERIC
                   MOVE RL-REFUND-AMOUNT TO WS-REC-AMOUNT-1
                END-IF
                IF RL-ENTRY-TYPE = "S" AND RL-PRIOR-AMOUNT IS NUMERIC
                   MOVE RL-PRIOR-AMOUNT TO WS-REC-AMOUNT-2
                END-IF
             WHEN 3
                MOVE WS-REG-LINE TO EXCEPTION-RECORD
                MOVE EX-BUSINESS-DATE (1:4) TO WS-REC-YEAR-X
                MOVE EX-STATUS TO WS-REC-STATUS
                IF EX-AMOUNT IS NUMERIC
                   MOVE EX-AMOUNT TO WS-REC-AMOUNT-1
                END-IF
             WHEN 4
                MOVE WS-REG-LINE TO CLOSE-STATUS-RECORD
                MOVE CS-BUSINESS-DATE (1:4) TO WS-REC-YEAR-X
                MOVE CS-BUSINESS-DATE TO WS-REC-KEY (1:8)
                MOVE CS-OUTLET-CODE TO WS-REC-KEY (9:3)
             WHEN 5
                MOVE WS-REG-LINE TO PERIOD-STATUS-RECORD
                MOVE PD-PERIOD (1:4) TO WS-REC-YEAR-X
                MOVE PD-PERIOD TO WS-REC-KEY (1:6)
             WHEN 6
                MOVE WS-REG-LINE TO GL-REGISTER-RECORD
                MOVE GR-BUSINESS-DATE (1:4) TO WS-REC-YEAR-X
                MOVE GR-BUSINESS-DATE TO WS-REC-KEY (1:8)
                IF GR-DEBIT-TOTAL IS NUMERIC
                   MOVE GR-DEBIT-TOTAL TO WS-REC-AMOUNT-1
                END-IF
                IF GR-CREDIT-TOTAL IS NUMERIC
                   MOVE GR-CREDIT-TOTAL TO WS-REC-AMOUNT-2
                END-IF
             WHEN 7
                MOVE WS-REG-LINE TO SETTLE-STATUS-RECORD
                MOVE ST-END-DATE (1:4) TO WS-REC-YEAR-X
                MOVE ST-VENDOR-CODE TO WS-REC-KEY (1:6)
                MOVE ST-START-DATE TO WS-REC-KEY (7:8)
                MOVE ST-END-DATE TO WS-REC-KEY (15:8)
                MOVE ST-STATUS TO WS-REC-STATUS
                IF ST-PAYABLE IS NUMERIC
                   MOVE ST-PAYABLE TO WS-REC-AMOUNT-1
                END-IF
             WHEN 8
                MOVE WS-REG-LINE TO MAINT-LOG-RECORD
                MOVE ML-DATE (1:4) TO WS-REC-YEAR-X
             WHEN OTHER
                MOVE WS-REG-LINE TO ERROR-LOG-RECORD
                MOVE EL-DATE (1:4) TO WS-REC-YEAR-X
           END-EVALUATE
           IF WS-REC-YEAR-X IS NUMERIC
              MOVE WS-REC-YEAR-X TO WS-REC-YEAR
           ELSE
              MOVE 9999 TO WS-REC-YEAR
           END-IF
           .

       LOAD-REGISTER-KEYS.
      **
      * First pass over a keyed register: the last record number and
      * status for every key of the year rolled over (or before).
      **
           MOVE 0 TO WS-REC-NO
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTER-File
           PERFORM UNTIL WS-EOF = "Y"
             READ REGISTER-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-REC-NO
                  PERFORM VIEW-RECORD
                  IF WS-REC-YEAR NOT > WS-ROLL-YEAR
                     PERFORM NOTE-KEY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-File
           .

       FIND-KEY.
      **
      * Search from the newest key back - registers are appended in
      * date order, so the key wanted is usually near the end.
      **
           MOVE "N" TO WS-KEY-FOUND
           MOVE WS-KEY-COUNT TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX = 0 OR WS-KEY-FOUND = "Y"
             IF KT-KEY (WS-KEY-IDX) = WS-REC-KEY
                MOVE "Y" TO WS-KEY-FOUND
             ELSE
                SUBTRACT 1 FROM WS-KEY-IDX
             END-IF
           END-PERFORM
           .

       NOTE-KEY.
           PERFORM FIND-KEY
           IF WS-KEY-FOUND = "N"
              IF WS-KEY-COUNT < 5000
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-KEY-COUNT TO WS-KEY-IDX
                 MOVE WS-REC-KEY TO KT-KEY (WS-KEY-IDX)
              ELSE
                 ADD 1 TO WS-KEY-DROPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-REC-NO TO KT-LAST (WS-KEY-IDX)
           MOVE WS-REC-STATUS TO KT-STATUS (WS-KEY-IDX)
           .

       CHECK-LINK-KEY.
      **
      * A link stays live while its sale can still be refunded - the
      * same check a refund entry makes.  A sale fully refunded, or
      * no longer on file at all, has nothing left to protect.  A
      * link with no outlet code belongs to the home outlet.
      **
           MOVE KT-KEY (WS-KEY-IDX) TO WS-REC-KEY
           MOVE "C" TO RF-MODE
           MOVE KY-SOURCE TO RF-SOURCE
           MOVE KY-ORIG-DATE TO RF-ORIG-DATE
           MOVE KY-ORIG-SEQ TO RF-ORIG-SEQ
           MOVE KY-OUTLET-CODE TO WS-CHECK-OUTLET
           IF WS-CHECK-OUTLET = SPACES
              MOVE OU-HOME-OUTLET TO WS-CHECK-OUTLET
           END-IF
           CALL "SUB-REFUND-CHECK" USING WS-REFUND-REQUEST,
                  WS-CHECK-OUTLET
           CANCEL "SUB-REFUND-CHECK"
           IF RF-RESULT = "Y" AND RF-REMAINING > 0
              MOVE "L" TO KT-STATUS (WS-KEY-IDX)
           ELSE
              MOVE "H" TO KT-STATUS (WS-KEY-IDX)
           END-IF
           .

       DECIDE-RECORD.
           MOVE "N" TO WS-TO-HISTORY
           IF WS-REC-YEAR > WS-ROLL-YEAR
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-REG-IDX
             WHEN 1
             WHEN 8
             WHEN 9
                MOVE "Y" TO WS-TO-HISTORY
             WHEN 3
                IF WS-REC-STATUS = "R"
                   MOVE "Y" TO WS-TO-HISTORY
                END-IF
             WHEN 2
                PERFORM FIND-KEY
                IF WS-KEY-FOUND = "Y"
                   AND KT-STATUS (WS-KEY-IDX) = "H"
                   MOVE "Y" TO WS-TO-HISTORY
                END-IF
             WHEN 7
                PERFORM FIND-KEY
                IF WS-KEY-FOUND = "Y"
                   AND KT-STATUS (WS-KEY-IDX) = "P"
                   MOVE "Y" TO WS-TO-HISTORY
                END-IF
             WHEN OTHER
                PERFORM FIND-KEY
                IF WS-KEY-FOUND = "Y"
                   AND KT-LAST (WS-KEY-IDX) NOT = WS-REC-NO
                   MOVE "Y" TO WS-TO-HISTORY
                END-IF
           END-EVALUATE
           .

       SPLIT-REGISTER.
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-HST-WRITTEN
           MOVE 0 TO WS-CRY-WRITTEN
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTER-File
           OPEN OUTPUT HISTORY-File
           OPEN OUTPUT CARRY-File
           PERFORM UNTIL WS-EOF = "Y"
             READ REGISTER-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-REC-NO
                  PERFORM VIEW-RECORD
                  PERFORM DECIDE-RECORD
                  IF WS-TO-HISTORY = "Y"
                     WRITE HISTORY-LINE FROM WS-REG-LINE
                     ADD 1 TO WS-HST-WRITTEN
                  ELSE
                     WRITE CARRY-LINE FROM WS-REG-LINE
                     ADD 1 TO WS-CRY-WRITTEN
                  END-IF
             END-READ
           END-PERFORM
           CLOSE REGISTER-File
           CLOSE HISTORY-File
           CLOSE CARRY-File
           .

       PROVE-REGISTER.
      **
      * Re-read all three files from disk: the original's count and
      * amount totals must equal history plus carry-forward, and each
      * output must hold exactly what was written to it.
      **
           MOVE 0 TO WS-ORG-COUNT WS-ORG-AMOUNT-1 WS-ORG-AMOUNT-2
           MOVE 0 TO WS-HST-COUNT WS-HST-AMOUNT-1 WS-HST-AMOUNT-2
           MOVE 0 TO WS-CRY-COUNT WS-CRY-AMOUNT-1 WS-CRY-AMOUNT-2
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTER-File
           PERFORM UNTIL WS-EOF = "Y"
             READ REGISTER-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM VIEW-RECORD
                  ADD 1 TO WS-ORG-COUNT
                  ADD WS-REC-AMOUNT-1 TO WS-ORG-AMOUNT-1
                  ADD WS-REC-AMOUNT-2 TO WS-ORG-AMOUNT-2
             END-READ
           END-PERFORM
           CLOSE REGISTER-File
           MOVE "N" TO WS-EOF
           OPEN INPUT HISTORY-File
           PERFORM UNTIL WS-EOF = "Y"
             READ HISTORY-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM VIEW-RECORD
                  ADD 1 TO WS-HST-COUNT
                  ADD WS-REC-AMOUNT-1 TO WS-HST-AMOUNT-1
                  ADD WS-REC-AMOUNT-2 TO WS-HST-AMOUNT-2
             END-READ
           END-PERFORM
           CLOSE HISTORY-File
           MOVE "N" TO WS-EOF
           OPEN INPUT CARRY-File
           PERFORM UNTIL WS-EOF = "Y"
             READ CARRY-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM VIEW-RECORD
                  ADD 1 TO WS-CRY-COUNT
                  ADD WS-REC-AMOUNT-1 TO WS-CRY-AMOUNT-1
                  ADD WS-REC-AMOUNT-2 TO WS-CRY-AMOUNT-2
             END-READ
           END-PERFORM
           CLOSE CARRY-File

           MOVE WS-ORG-COUNT TO PF-REC-COUNT (WS-REG-IDX)
           MOVE WS-HST-COUNT TO PF-HISTORY-COUNT (WS-REG-IDX)
           MOVE WS-CRY-COUNT TO PF-CARRIED-COUNT (WS-REG-IDX)
           MOVE WS-ORG-AMOUNT-1 TO PF-AMOUNT-1 (WS-REG-IDX)
           MOVE WS-ORG-AMOUNT-2 TO PF-AMOUNT-2 (WS-REG-IDX)
           IF WS-HST-COUNT NOT = WS-HST-WRITTEN
              OR WS-CRY-COUNT NOT = WS-CRY-WRITTEN
              OR WS-HST-COUNT + WS-CRY-COUNT NOT = WS-ORG-COUNT
              MOVE "N" TO PF-PROVED (WS-REG-IDX)
           END-IF
           COMPUTE WS-SUM-AMOUNT = WS-HST-AMOUNT-1 + WS-CRY-AMOUNT-1
           IF WS-SUM-AMOUNT NOT = WS-ORG-AMOUNT-1
              MOVE "N" TO PF-PROVED (WS-REG-IDX)
           END-IF
           COMPUTE WS-SUM-AMOUNT = WS-HST-AMOUNT-2 + WS-CRY-AMOUNT-2
           IF WS-SUM-AMOUNT NOT = WS-ORG-AMOUNT-2
              MOVE "N" TO PF-PROVED (WS-REG-IDX)
           END-IF
           IF PF-PROVED (WS-REG-IDX) = "Y"
              DISPLAY RT-STEM (WS-REG-IDX) " " WS-ORG-COUNT,
                     " " WS-HST-COUNT " " WS-CRY-COUNT "  OK"
           ELSE
              DISPLAY RT-STEM (WS-REG-IDX) " " WS-ORG-COUNT,
                     " " WS-HST-COUNT " " WS-CRY-COUNT,
                     "  DOES NOT PROVE"
              DISPLAY "  WRITTEN " WS-HST-WRITTEN " / ",
                     WS-CRY-WRITTEN "  TOTALS " WS-ORG-AMOUNT-1,
                     " / " WS-HST-AMOUNT-1 " + " WS-CRY-AMOUNT-1
           END-IF
           IF WS-ORG-AMOUNT-1 NOT = 0 OR WS-ORG-AMOUNT-2 NOT = 0
              DISPLAY "  AMOUNT TOTAL " WS-ORG-AMOUNT-1,
                     "  " WS-ORG-AMOUNT-2
           END-IF
           .

       CONFIRM-UNCHANGED.
      **
      * A record appended since the proof would be lost by the
      * replace - count each register once more just before.
      **
           IF PF-PRESENT (WS-REG-IDX) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-REGISTER-FILENAMES
           MOVE 0 TO WS-ORG-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT REGISTER-File
           PERFORM UNTIL WS-EOF = "Y"
             READ REGISTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  ADD 1 TO WS-ORG-COUNT
             END-READ
           END-PERFORM
           CLOSE REGISTER-File
           IF WS-ORG-COUNT NOT = PF-REC-COUNT (WS-REG-IDX)
              MOVE "N" TO PF-PROVED (WS-REG-IDX)
              MOVE "N" TO WS-ALL-PROVED
              DISPLAY RT-STEM (WS-REG-IDX) " WAS WRITTEN TO DURING ",
                     "THE ROLLOVER"
           END-IF
           .

       EMPTY-HISTORY-FILE.
           IF PF-PRESENT (WS-REG-IDX) = "Y"
              PERFORM SET-REGISTER-FILENAMES
              OPEN OUTPUT HISTORY-File
              CLOSE HISTORY-File
           END-IF
           .

       REPLACE-REGISTER.
           IF PF-PRESENT (WS-REG-IDX) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           PERFORM SET-REGISTER-FILENAMES
           MOVE "N" TO WS-EOF
           OPEN OUTPUT REGISTER-File
           OPEN INPUT CARRY-File
           PERFORM UNTIL WS-EOF = "Y"
             READ CARRY-File NEXT INTO WS-REG-LINE
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  WRITE REGISTER-LINE FROM WS-REG-LINE
             END-READ
           END-PERFORM
           CLOSE CARRY-File
           CLOSE REGISTER-File
           .

       WRITE-CATALOG-ENTRY.
           MOVE WS-ROLL-YEAR TO YC-YEAR
           MOVE RT-STEM (WS-REG-IDX) TO YC-REGISTER
           MOVE PF-REC-COUNT (WS-REG-IDX) TO YC-REC-COUNT
           MOVE PF-HISTORY-COUNT (WS-REG-IDX) TO YC-HISTORY-COUNT
           MOVE PF-CARRIED-COUNT (WS-REG-IDX) TO YC-CARRIED-COUNT
           MOVE PF-AMOUNT-1 (WS-REG-IDX) TO YC-AMOUNT-1
           MOVE PF-AMOUNT-2 (WS-REG-IDX) TO YC-AMOUNT-2
           MOVE WS-OPERATOR-ID TO YC-ROLLED-BY
           ACCEPT YC-ROLLED-DATE FROM DATE YYYYMMDD
           ACCEPT YC-ROLLED-TIME FROM TIME
           OPEN EXTEND YEAR-END-CATALOG-File
           IF CAT-FSTAT = "35"
              OPEN OUTPUT YEAR-END-CATALOG-File
           END-IF
           WRITE YEAR-END-CATALOG-RECORD
           CLOSE YEAR-END-CATALOG-File
           .
      ** add other procedures here
       END PROGRAM YEAR-END.
