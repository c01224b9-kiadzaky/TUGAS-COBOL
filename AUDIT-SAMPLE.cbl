      ******************************************************************
      * Author:
      * Date: 14 OCT 2026
      * Purpose: Internal audit transaction sampling and sign-off.
      *          Draws a sample of the FOOD-DELIVERY records over a
      *          date range (every outlet's daily files) by simple
      *          random selection, by random selection within strata
      *          (vendor or PAY-METHOD, allocated in proportion to
      *          each stratum's size, at least one per stratum) or by
      *          monetary unit (a fixed rupiah interval from a random
      *          start over PENJUALAN + ONGKIR + TIPS, so the larger
      *          the sale the likelier it is picked).  Every
      *          supervisor-authorized reversal and every correction
      *          journal record in the period is always added; the
      *          reversals are taken out of the population the method
      *          samples from, so no record is listed twice.
      *          The random numbers come from the seeded generator in
      *          NEXT-RANDOM, not the run-time library, and the seed is
      *          kept on AUDIT-SAMPLE-REG.dat with the method, so the
      *          same sample can be drawn again from the same files by
      *          keying the seed back in.  The sample goes to AUDIT-
      *          SAMPLE-yyyymmdd-yyyymmdd.dat; the auditor works it on
      *          the screen here, marking each item tested, exception
      *          or not supported with a comment, and the results
      *          summary gives the exception rate per stratum.
      * Tectonics: cobc
      * Modification History:
      *   15 OCT 2026 - The correction journal items also come from the
      *                 CORRECTION-JOURNAL-yyyy.dat history files
      *                 YEAR-END writes, from the period's first year
      *                 up to last year, so a period before the last
      *                 rollover still gets every correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDIT-SAMPLE.
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
         SELECT AUDIT-File
             ASSIGN TO WS-AUDIT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS AUD-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT SAMPLE-File
             ASSIGN TO WS-SAMPLE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS SMP-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT SAMPLE-WORK-File
             ASSIGN TO WS-WORK-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS WRK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT SAMPLE-REG-File
             ASSIGN TO WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS REG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
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
       FD AUDIT-File.
       COPY "copybooks/AUDIT-REC.cpy".
       FD SAMPLE-File.
       COPY "copybooks/AUDSAMP-REC.cpy".
       FD SAMPLE-WORK-File.
       01 SAMPLE-WORK-RECORD PIC X(143).
      *-----------------------
      * Sample register - one line per sample drawn: the period, the
      * method and stratum basis, the seed, and the sizes
      *-----------------------
       FD SAMPLE-REG-File.
       01 SAMPLE-REG-RECORD.
         05 RG-FROM-DATE PIC 9(8).
         05 RG-TO-DATE PIC 9(8).
         05 RG-METHOD PIC X.
         05 RG-BASIS PIC X.
         05 RG-SEED PIC 9(10).
         05 RG-REQUESTED PIC 9(4).
         05 RG-POPULATION PIC 9(7).
         05 RG-POP-VALUE PIC 9(13).
         05 RG-SAMPLED PIC 9(4).
         05 RG-REVERSALS PIC 9(4).
         05 RG-CORRECTIONS PIC 9(4).
         05 RG-DRAWN-BY PIC X(10).
         05 RG-DRAWN-DATE PIC 9(8).
         05 RG-DRAWN-TIME PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 AUD-FSTAT PIC 99.
       01 SMP-FSTAT PIC 99.
       01 WRK-FSTAT PIC 99.
       01 REG-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-AUDIT-FILENAME PIC X(60).
       01 WS-AUDIT-LIVE-FILENAME PIC X(60).
       01 WS-SAMPLE-FILENAME PIC X(70).
       01 WS-WORK-FILENAME PIC X(60).
       01 WS-REGISTER-FILENAME PIC X(60).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 SG-OPERATOR-ID PIC X(10).
         05 SG-ROLE PIC X.
         05 SG-RESULT PIC X.
       01 WS-COMMAND PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(8).
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-END-INT PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Sample parameters as keyed
      *-----------------------
       01 WS-METHOD PIC X.
       01 WS-BASIS PIC X.
       01 WS-SIZE-ENTRY PIC X(4).
       01 WS-SAMPLE-SIZE PIC 9(4).
       01 WS-SEED-ENTRY PIC X(10).
       01 WS-SEED PIC 9(10).
       01 WS-FILES-READ PIC 9(5).
      *-----------------------
      * Seeded generator (Park-Miller minimal standard: the state
      * runs 1 to 2147483646 and each step multiplies it by 16807
      * modulo 2147483647).  Being spelled out here, the same seed
      * gives the same numbers on any machine and any release.
      *-----------------------
       01 WS-RAND-STATE PIC 9(10).
       01 WS-RAND-WORK PIC 9(15).
       01 WS-RAND-QUOT PIC 9(10).
       01 WS-RAND-PICK PIC 9(7).
       01 WS-SEED-WORK PIC 9(17).
      *-----------------------
      * Population by stratum (a single stratum with a blank key
      * when the method does not stratify)
      *-----------------------
       01 WS-STRATUM-KEY PIC X(6).
       01 WS-STRATUM-COUNT PIC 9(3).
       01 WS-STRATUM-IDX PIC 9(3).
       01 WS-STRATUM-FOUND PIC 9(3).
       01 WS-STRATUM-DROPPED PIC 9(7).
       01 STRATUM-TABLE.
         05 STRATUM-ENTRY OCCURS 100 TIMES.
           10 ST-KEY PIC X(6).
           10 ST-POPULATION PIC 9(7).
           10 ST-WANTED PIC 9(4).
           10 ST-SEEN PIC 9(7).
       01 WS-POPULATION PIC 9(7).
       01 WS-POP-VALUE PIC 9(13).
       01 WS-REVERSALS PIC 9(4).
       01 WS-CORRECTIONS PIC 9(4).
      *-----------------------
      * Correction journals YEAR-END has rolled over are in
      * CORRECTION-JOURNAL-yyyy.dat; the period's first year up to
      * last year is read before the live file
      *-----------------------
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-SAMPLED PIC 9(4).
       01 WS-RECORD-VALUE PIC 9(9).
       01 WS-IS-REVERSAL PIC X.
      *-----------------------
      * Ordinals picked within each stratum for a random or
      * stratified sample
      *-----------------------
       01 WS-PICK-COUNT PIC 9(4).
       01 WS-PICK-IDX PIC 9(4).
       01 WS-PICK-MAX PIC 9(4) VALUE 999.
       01 WS-PICK-DUP PIC X.
       01 WS-PICK-HIT PIC X.
       01 WS-DRAWN PIC 9(4).
       01 PICK-TABLE.
         05 PICK-ENTRY OCCURS 999 TIMES.
           10 PK-STRATUM PIC 9(3).
           10 PK-ORDINAL PIC 9(7).
      *-----------------------
      * Monetary unit selection - the next selection point and the
      * running value of the population read so far
      *-----------------------
       01 WS-INTERVAL PIC 9(13).
       01 WS-NEXT-POINT PIC 9(13).
       01 WS-CUM-VALUE PIC 9(13).
      *-----------------------
      * Writing the sample
      *-----------------------
       01 WS-ITEM-NO PIC 9(4).
       01 WS-REASON PIC X.
       01 WS-WORKED PIC 9(4).
       01 WS-SAMPLE-ON-FILE PIC X.
       01 WS-IMAGE-AMOUNT PIC 9(7).
      *-----------------------
      * Working the sample
      *-----------------------
       01 WS-MARK-NO PIC 9(4).
       01 WS-MARK-FOUND PIC X.
       01 WS-RESULT PIC X.
       01 WS-COMMENT PIC X(40).
       01 WS-OPEN-ONLY PIC X.
       01 WS-LISTED PIC 9(4).
       01 WS-REASON-TEXT PIC X(18).
       01 WS-RESULT-TEXT PIC X(13).
       01 WS-REG-FOUND PIC X.
       01 WS-LAST-REG PIC X(90).
      *-----------------------
      * Results summary - one line per stratum, the mandatory items
      * on lines of their own
      *-----------------------
       01 WS-RES-COUNT PIC 9(3).
       01 WS-RES-IDX PIC 9(3).
       01 WS-RES-FOUND PIC 9(3).
       01 RESULT-TABLE.
         05 RESULT-ENTRY OCCURS 102 TIMES.
           10 RS-REASON PIC X.
           10 RS-STRATUM PIC X(6).
           10 RS-ITEMS PIC 9(4).
           10 RS-TESTED PIC 9(4).
           10 RS-EXCEPTION PIC 9(4).
           10 RS-UNSUPPORTED PIC 9(4).
           10 RS-OPEN PIC 9(4).
       01 WS-TOT-ITEMS PIC 9(4).
       01 WS-TOT-TESTED PIC 9(4).
       01 WS-TOT-EXCEPTION PIC 9(4).
       01 WS-TOT-UNSUPPORTED PIC 9(4).
       01 WS-TOT-OPEN PIC 9(4).
       01 WS-WORKED-ITEMS PIC 9(4).
       01 WS-FAILED-ITEMS PIC 9(4).
       01 WS-RATE PIC 9(3)V99.
       01 WS-RATE-EDIT PIC ZZ9.99.
       01 WS-LINE-LABEL PIC X(24).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "AUDIT TRANSACTION SAMPLING"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           MOVE "AUDIT-SAMPLE" TO SG-PROGRAM
           MOVE SPACE TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
           CANCEL "SUB-SIGN-ON"
           IF SG-RESULT NOT = "A"
              STOP RUN
           END-IF
           MOVE SG-OPERATOR-ID TO WS-OPERATOR-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           GO TO SAMPLE-MENU.

       SAMPLE-MENU.
           DISPLAY " "
           DISPLAY "(D)RAW A SAMPLE / (W)ORK A SAMPLE / (R)ESULTS ",
                  "SUMMARY / ANY OTHER KEY QUITS : " NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE WS-COMMAND
             WHEN "D"
                PERFORM KEY-SAMPLE-PERIOD
                PERFORM DRAW-SAMPLE
             WHEN "W"
                PERFORM KEY-SAMPLE-PERIOD
                PERFORM SHOW-SAMPLE-HEADER
                IF WS-REG-FOUND = "Y"
                   PERFORM WORK-SAMPLE
                END-IF
             WHEN "R"
                PERFORM KEY-SAMPLE-PERIOD
                PERFORM SHOW-SAMPLE-HEADER
                IF WS-REG-FOUND = "Y"
                   PERFORM RESULTS-SUMMARY
                END-IF
             WHEN OTHER
                STOP RUN
           END-EVALUATE
           GO TO SAMPLE-MENU.

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
           MOVE SPACES TO WS-AUDIT-LIVE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CORRECTION-JOURNAL.dat"
                  DELIMITED BY SIZE INTO WS-AUDIT-LIVE-FILENAME
           END-STRING
           MOVE WS-AUDIT-LIVE-FILENAME TO WS-AUDIT-FILENAME
           MOVE SPACES TO WS-WORK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "AUDIT-SAMPLE.tmp"
                  DELIMITED BY SIZE INTO WS-WORK-FILENAME
           END-STRING
           MOVE SPACES TO WS-REGISTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "AUDIT-SAMPLE-REG.dat"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           END-STRING
           .

       KEY-SAMPLE-PERIOD.
           DISPLAY "PERIOD FROM (YYYYMMDD) : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-FROM-DATE
           DISPLAY "PERIOD TO (YYYYMMDD)   : " NO ADVANCING
           ACCEPT WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-TO-DATE
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "PERIOD ENDS BEFORE IT STARTS - PLEASE ",
                     "RE-ENTER"
              GO TO KEY-SAMPLE-PERIOD
           END-IF
           MOVE SPACES TO WS-SAMPLE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "AUDIT-SAMPLE-" WS-FROM-DATE "-" WS-TO-DATE ".dat"
                  DELIMITED BY SIZE INTO WS-SAMPLE-FILENAME
           END-STRING
           .

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
           END-EVALUATE
           .

      *-----------------------
      * Drawing the sample
      *-----------------------
       DRAW-SAMPLE.
      **
      * A sample the auditor has started working is never replaced;
      * one not yet worked may be drawn again (e.g. with the seed of
      * an earlier draw).
      **
           MOVE 0 TO WS-WORKED
           MOVE "N" TO WS-SAMPLE-ON-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-File
           IF SMP-FSTAT = "00"
              MOVE "Y" TO WS-SAMPLE-ON-FILE
              PERFORM UNTIL WS-EOF = "Y"
                READ SAMPLE-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF SA-RESULT NOT = SPACE
                        ADD 1 TO WS-WORKED
                     END-IF
                END-READ
              END-PERFORM
           END-IF
           CLOSE SAMPLE-File
           IF WS-WORKED > 0
              DISPLAY "THE SAMPLE FOR THIS PERIOD HAS " WS-WORKED,
                     " ITEM(S) WORKED - IT CANNOT BE DRAWN AGAIN"
              EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-ON-FILE = "Y"
              DISPLAY "A SAMPLE NOT YET WORKED IS ON FILE FOR THIS ",
                     "PERIOD - IT WILL BE REPLACED"
           END-IF

           PERFORM KEY-SAMPLE-METHOD
           IF WS-METHOD = SPACE
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STRATUM-COUNT WS-STRATUM-DROPPED
                     WS-POPULATION WS-POP-VALUE WS-REVERSALS
                     WS-FILES-READ
           PERFORM COUNT-POPULATION
           IF WS-FILES-READ = 0
              DISPLAY "NO DAILY FILES FOUND FOR THE PERIOD"
              EXIT PARAGRAPH
           END-IF
           IF WS-STRATUM-DROPPED > 0
              DISPLAY "WARNING: STRATUM TABLE FULL - "
                     WS-STRATUM-DROPPED " RECORD(S) LEFT OUT OF THE ",
                     "POPULATION"
           END-IF
           DISPLAY "POPULATION : " WS-POPULATION " RECORD(S), VALUE ",
                  WS-POP-VALUE
           DISPLAY "AUTHORIZED REVERSALS (ALWAYS INCLUDED) : "
                  WS-REVERSALS

           MOVE WS-SEED TO WS-RAND-STATE
           MOVE 0 TO WS-PICK-COUNT
           EVALUATE WS-METHOD
             WHEN "M"
                PERFORM SET-MONETARY-INTERVAL
             WHEN OTHER
                PERFORM ALLOCATE-SAMPLE
                PERFORM PICK-ORDINALS
           END-EVALUATE

           MOVE 0 TO WS-ITEM-NO WS-SAMPLED WS-CORRECTIONS
           OPEN OUTPUT SAMPLE-File
           PERFORM SELECT-SAMPLE-ITEMS
           PERFORM ADD-CORRECTION-ITEMS
           CLOSE SAMPLE-File
           PERFORM WRITE-REGISTER-LINE

           DISPLAY "----------------------------------------------"
           DISPLAY "SAMPLE DRAWN          : " WS-SAMPLED
           DISPLAY "AUTHORIZED REVERSALS  : " WS-REVERSALS
           DISPLAY "CORRECTION JOURNAL    : " WS-CORRECTIONS
           DISPLAY "ITEMS FOR THE AUDITOR : " WS-ITEM-NO
           DISPLAY "SEED " WS-SEED " - KEY IT BACK IN TO DRAW THIS ",
                  "SAMPLE AGAIN"
           DISPLAY "SAMPLE FILE : " FUNCTION TRIM(WS-SAMPLE-FILENAME)
           .

       KEY-SAMPLE-METHOD.
           MOVE SPACE TO WS-METHOD WS-BASIS
           DISPLAY "METHOD - (R)ANDOM / (S)TRATIFIED / (M)ONETARY ",
                  "UNIT : " NO ADVANCING
           ACCEPT WS-METHOD
           MOVE FUNCTION UPPER-CASE(WS-METHOD) TO WS-METHOD
           IF WS-METHOD NOT = "R" AND WS-METHOD NOT = "S"
              AND WS-METHOD NOT = "M"
              DISPLAY "NO SAMPLE DRAWN"
              MOVE SPACE TO WS-METHOD
              EXIT PARAGRAPH
           END-IF
           IF WS-METHOD = "S"
              DISPLAY "STRATA BY (V)ENDOR / (P)AY METHOD : "
                     NO ADVANCING
              ACCEPT WS-BASIS
              MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS
              IF WS-BASIS NOT = "V" AND WS-BASIS NOT = "P"
                 DISPLAY "NO SAMPLE DRAWN"
                 MOVE SPACE TO WS-METHOD
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "SAMPLE SIZE (1-999) : " NO ADVANCING
           MOVE SPACES TO WS-SIZE-ENTRY
           ACCEPT WS-SIZE-ENTRY
           IF FUNCTION TRIM(WS-SIZE-ENTRY) IS NOT NUMERIC
              DISPLAY "SAMPLE SIZE MUST BE A NUMBER - NO SAMPLE DRAWN"
              MOVE SPACE TO WS-METHOD
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SAMPLE-SIZE = FUNCTION NUMVAL(WS-SIZE-ENTRY)
           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > WS-PICK-MAX
              DISPLAY "SAMPLE SIZE MUST BE 1 TO 999 - NO SAMPLE DRAWN"
              MOVE SPACE TO WS-METHOD
              EXIT PARAGRAPH
           END-IF
           DISPLAY "SEED TO DRAW AN EARLIER SAMPLE AGAIN (BLANK = ",
                  "NEW SEED) : " NO ADVANCING
           MOVE SPACES TO WS-SEED-ENTRY
           ACCEPT WS-SEED-ENTRY
           IF WS-SEED-ENTRY = SPACES
              ACCEPT WS-NOW FROM TIME
              COMPUTE WS-SEED-WORK = WS-TODAY * 100000000 + WS-NOW
              DIVIDE WS-SEED-WORK BY 2147483646 GIVING WS-RAND-QUOT
                     REMAINDER WS-SEED
              ADD 1 TO WS-SEED
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SEED-ENTRY) IS NOT NUMERIC
              DISPLAY "SEED MUST BE A NUMBER - NO SAMPLE DRAWN"
              MOVE SPACE TO WS-METHOD
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEED = FUNCTION NUMVAL(WS-SEED-ENTRY)
           IF WS-SEED = 0 OR WS-SEED > 2147483646
              DISPLAY "SEED MUST BE 1 TO 2147483646 - NO SAMPLE DRAWN"
              MOVE SPACE TO WS-METHOD
           END-IF
           .

       COUNT-POPULATION.
      **
      * First pass over every outlet's daily files for the period:
      * the size (and, for monetary units, the value) of each stratum
      * and the authorized reversals that are always included.
      **
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           PERFORM UNTIL WS-RUN-INT > WS-END-INT
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > OU-COUNT
               PERFORM OPEN-OUTLET-FILE
               IF FSTAT = "00"
                  ADD 1 TO WS-FILES-READ
                  PERFORM UNTIL WS-EOF = "Y"
                    READ PENJUALAN-File NEXT
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                         PERFORM COUNT-ONE-RECORD
                    END-READ
                  END-PERFORM
               END-IF
               CLOSE PENJUALAN-File
             END-PERFORM
             ADD 1 TO WS-RUN-INT
           END-PERFORM
           .

       OPEN-OUTLET-FILE.
           MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-RUN-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           .

       COUNT-ONE-RECORD.
           PERFORM CLASSIFY-RECORD
           IF WS-IS-REVERSAL = "Y"
              ADD 1 TO WS-REVERSALS
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STRATUM
           IF WS-STRATUM-FOUND = 0
              ADD 1 TO WS-STRATUM-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-POPULATION (WS-STRATUM-FOUND)
           ADD 1 TO WS-POPULATION
           ADD WS-RECORD-VALUE TO WS-POP-VALUE
           .

       CLASSIFY-RECORD.
      **
      * A refund or void a supervisor authorized is always in the
      * sample; every other record is in the population sampled, in
      * the stratum of its vendor or PAY-METHOD.
      **
           MOVE "N" TO WS-IS-REVERSAL
           IF (XTRANS-TYPE = "R" OR XTRANS-TYPE = "V")
              AND XAUTH-SUP-ID NOT = SPACES
              MOVE "Y" TO WS-IS-REVERSAL
           END-IF
           COMPUTE WS-RECORD-VALUE = XPENJUALAN + XONGKIR + XTIPS
           MOVE SPACES TO WS-STRATUM-KEY
           IF WS-METHOD = "S"
              IF WS-BASIS = "V"
                 MOVE XVENDOR-CODE TO WS-STRATUM-KEY
              ELSE
                 MOVE XPAY-METHOD TO WS-STRATUM-KEY
              END-IF
           END-IF
           .

       FIND-STRATUM.
      **
      * Entry for WS-STRATUM-KEY, added when it is not in the table
      * yet; WS-STRATUM-FOUND zero means the table is full.
      **
           MOVE 0 TO WS-STRATUM-FOUND
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                     UNTIL WS-STRATUM-IDX > WS-STRATUM-COUNT
             IF ST-KEY (WS-STRATUM-IDX) = WS-STRATUM-KEY
                MOVE WS-STRATUM-IDX TO WS-STRATUM-FOUND
                MOVE WS-STRATUM-COUNT TO WS-STRATUM-IDX
             END-IF
           END-PERFORM
           IF WS-STRATUM-FOUND > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-STRATUM-COUNT NOT < 100
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STRATUM-COUNT
           MOVE WS-STRATUM-COUNT TO WS-STRATUM-FOUND
           MOVE WS-STRATUM-KEY TO ST-KEY (WS-STRATUM-FOUND)
           MOVE 0 TO ST-POPULATION (WS-STRATUM-FOUND)
                     ST-WANTED (WS-STRATUM-FOUND)
                     ST-SEEN (WS-STRATUM-FOUND)
           .

       ALLOCATE-SAMPLE.
      **
      * Proportional allocation, rounded, with at least one item from
      * every stratum and never more than the stratum holds; a
      * random sample is the one-stratum case.  The pick table caps
      * the total.
      **
           IF WS-POPULATION = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                     UNTIL WS-STRATUM-IDX > WS-STRATUM-COUNT
             COMPUTE ST-WANTED (WS-STRATUM-IDX) ROUNDED =
                   WS-SAMPLE-SIZE * ST-POPULATION (WS-STRATUM-IDX)
                   / WS-POPULATION
             IF ST-WANTED (WS-STRATUM-IDX) = 0
                MOVE 1 TO ST-WANTED (WS-STRATUM-IDX)
             END-IF
             IF ST-WANTED (WS-STRATUM-IDX) >
                   ST-POPULATION (WS-STRATUM-IDX)
                MOVE ST-POPULATION (WS-STRATUM-IDX) TO
                      ST-WANTED (WS-STRATUM-IDX)
             END-IF
           END-PERFORM
           .

       PICK-ORDINALS.
      **
      * For each stratum, draw its allocation of distinct positions
      * (1 to the stratum's size, in file order); a stratum sampled
      * in full takes every position without drawing.
      **
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                     UNTIL WS-STRATUM-IDX > WS-STRATUM-COUNT
             MOVE 0 TO WS-DRAWN
             IF ST-WANTED (WS-STRATUM-IDX) =
                   ST-POPULATION (WS-STRATUM-IDX)
                PERFORM VARYING WS-RAND-PICK FROM 1 BY 1
                          UNTIL WS-RAND-PICK >
                                ST-WANTED (WS-STRATUM-IDX)
                   PERFORM ADD-PICK
                END-PERFORM
             ELSE
                PERFORM UNTIL WS-DRAWN = ST-WANTED (WS-STRATUM-IDX)
                               OR WS-PICK-COUNT NOT < WS-PICK-MAX
                   PERFORM NEXT-RANDOM
                   DIVIDE WS-RAND-STATE BY
                          ST-POPULATION (WS-STRATUM-IDX)
                          GIVING WS-RAND-QUOT REMAINDER WS-RAND-PICK
                   ADD 1 TO WS-RAND-PICK
                   PERFORM ADD-PICK
                END-PERFORM
             END-IF
           END-PERFORM
           .

       ADD-PICK.
           IF WS-PICK-COUNT NOT < WS-PICK-MAX
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PICK-DUP
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                     UNTIL WS-PICK-IDX > WS-PICK-COUNT
             IF PK-STRATUM (WS-PICK-IDX) = WS-STRATUM-IDX
                AND PK-ORDINAL (WS-PICK-IDX) = WS-RAND-PICK
                MOVE "Y" TO WS-PICK-DUP
                MOVE WS-PICK-COUNT TO WS-PICK-IDX
             END-IF
           END-PERFORM
           IF WS-PICK-DUP = "Y"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PICK-COUNT
           MOVE WS-STRATUM-IDX TO PK-STRATUM (WS-PICK-COUNT)
           MOVE WS-RAND-PICK TO PK-ORDINAL (WS-PICK-COUNT)
           ADD 1 TO WS-DRAWN
           .

       NEXT-RANDOM.
           COMPUTE WS-RAND-WORK = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-WORK BY 2147483647 GIVING WS-RAND-QUOT
                  REMAINDER WS-RAND-STATE
           .

       SET-MONETARY-INTERVAL.
      **
      * Interval = population value / sample size; the first point is
      * a random rupiah inside the first interval.  A sale worth more
      * than the interval is always picked (once).
      **
           IF WS-POP-VALUE = 0
              MOVE 0 TO WS-INTERVAL WS-NEXT-POINT
              EXIT PARAGRAPH
           END-IF
           DIVIDE WS-POP-VALUE BY WS-SAMPLE-SIZE GIVING WS-INTERVAL
           IF WS-INTERVAL = 0
              MOVE 1 TO WS-INTERVAL
           END-IF
           PERFORM NEXT-RANDOM
           DIVIDE WS-RAND-STATE BY WS-INTERVAL GIVING WS-RAND-QUOT
                  REMAINDER WS-NEXT-POINT
           ADD 1 TO WS-NEXT-POINT
           MOVE 0 TO WS-CUM-VALUE
           DISPLAY "SAMPLING INTERVAL : " WS-INTERVAL
                  "  FIRST POINT : " WS-NEXT-POINT
           .

       SELECT-SAMPLE-ITEMS.
      **
      * Second pass, in the same order as the first, writing each
      * authorized reversal and each record the method picks.
      **
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           PERFORM UNTIL WS-RUN-INT > WS-END-INT
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > OU-COUNT
               PERFORM OPEN-OUTLET-FILE
               IF FSTAT = "00"
                  PERFORM UNTIL WS-EOF = "Y"
                    READ PENJUALAN-File NEXT
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                         PERFORM SELECT-ONE-RECORD
                    END-READ
                  END-PERFORM
               END-IF
               CLOSE PENJUALAN-File
             END-PERFORM
             ADD 1 TO WS-RUN-INT
           END-PERFORM
           .

       SELECT-ONE-RECORD.
           PERFORM CLASSIFY-RECORD
           IF WS-IS-REVERSAL = "Y"
              MOVE "A" TO WS-REASON
              PERFORM WRITE-RECORD-ITEM
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STRATUM
           IF WS-STRATUM-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PICK-HIT
           IF WS-METHOD = "M"
              PERFORM CHECK-MONETARY-HIT
           ELSE
              ADD 1 TO ST-SEEN (WS-STRATUM-FOUND)
              PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                        UNTIL WS-PICK-IDX > WS-PICK-COUNT
                IF PK-STRATUM (WS-PICK-IDX) = WS-STRATUM-FOUND
                   AND PK-ORDINAL (WS-PICK-IDX) =
                       ST-SEEN (WS-STRATUM-FOUND)
                   MOVE "Y" TO WS-PICK-HIT
                   MOVE WS-PICK-COUNT TO WS-PICK-IDX
                END-IF
              END-PERFORM
           END-IF
           IF WS-PICK-HIT = "Y"
              MOVE "S" TO WS-REASON
              ADD 1 TO WS-SAMPLED
              PERFORM WRITE-RECORD-ITEM
           END-IF
           .

       CHECK-MONETARY-HIT.
           IF WS-INTERVAL = 0 OR WS-RECORD-VALUE = 0
              EXIT PARAGRAPH
           END-IF
           ADD WS-RECORD-VALUE TO WS-CUM-VALUE
           IF WS-NEXT-POINT > WS-CUM-VALUE
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PICK-HIT
           PERFORM UNTIL WS-NEXT-POINT > WS-CUM-VALUE
             ADD WS-INTERVAL TO WS-NEXT-POINT
           END-PERFORM
           .

       WRITE-RECORD-ITEM.
           MOVE SPACES TO AUDIT-SAMPLE-RECORD
           ADD 1 TO WS-ITEM-NO
           MOVE WS-ITEM-NO TO SA-ITEM-NO
           MOVE WS-REASON TO SA-SELECT-REASON
           IF WS-REASON = "S"
              MOVE WS-STRATUM-KEY TO SA-STRATUM
           END-IF
           MOVE WS-RUN-DATE TO SA-BUSINESS-DATE
           MOVE OU-CODE (WS-OUT-IDX) TO SA-OUTLET-CODE
           MOVE XSEQ-NO TO SA-SEQ-NO
           MOVE XVENDOR-CODE TO SA-VENDOR-CODE
           MOVE XTRANS-TYPE TO SA-TRANS-TYPE
           MOVE XPAY-METHOD TO SA-PAY-METHOD
           MOVE WS-RECORD-VALUE TO SA-AMOUNT
           MOVE XOPERATOR-ID TO SA-OPERATOR-ID
           MOVE XAUTH-SUP-ID TO SA-AUTH-SUP-ID
           MOVE 0 TO SA-JOURNAL-DATE SA-JOURNAL-TIME SA-RESULT-DATE
           WRITE AUDIT-SAMPLE-RECORD
           .

       ADD-CORRECTION-ITEMS.
      **
      * Every correction journal record for a business date in the
      * period, whichever outlet it was made at; the transaction is
      * described from the before image.  A correction to a date in
      * the period can have been rolled over in that year or any
      * later one, so the history files from the period's first year
      * up to last year are read before the live journal.
      **
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-FROM-DATE (1:4) TO WS-HIST-YEAR
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
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-File
           IF AUD-FSTAT NOT = "00"
              CLOSE AUDIT-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ AUDIT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CJ-BUSINESS-DATE NOT < WS-FROM-DATE
                     AND CJ-BUSINESS-DATE NOT > WS-TO-DATE
                     PERFORM WRITE-CORRECTION-ITEM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-File
           .

       WRITE-CORRECTION-ITEM.
           MOVE SPACES TO AUDIT-SAMPLE-RECORD
           ADD 1 TO WS-ITEM-NO
           ADD 1 TO WS-CORRECTIONS
           MOVE WS-ITEM-NO TO SA-ITEM-NO
           MOVE "J" TO SA-SELECT-REASON
           MOVE CJ-BUSINESS-DATE TO SA-BUSINESS-DATE
           MOVE CJ-BEFORE-IMAGE (157:3) TO SA-OUTLET-CODE
           IF CJ-BEFORE-IMAGE (116:4) IS NUMERIC
              MOVE CJ-BEFORE-IMAGE (116:4) TO SA-SEQ-NO
           ELSE
              MOVE 0 TO SA-SEQ-NO
           END-IF
           MOVE CJ-BEFORE-IMAGE (1:6) TO SA-VENDOR-CODE
           MOVE CJ-BEFORE-IMAGE (82:1) TO SA-TRANS-TYPE
           MOVE CJ-BEFORE-IMAGE (105:1) TO SA-PAY-METHOD
           MOVE 0 TO SA-AMOUNT
           IF CJ-BEFORE-IMAGE (35:7) IS NUMERIC
              MOVE CJ-BEFORE-IMAGE (35:7) TO WS-IMAGE-AMOUNT
              ADD WS-IMAGE-AMOUNT TO SA-AMOUNT
           END-IF
           IF CJ-BEFORE-IMAGE (42:7) IS NUMERIC
              MOVE CJ-BEFORE-IMAGE (42:7) TO WS-IMAGE-AMOUNT
              ADD WS-IMAGE-AMOUNT TO SA-AMOUNT
           END-IF
           IF CJ-BEFORE-IMAGE (49:7) IS NUMERIC
              MOVE CJ-BEFORE-IMAGE (49:7) TO WS-IMAGE-AMOUNT
              ADD WS-IMAGE-AMOUNT TO SA-AMOUNT
           END-IF
           MOVE CJ-OPERATOR TO SA-OPERATOR-ID
           MOVE CJ-BEFORE-IMAGE (106:10) TO SA-AUTH-SUP-ID
           MOVE CJ-DATE TO SA-JOURNAL-DATE
           MOVE CJ-TIME TO SA-JOURNAL-TIME
           MOVE CJ-ACTION TO SA-JOURNAL-ACTION
           MOVE CJ-REASON-CODE TO SA-REASON-CODE
           MOVE 0 TO SA-RESULT-DATE
           WRITE AUDIT-SAMPLE-RECORD
           .

       WRITE-REGISTER-LINE.
           MOVE SPACES TO SAMPLE-REG-RECORD
           MOVE WS-FROM-DATE TO RG-FROM-DATE
           MOVE WS-TO-DATE TO RG-TO-DATE
           MOVE WS-METHOD TO RG-METHOD
           MOVE WS-BASIS TO RG-BASIS
           MOVE WS-SEED TO RG-SEED
           MOVE WS-SAMPLE-SIZE TO RG-REQUESTED
           MOVE WS-POPULATION TO RG-POPULATION
           MOVE WS-POP-VALUE TO RG-POP-VALUE
           MOVE WS-SAMPLED TO RG-SAMPLED
           MOVE WS-REVERSALS TO RG-REVERSALS
           MOVE WS-CORRECTIONS TO RG-CORRECTIONS
           MOVE WS-OPERATOR-ID TO RG-DRAWN-BY
           ACCEPT RG-DRAWN-DATE FROM DATE YYYYMMDD
           ACCEPT RG-DRAWN-TIME FROM TIME
           OPEN EXTEND SAMPLE-REG-File
           IF REG-FSTAT = "35"
              OPEN OUTPUT SAMPLE-REG-File
           END-IF
           WRITE SAMPLE-REG-RECORD
           CLOSE SAMPLE-REG-File
           .

      *-----------------------
      * Working the sample
      *-----------------------
       SHOW-SAMPLE-HEADER.
      **
      * The latest register line for the period describes the sample
      * on file (an earlier draw for the period was replaced by it).
      **
           MOVE "N" TO WS-REG-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-REG-File
           IF REG-FSTAT = "00"
              PERFORM UNTIL WS-EOF = "Y"
                READ SAMPLE-REG-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF RG-FROM-DATE = WS-FROM-DATE
                        AND RG-TO-DATE = WS-TO-DATE
                        MOVE "Y" TO WS-REG-FOUND
                        MOVE SAMPLE-REG-RECORD TO WS-LAST-REG
                     END-IF
                END-READ
              END-PERFORM
           END-IF
           CLOSE SAMPLE-REG-File
           IF WS-REG-FOUND = "N"
              DISPLAY "NO SAMPLE HAS BEEN DRAWN FOR THAT PERIOD"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-REG TO SAMPLE-REG-RECORD
           EVALUATE TRUE
             WHEN RG-METHOD = "M"
                DISPLAY "MONETARY UNIT SAMPLE" NO ADVANCING
             WHEN RG-METHOD = "S" AND RG-BASIS = "V"
                DISPLAY "STRATIFIED BY VENDOR" NO ADVANCING
             WHEN RG-METHOD = "S"
                DISPLAY "STRATIFIED BY PAY METHOD" NO ADVANCING
             WHEN OTHER
                DISPLAY "RANDOM SAMPLE" NO ADVANCING
           END-EVALUATE
           DISPLAY " " RG-FROM-DATE " TO " RG-TO-DATE ", SEED "
                  RG-SEED
           DISPLAY "DRAWN " RG-DRAWN-DATE " BY " RG-DRAWN-BY
                  " - " RG-SAMPLED " SAMPLED FROM " RG-POPULATION
                  ", " RG-REVERSALS " REVERSAL(S), "
                  RG-CORRECTIONS " CORRECTION(S)"
           .

       WORK-SAMPLE.
           DISPLAY " "
           DISPLAY "(L)IST ALL ITEMS / (O)PEN ITEMS ONLY / (M)ARK AN ",
                  "ITEM / (R)ESULTS SUMMARY / ANY OTHER KEY ENDS : "
                  NO ADVANCING
           ACCEPT WS-COMMAND
           MOVE FUNCTION UPPER-CASE(WS-COMMAND) TO WS-COMMAND
           EVALUATE WS-COMMAND
             WHEN "L"
                MOVE "N" TO WS-OPEN-ONLY
                PERFORM LIST-SAMPLE-ITEMS
             WHEN "O"
                MOVE "Y" TO WS-OPEN-ONLY
                PERFORM LIST-SAMPLE-ITEMS
             WHEN "M"
                PERFORM MARK-SAMPLE-ITEM
             WHEN "R"
                PERFORM RESULTS-SUMMARY
             WHEN OTHER
                EXIT PARAGRAPH
           END-EVALUATE
           GO TO WORK-SAMPLE.

       LIST-SAMPLE-ITEMS.
           MOVE 0 TO WS-LISTED
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-File
           IF SMP-FSTAT NOT = "00"
              DISPLAY "SAMPLE FILE IS MISSING - DRAW THE SAMPLE AGAIN"
              CLOSE SAMPLE-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SAMPLE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WS-OPEN-ONLY = "N" OR SA-RESULT = SPACE
                     ADD 1 TO WS-LISTED
                     PERFORM DISPLAY-SAMPLE-ITEM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE SAMPLE-File
           DISPLAY "----------------------------------------------"
           DISPLAY "ITEMS LISTED : " WS-LISTED
           .

       DISPLAY-SAMPLE-ITEM.
           EVALUATE SA-SELECT-REASON
             WHEN "A"
                MOVE "AUTH REVERSAL" TO WS-REASON-TEXT
             WHEN "J"
                MOVE "CORRECTION JOURNAL" TO WS-REASON-TEXT
             WHEN OTHER
                MOVE "SAMPLED" TO WS-REASON-TEXT
           END-EVALUATE
           EVALUATE SA-RESULT
             WHEN "T"
                MOVE "TESTED" TO WS-RESULT-TEXT
             WHEN "E"
                MOVE "EXCEPTION" TO WS-RESULT-TEXT
             WHEN "N"
                MOVE "NOT SUPPORTED" TO WS-RESULT-TEXT
             WHEN OTHER
                MOVE "OPEN" TO WS-RESULT-TEXT
           END-EVALUATE
           DISPLAY SA-ITEM-NO " " WS-REASON-TEXT " " SA-STRATUM
                  " DATE " SA-BUSINESS-DATE " OUTLET " SA-OUTLET-CODE
                  " SEQ " SA-SEQ-NO " - " WS-RESULT-TEXT
           DISPLAY "     VENDOR " SA-VENDOR-CODE " TYPE "
                  SA-TRANS-TYPE " PAY " SA-PAY-METHOD " AMOUNT "
                  SA-AMOUNT " OPERATOR " SA-OPERATOR-ID
           IF SA-AUTH-SUP-ID NOT = SPACES
              DISPLAY "     AUTHORIZED BY " SA-AUTH-SUP-ID
           END-IF
           IF SA-SELECT-REASON = "J"
              DISPLAY "     JOURNAL " SA-JOURNAL-DATE " "
                     SA-JOURNAL-TIME " ACTION " SA-JOURNAL-ACTION
                     " REASON " SA-REASON-CODE
           END-IF
           IF SA-RESULT NOT = SPACE
              DISPLAY "     " SA-AUDITOR " " SA-RESULT-DATE " : "
                     SA-COMMENT
           END-IF
           .

       MARK-SAMPLE-ITEM.
           DISPLAY "ITEM NUMBER : " NO ADVANCING
           MOVE 0 TO WS-MARK-NO
           ACCEPT WS-MARK-NO
           IF WS-MARK-NO = 0
              DISPLAY "NOTHING DONE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "(T)ESTED / (E)XCEPTION / (N)OT SUPPORTED / ",
                  "(C)LEAR THE MARK : " NO ADVANCING
           ACCEPT WS-RESULT
           MOVE FUNCTION UPPER-CASE(WS-RESULT) TO WS-RESULT
           IF WS-RESULT NOT = "T" AND WS-RESULT NOT = "E"
              AND WS-RESULT NOT = "N" AND WS-RESULT NOT = "C"
              DISPLAY "NOTHING DONE"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMENT
           IF WS-RESULT NOT = "C"
              DISPLAY "COMMENT : " NO ADVANCING
              ACCEPT WS-COMMENT
              IF WS-COMMENT = SPACES AND WS-RESULT NOT = "T"
                 DISPLAY "A COMMENT IS REQUIRED FOR AN EXCEPTION OR ",
                        "AN ITEM NOT SUPPORTED"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE "N" TO WS-MARK-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-File
           IF SMP-FSTAT NOT = "00"
              DISPLAY "SAMPLE FILE IS MISSING - DRAW THE SAMPLE AGAIN"
              CLOSE SAMPLE-File
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAMPLE-WORK-File
           PERFORM UNTIL WS-EOF = "Y"
             READ SAMPLE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF SA-ITEM-NO = WS-MARK-NO
                     MOVE "Y" TO WS-MARK-FOUND
                     IF WS-RESULT = "C"
                        MOVE SPACE TO SA-RESULT
                        MOVE SPACES TO SA-AUDITOR SA-COMMENT
                        MOVE 0 TO SA-RESULT-DATE
                     ELSE
                        MOVE WS-RESULT TO SA-RESULT
                        MOVE WS-OPERATOR-ID TO SA-AUDITOR
                        MOVE WS-TODAY TO SA-RESULT-DATE
                        MOVE WS-COMMENT TO SA-COMMENT
                     END-IF
                  END-IF
                  MOVE AUDIT-SAMPLE-RECORD TO SAMPLE-WORK-RECORD
                  WRITE SAMPLE-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE SAMPLE-File
           CLOSE SAMPLE-WORK-File

           IF WS-MARK-FOUND = "N"
              DISPLAY "NO ITEM " WS-MARK-NO " IN THE SAMPLE - NO ",
                     "CHANGES"
              EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SAMPLE-File
           OPEN INPUT SAMPLE-WORK-File
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ SAMPLE-WORK-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE SAMPLE-WORK-RECORD TO AUDIT-SAMPLE-RECORD
                  WRITE AUDIT-SAMPLE-RECORD
             END-READ
           END-PERFORM
           CLOSE SAMPLE-WORK-File
           CLOSE SAMPLE-File
           DISPLAY "ITEM " WS-MARK-NO " MARKED"
           .

      *-----------------------
      * Results summary
      *-----------------------
       RESULTS-SUMMARY.
      **
      * Exception rate = items marked exception or not supported, as
      * a percentage of the items worked so far.  The drawn items are
      * summarized per stratum; the reversals and corrections were
      * taken in full and are shown on their own.
      **
           MOVE 0 TO WS-RES-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SAMPLE-File
           IF SMP-FSTAT NOT = "00"
              DISPLAY "SAMPLE FILE IS MISSING - DRAW THE SAMPLE AGAIN"
              CLOSE SAMPLE-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ SAMPLE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  PERFORM ADD-ITEM-TO-RESULTS
             END-READ
           END-PERFORM
           CLOSE SAMPLE-File

           MOVE 0 TO WS-TOT-ITEMS WS-TOT-TESTED WS-TOT-EXCEPTION
                     WS-TOT-UNSUPPORTED WS-TOT-OPEN
           DISPLAY " "
           DISPLAY "AUDIT SAMPLE RESULTS " WS-FROM-DATE " TO "
                  WS-TO-DATE
           DISPLAY "STRATUM                  ITEM  TSTD  EXCP  NSUP",
                  "  OPEN  EXC %"
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > WS-RES-COUNT
             PERFORM PRINT-RESULT-LINE
           END-PERFORM
           DISPLAY "----------------------------------------------"
           MOVE "TOTAL" TO WS-LINE-LABEL
           COMPUTE WS-WORKED-ITEMS = WS-TOT-TESTED + WS-TOT-EXCEPTION
                 + WS-TOT-UNSUPPORTED
           COMPUTE WS-FAILED-ITEMS = WS-TOT-EXCEPTION
                 + WS-TOT-UNSUPPORTED
           PERFORM CALC-EXCEPTION-RATE
           DISPLAY WS-LINE-LABEL " " WS-TOT-ITEMS "  " WS-TOT-TESTED
                  "  " WS-TOT-EXCEPTION "  " WS-TOT-UNSUPPORTED "  "
                  WS-TOT-OPEN "  " WS-RATE-EDIT
           DISPLAY "EXC % = EXCEPTIONS AND ITEMS NOT SUPPORTED AS A ",
                  "PERCENTAGE OF THE ITEMS WORKED"
           IF WS-TOT-OPEN > 0
              DISPLAY WS-TOT-OPEN " ITEM(S) NOT YET WORKED - THE ",
                     "RATES COVER THE WORKED ITEMS ONLY"
           END-IF
           .

       ADD-ITEM-TO-RESULTS.
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > WS-RES-COUNT
             IF RS-REASON (WS-RES-IDX) = SA-SELECT-REASON
                AND RS-STRATUM (WS-RES-IDX) = SA-STRATUM
                MOVE WS-RES-IDX TO WS-RES-FOUND
                MOVE WS-RES-COUNT TO WS-RES-IDX
             END-IF
           END-PERFORM
           IF WS-RES-FOUND = 0
              IF WS-RES-COUNT NOT < 102
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-RES-COUNT
              MOVE WS-RES-COUNT TO WS-RES-FOUND
              MOVE SA-SELECT-REASON TO RS-REASON (WS-RES-FOUND)
              MOVE SA-STRATUM TO RS-STRATUM (WS-RES-FOUND)
              MOVE 0 TO RS-ITEMS (WS-RES-FOUND)
                        RS-TESTED (WS-RES-FOUND)
                        RS-EXCEPTION (WS-RES-FOUND)
                        RS-UNSUPPORTED (WS-RES-FOUND)
                        RS-OPEN (WS-RES-FOUND)
           END-IF
           ADD 1 TO RS-ITEMS (WS-RES-FOUND)
           EVALUATE SA-RESULT
             WHEN "T"
                ADD 1 TO RS-TESTED (WS-RES-FOUND)
             WHEN "E"
                ADD 1 TO RS-EXCEPTION (WS-RES-FOUND)
             WHEN "N"
                ADD 1 TO RS-UNSUPPORTED (WS-RES-FOUND)
             WHEN OTHER
                ADD 1 TO RS-OPEN (WS-RES-FOUND)
           END-EVALUATE
           .

       PRINT-RESULT-LINE.
           MOVE SPACES TO WS-LINE-LABEL
           EVALUATE TRUE
             WHEN RS-REASON (WS-RES-IDX) = "A"
                MOVE "AUTHORIZED REVERSALS" TO WS-LINE-LABEL
             WHEN RS-REASON (WS-RES-IDX) = "J"
                MOVE "CORRECTION JOURNAL" TO WS-LINE-LABEL
             WHEN RS-STRATUM (WS-RES-IDX) = SPACES
                MOVE "WHOLE POPULATION" TO WS-LINE-LABEL
             WHEN OTHER
                STRING "STRATUM " RS-STRATUM (WS-RES-IDX)
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
                END-STRING
           END-EVALUATE
           COMPUTE WS-WORKED-ITEMS = RS-TESTED (WS-RES-IDX)
                 + RS-EXCEPTION (WS-RES-IDX)
                 + RS-UNSUPPORTED (WS-RES-IDX)
           COMPUTE WS-FAILED-ITEMS = RS-EXCEPTION (WS-RES-IDX)
                 + RS-UNSUPPORTED (WS-RES-IDX)
           PERFORM CALC-EXCEPTION-RATE
           DISPLAY WS-LINE-LABEL " " RS-ITEMS (WS-RES-IDX) "  "
                  RS-TESTED (WS-RES-IDX) "  "
                  RS-EXCEPTION (WS-RES-IDX) "  "
                  RS-UNSUPPORTED (WS-RES-IDX) "  "
                  RS-OPEN (WS-RES-IDX) "  " WS-RATE-EDIT
           ADD RS-ITEMS (WS-RES-IDX) TO WS-TOT-ITEMS
           ADD RS-TESTED (WS-RES-IDX) TO WS-TOT-TESTED
           ADD RS-EXCEPTION (WS-RES-IDX) TO WS-TOT-EXCEPTION
           ADD RS-UNSUPPORTED (WS-RES-IDX) TO WS-TOT-UNSUPPORTED
           ADD RS-OPEN (WS-RES-IDX) TO WS-TOT-OPEN
           .

       CALC-EXCEPTION-RATE.
           MOVE 0 TO WS-RATE
           IF WS-WORKED-ITEMS > 0
              COMPUTE WS-RATE ROUNDED =
                    WS-FAILED-ITEMS * 100 / WS-WORKED-ITEMS
           END-IF
           MOVE WS-RATE TO WS-RATE-EDIT
           .
      ** add other procedures here
       END PROGRAM AUDIT-SAMPLE.
