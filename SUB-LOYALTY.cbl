      ******************************************************************
      * Author:
      * Date: 06 OCT 2026
      * Purpose: Loyalty points lookups for the entry programs and the
      *          loyalty posting.  Mode "Q" finds the customer on
      *          CUSTOMER.dat by phone and works out the points
      *          balance: every posted line on LOYALTY-LEDGER.dat
      *          plus the sales and refunds carrying the phone on the
      *          daily files (every outlet) and PENJUALAN.dat for the
      *          dates LOYALTY-POST has not posted yet, up to the
      *          business date.  Mode "E" returns the points an
      *          amount of net PENJUALAN earns at the rate in force on
      *          a date (LOYALTY-RATE.dat) - the one place the earn
      *          rule lives, so the balance shown at entry and the
      *          points posted always agree.  The rate table is kept
      *          between calls until the caller cancels the program.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-LOYALTY.
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
         SELECT CUSTOMER-File
             ASSIGN TO WS-CUSTOMER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CU-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LOYALTY-RATE-File
             ASSIGN TO WS-RATE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LOYALTY-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PENJUALAN-File
             ASSIGN TO WS-PENJUALAN-FILENAME
          ORGANIZATION IS INDEXED
          RECORD KEY IS XKEY WITH DUPLICATES
          FILE STATUS FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD CUSTOMER-File.
       COPY "copybooks/CUSTOMER-REC.cpy".
       FD LOYALTY-RATE-File.
       COPY "copybooks/LOYRATE-REC.cpy".
       FD LOYALTY-LEDGER-File.
       COPY "copybooks/LOYLED-REC.cpy".
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 CU-FSTAT PIC 99.
       01 LR-FSTAT PIC 99.
       01 LL-FSTAT PIC 99.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X.
      *-----------------------
      * Unposted sales come from every outlet's daily files (see
      * SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-CUSTOMER-FILENAME PIC X(60).
       01 WS-RATE-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-POSTED-DATE PIC 9(8).
       01 WS-START-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).
      *-----------------------
      * Earn rate history, loaded on the first call
      *-----------------------
       01 WS-RATES-LOADED PIC X VALUE "N".
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-IDX PIC 9(3).
       01 WS-RATE-FOUND PIC 9(3).
       01 LOYALTY-RATE-TABLE.
         05 RT-ENTRY OCCURS 50 TIMES.
           10 RT-EFF-DATE PIC 9(8).
           10 RT-SPEND-PER-POINT PIC 9(7).
           10 RT-POINT-VALUE PIC 9(5).
       01 WS-EARN-DATE PIC 9(8).
       01 WS-EARN-AMOUNT PIC S9(9).
       01 WS-EARN-POINTS PIC S9(9).
       01 WS-EARN-SPP PIC 9(7).
       01 WS-EARN-VALUE PIC 9(5).

       LINKAGE SECTION.
       COPY "copybooks/LOYALTY-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING WS-LOYALTY-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           IF WS-RATES-LOADED = "N"
              PERFORM LOAD-CONTROL
              PERFORM LOAD-RATES
              MOVE "Y" TO WS-RATES-LOADED
           END-IF
           MOVE LQ-DATE TO WS-EARN-DATE
           MOVE 0 TO WS-EARN-AMOUNT
           PERFORM COMPUTE-EARN
           MOVE WS-EARN-SPP TO LQ-SPEND-PER-POINT
           MOVE WS-EARN-VALUE TO LQ-POINT-VALUE
           IF LQ-MODE = "E"
              MOVE LQ-AMOUNT TO WS-EARN-AMOUNT
              PERFORM COMPUTE-EARN
              MOVE WS-EARN-POINTS TO LQ-POINTS
              GOBACK
           END-IF
           MOVE "N" TO LQ-RESULT
           MOVE SPACES TO LQ-NAME
           MOVE 0 TO LQ-BALANCE LQ-POINTS
           PERFORM LOOKUP-CUSTOMER
           PERFORM SUM-LEDGER
           PERFORM SET-UNPOSTED-START
           PERFORM SUM-UNPOSTED-DAYS
           PERFORM SUM-UNPOSTED-PENJUALAN
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
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-CUSTOMER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CUSTOMER.dat"
                  DELIMITED BY SIZE INTO WS-CUSTOMER-FILENAME
           END-STRING
           MOVE SPACES TO WS-RATE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-RATE.dat"
                  DELIMITED BY SIZE INTO WS-RATE-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           .

       LOAD-RATES.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LOYALTY-RATE-File
           IF LR-FSTAT NOT = "00"
              CLOSE LOYALTY-RATE-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ LOYALTY-RATE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF WS-RATE-COUNT < 50
                     AND LR-EFF-DATE IS NUMERIC
                     ADD 1 TO WS-RATE-COUNT
                     MOVE LR-EFF-DATE TO RT-EFF-DATE (WS-RATE-COUNT)
                     MOVE LR-SPEND-PER-POINT
                       TO RT-SPEND-PER-POINT (WS-RATE-COUNT)
                     MOVE LR-POINT-VALUE
                       TO RT-POINT-VALUE (WS-RATE-COUNT)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE LOYALTY-RATE-File
           .

       COMPUTE-EARN.
      **
      * Whole points for WS-EARN-AMOUNT at the row with the latest
      * effective date not after WS-EARN-DATE; the remainder is
      * dropped, never rounded up.
      **
           MOVE 0 TO WS-EARN-POINTS WS-EARN-SPP WS-EARN-VALUE
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF RT-EFF-DATE (WS-RATE-IDX) NOT > WS-EARN-DATE
                IF WS-RATE-FOUND = 0
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
                ELSE
                   IF RT-EFF-DATE (WS-RATE-IDX) >
                      RT-EFF-DATE (WS-RATE-FOUND)
                      MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   END-IF
                END-IF
             END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE RT-SPEND-PER-POINT (WS-RATE-FOUND) TO WS-EARN-SPP
           MOVE RT-POINT-VALUE (WS-RATE-FOUND) TO WS-EARN-VALUE
           IF WS-EARN-SPP > 0 AND WS-EARN-AMOUNT > 0
              COMPUTE WS-EARN-POINTS = WS-EARN-AMOUNT / WS-EARN-SPP
           END-IF
           .

       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-EOF
           OPEN INPUT CUSTOMER-File
           IF CU-FSTAT NOT = "00"
              CLOSE CUSTOMER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CUSTOMER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CU-PHONE = LQ-PHONE
                     MOVE CU-NAME TO LQ-NAME
                     IF CU-ACTIVE-FLAG = "I"
                        MOVE "I" TO LQ-RESULT
                     ELSE
                        MOVE "A" TO LQ-RESULT
                     END-IF
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CUSTOMER-File
           .

       SUM-LEDGER.
      **
      * Posted lines for the customer, and the latest business date
      * posted at all - dates after it are still only on the daily
      * files.
      **
           MOVE 0 TO WS-POSTED-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT LOYALTY-LEDGER-File
           IF LL-FSTAT NOT = "00"
              CLOSE LOYALTY-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ LOYALTY-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF LL-ENTRY-TYPE = "D"
                     IF LL-DATE > WS-POSTED-DATE
                        MOVE LL-DATE TO WS-POSTED-DATE
                     END-IF
                  END-IF
                  IF LL-PHONE = LQ-PHONE
                     EVALUATE LL-ENTRY-TYPE
                       WHEN "E"
                       WHEN "G"
                          ADD LL-POINTS TO LQ-BALANCE
                       WHEN "T"
                       WHEN "R"
                       WHEN "X"
                          SUBTRACT LL-POINTS FROM LQ-BALANCE
                     END-EVALUATE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE LOYALTY-LEDGER-File
           .

       SET-UNPOSTED-START.
      **
      * Nothing posted yet means the scheme starts on the business
      * date; otherwise the day after the last posted date, looking
      * back no more than 31 days.
      **
           IF WS-POSTED-DATE = 0
              MOVE LQ-DATE TO WS-START-DATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUN-INT =
                 FUNCTION INTEGER-OF-DATE(WS-POSTED-DATE) + 1
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LQ-DATE) - 31
           IF WS-RUN-INT < WS-END-INT
              MOVE WS-END-INT TO WS-RUN-INT
           END-IF
           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
           .

       SUM-UNPOSTED-DAYS.
           IF WS-START-DATE > LQ-DATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LQ-DATE)
           PERFORM UNTIL WS-RUN-INT > WS-END-INT
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
             PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > OU-COUNT
               MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
               MOVE SPACES TO WS-PENJUALAN-FILENAME
               STRING FUNCTION TRIM(WS-FILE-BASE)
                      "FOOD-DELIVERY-" WS-RUN-DATE
                      DELIMITED BY SIZE
                      WS-OUTLET-SUFFIX DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-PENJUALAN-FILENAME
               END-STRING
               PERFORM SUM-ONE-FILE
             END-PERFORM
             ADD 1 TO WS-RUN-INT
           END-PERFORM
           .

       SUM-UNPOSTED-PENJUALAN.
           IF WS-START-DATE > LQ-DATE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM SUM-ONE-FILE
           .

       SUM-ONE-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XCUST-PHONE = LQ-PHONE
                     AND XLOY-POINTS IS NUMERIC
                     AND XLOY-VALUE IS NUMERIC
                     AND XTRANXDATE >= WS-START-DATE
                     AND XTRANXDATE <= LQ-DATE
                     PERFORM ADD-UNPOSTED-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-UNPOSTED-RECORD.
      **
      * Same rule LOYALTY-POST applies: a sale earns on its
      * PENJUALAN less the value redeemed against it, a refund takes
      * back what that much of the sale earned at the original date's
      * rate; a VOID moves nothing.  An inactive customer earns
      * nothing.
      **
           COMPUTE WS-EARN-AMOUNT = XPENJUALAN - XLOY-VALUE
           EVALUATE XTRANS-TYPE
             WHEN "S"
                MOVE XTRANXDATE TO WS-EARN-DATE
                PERFORM COMPUTE-EARN
                IF LQ-RESULT NOT = "I"
                   ADD WS-EARN-POINTS TO LQ-BALANCE
                END-IF
                SUBTRACT XLOY-POINTS FROM LQ-BALANCE
             WHEN "R"
                MOVE XTRANXDATE TO WS-EARN-DATE
                IF XORIG-DATE IS NUMERIC AND XORIG-DATE > 0
                   MOVE XORIG-DATE TO WS-EARN-DATE
                END-IF
                PERFORM COMPUTE-EARN
                IF LQ-RESULT NOT = "I"
                   SUBTRACT WS-EARN-POINTS FROM LQ-BALANCE
                END-IF
                ADD XLOY-POINTS TO LQ-BALANCE
             WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      ** add other procedures here
       END PROGRAM SUB-LOYALTY.
