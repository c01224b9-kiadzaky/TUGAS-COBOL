      ******************************************************************
      * Author:
      * Date: 14 SEP 2026
      * Purpose: Corporate customer credit check for on-account
      *          sales.  Looks the account up in CORP-ACCOUNT.dat
      *          (found / active / name / credit limit) and works out
      *          what the customer already owes us: the receivables
      *          ledger balance (invoices less payments, see
      *          ARLED-REC) plus every on-account sale not yet
      *          invoiced - the FOOD-DELIVERY daily files and
      *          PENJUALAN.dat from the day after the last invoiced
      *          month (or the day the account was opened) up to the
      *          business date.  CC-OVER "Y" when that exposure plus
      *          the order in CC-AMOUNT would exceed the credit limit;
      *          the entry programs refuse the order.  CC-AMOUNT may
      *          be zero for a plain lookup.
      * Tectonics: cobc
      * Modification History:
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it; not-yet-
      *                 invoiced on-account sales count net of the
      *                 discount.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.
      *                 Unbilled charges are summed across every
      *                 outlet's daily files.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed come
      *                 off the unbilled amount like a promo discount.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-AR-CREDIT.
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
         SELECT CORP-ACCOUNT-File
             ASSIGN TO WS-ACCOUNT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CA-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT AR-LEDGER-File
             ASSIGN TO WS-LEDGER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ARL-FSTAT
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
       FD CORP-ACCOUNT-File.
       COPY "copybooks/CORPACCT-REC.cpy".
       FD AR-LEDGER-File.
       COPY "copybooks/ARLED-REC.cpy".
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
       01 CA-FSTAT PIC 99.
       01 ARL-FSTAT PIC 99.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X.
      *-----------------------
      * An account's unbilled sales come from every outlet's daily
      * files (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-ACCOUNT-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-OPENED-DATE PIC 9(8).
       01 WS-LAST-PERIOD PIC 9(6).
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-START-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-INT PIC 9(7).
       01 WS-END-INT PIC 9(7).

       LINKAGE SECTION.
       01 L-CREDIT-REQUEST.
         05 CC-ACCOUNT PIC X(6).
         05 CC-BUSINESS-DATE PIC 9(8).
         05 CC-AMOUNT PIC 9(9).
         05 CC-FOUND PIC X.
         05 CC-ACTIVE PIC X.
         05 CC-NAME PIC X(20).
         05 CC-CREDIT-LIMIT PIC 9(9).
         05 CC-BILLED PIC S9(11).
         05 CC-UNBILLED PIC S9(11).
         05 CC-EXPOSURE PIC S9(11).
         05 CC-OVER PIC X.
      *-----------------------
       PROCEDURE DIVISION USING L-CREDIT-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE "N" TO CC-FOUND
           MOVE "N" TO CC-ACTIVE
           MOVE "N" TO CC-OVER
           MOVE SPACES TO CC-NAME
           MOVE 0 TO CC-CREDIT-LIMIT CC-BILLED CC-UNBILLED
                     CC-EXPOSURE
           PERFORM LOAD-CONTROL
           PERFORM LOOKUP-ACCOUNT
           IF CC-FOUND = "N" OR CC-ACTIVE = "N"
              GOBACK
           END-IF
           PERFORM SUM-LEDGER
           PERFORM SET-UNBILLED-START
           PERFORM SUM-UNBILLED-DAYS
           PERFORM SUM-UNBILLED-PENJUALAN
           COMPUTE CC-EXPOSURE = CC-BILLED + CC-UNBILLED
           IF CC-EXPOSURE + CC-AMOUNT > CC-CREDIT-LIMIT
              MOVE "Y" TO CC-OVER
           END-IF
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
           MOVE SPACES TO WS-ACCOUNT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CORP-ACCOUNT.dat"
                  DELIMITED BY SIZE INTO WS-ACCOUNT-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "AR-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           .

       LOOKUP-ACCOUNT.
           MOVE 0 TO WS-OPENED-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT CORP-ACCOUNT-File
           IF CA-FSTAT = "35"
              CLOSE CORP-ACCOUNT-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ CORP-ACCOUNT-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CA-ACCOUNT-CODE = CC-ACCOUNT
                     MOVE "Y" TO CC-FOUND
                     MOVE CA-ACCOUNT-NAME TO CC-NAME
                     MOVE CA-CREDIT-LIMIT TO CC-CREDIT-LIMIT
                     IF CA-ACTIVE-FLAG = "I"
                        MOVE "N" TO CC-ACTIVE
                     ELSE
                        MOVE "Y" TO CC-ACTIVE
                     END-IF
                     IF CA-OPENED-DATE IS NUMERIC
                        MOVE CA-OPENED-DATE TO WS-OPENED-DATE
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE CORP-ACCOUNT-File
           .

       SUM-LEDGER.
      **
      * Invoices less payments, and the latest month already
      * invoiced - sales up to the end of that month are inside the
      * ledger balance and must not be counted again below.
      **
           MOVE 0 TO WS-LAST-PERIOD
           MOVE "N" TO WS-EOF
           OPEN INPUT AR-LEDGER-File
           IF ARL-FSTAT = "35"
              CLOSE AR-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ AR-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF AL-ACCOUNT-CODE = CC-ACCOUNT
                     IF AL-ENTRY-TYPE = "I"
                        ADD AL-AMOUNT TO CC-BILLED
                        IF AL-PERIOD > WS-LAST-PERIOD
                           MOVE AL-PERIOD TO WS-LAST-PERIOD
                        END-IF
                     ELSE
                        SUBTRACT AL-AMOUNT FROM CC-BILLED
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           .

       SET-UNBILLED-START.
           IF WS-LAST-PERIOD > 0
              IF FUNCTION MOD(WS-LAST-PERIOD, 100) = 12
                 COMPUTE WS-NEXT-PERIOD =
                       (WS-LAST-PERIOD / 100 + 1) * 100 + 1
              ELSE
                 COMPUTE WS-NEXT-PERIOD = WS-LAST-PERIOD + 1
              END-IF
              COMPUTE WS-START-DATE = WS-NEXT-PERIOD * 100 + 1
           ELSE
              IF WS-OPENED-DATE > 0
                 MOVE WS-OPENED-DATE TO WS-START-DATE
              ELSE
                 COMPUTE WS-START-DATE =
                       (CC-BUSINESS-DATE / 100) * 100 + 1
              END-IF
           END-IF
           .

       SUM-UNBILLED-DAYS.
           IF WS-START-DATE > CC-BUSINESS-DATE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(CC-BUSINESS-DATE)
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

       SUM-UNBILLED-PENJUALAN.
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
                  IF XPAY-METHOD = "A"
                     AND XACCOUNT-CODE = CC-ACCOUNT
                     AND XTRANXDATE >= WS-START-DATE
                     AND XTRANXDATE <= CC-BUSINESS-DATE
                     PERFORM ADD-UNBILLED-RECORD
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-UNBILLED-RECORD.
           EVALUATE XTRANS-TYPE
             WHEN "R"
                SUBTRACT XPENJUALAN FROM CC-UNBILLED
                SUBTRACT XONGKIR FROM CC-UNBILLED
                SUBTRACT XTIPS FROM CC-UNBILLED
                IF XLOY-VALUE IS NUMERIC
                   ADD XLOY-VALUE TO CC-UNBILLED
                END-IF
             WHEN "V"
                CONTINUE
             WHEN OTHER
                ADD XPENJUALAN TO CC-UNBILLED
                ADD XONGKIR TO CC-UNBILLED
                ADD XTIPS TO CC-UNBILLED
                IF XPROMO-CODE NOT = SPACES
                   AND XPROMO-DISC IS NUMERIC
                   SUBTRACT XPROMO-DISC FROM CC-UNBILLED
                END-IF
                IF XLOY-VALUE IS NUMERIC
                   SUBTRACT XLOY-VALUE FROM CC-UNBILLED
                END-IF
           END-EVALUATE
           .
      ** add other procedures here
       END PROGRAM SUB-AR-CREDIT.
