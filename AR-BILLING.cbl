      ******************************************************************
      * Author:
      * Date: 14 SEP 2026
      * Purpose: Corporate customer receivables - the month-end
      *          invoice run, customer payment entry and the aged
      *          receivables report for the on-account (PAY-METHOD
      *          "A") sales.  The invoice run walks the keyed month's
      *          FOOD-DELIVERY-yyyymmdd.dat files (and PENJUALAN.dat
      *          rows dated in the month), nets each account's sales
      *          less refunds (voids excluded) and raises one invoice
      *          per customer on the receivables ledger
      *          (AR-LEDGER.dat, see ARLED-REC), printing the invoices
      *          to AR-INVOICE-yyyymm.txt.  An account already
      *          invoiced for the month is skipped, so a re-run never
      *          bills twice.  Payments are keyed against an invoice
      *          (or left blank to settle the oldest first), and the
      *          aging report buckets each customer's open invoices
      *          as current / 1-30 / 31-60 / 61-90 / over 90 days past
      *          due.  CALLed by MONTH-END with the period in a
      *          MONTH-END-REQUEST area it runs the invoice run only.
      * Tectonics: cobc
      * Modification History:
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it; invoices
      *                 bill on-account sales net of promo discounts,
      *                 shown as their own line.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  Every
      *                 outlet's daily files are billed, so an
      *                 account's charges at either outlet reach the
      *                 one monthly invoice.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed on an
      *                 on-account order are billed as a discount, and
      *                 a refund that gives them back credits only the
      *                 cash part.
      *   15 OCT 2026 - A rerun for a period adds its invoices to
      *                 AR-INVOICE-yyyymm.txt instead of replacing the
      *                 invoices printed earlier.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AR-BILLING.
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
         SELECT INVOICE-File
             ASSIGN TO WS-INVOICE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS INV-FSTAT
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
       FD CORP-ACCOUNT-File.
       COPY "copybooks/CORPACCT-REC.cpy".
       FD AR-LEDGER-File.
       COPY "copybooks/ARLED-REC.cpy".
       FD INVOICE-File.
       01 INVOICE-RECORD PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 CA-FSTAT PIC 99.
       01 ARL-FSTAT PIC 99.
       01 INV-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * On-account sales are billed from every outlet's daily files
      * (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-ACCOUNT-FILENAME PIC X(60).
       01 WS-LEDGER-FILENAME PIC X(60).
       01 WS-INVOICE-FILENAME PIC X(70).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-FUNCTION PIC X.
       01 WS-PERIOD PIC 9(6).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DAY PIC 9(2).
       01 WS-FILES-READ PIC 9(3) VALUE 0.
       01 WS-ME-CALLED PIC X VALUE "N".
      *-----------------------
      * Account table - one slot per corporate account master row,
      * with the month's on-account totals for the invoice run
      *-----------------------
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-DROPPED PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-IDX PIC 9(3).
       01 WS-ACCOUNT-FOUND PIC 9(3).
       01 WS-ACCOUNT-TABLE.
         05 AB-ACCOUNT OCCURS 50 TIMES.
           10 ABA-CODE PIC X(6).
           10 ABA-NAME PIC X(20).
           10 ABA-TERMS PIC 9(3).
           10 ABA-INVOICED PIC X.
           10 ABA-PENJUALAN PIC S9(9).
           10 ABA-ONGKIR PIC S9(9).
           10 ABA-TIPS PIC S9(9).
           10 ABA-REFUNDS PIC S9(9).
           10 ABA-DISCOUNTS PIC S9(9).
           10 ABA-ORDERS PIC 9(5).
           10 ABA-TOTAL PIC S9(11).
       01 WS-UNKNOWN-ACCOUNT PIC 9(5) VALUE 0.
      *-----------------------
      * Invoice run working fields
      *-----------------------
       01 WS-INVOICE-SEQ PIC 9(3) VALUE 0.
       01 WS-INVOICES-RAISED PIC 9(3) VALUE 0.
       01 WS-INVOICE-TOTAL PIC S9(11) VALUE 0.
       01 WS-INVOICE-NO PIC X(10).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(7).
       01 WS-INV-LINE PIC X(132) VALUE SPACES.
       01 WS-DISP-AMOUNT PIC -ZZZ,ZZZ,ZZ9.
       01 WS-DISP-COUNT PIC ZZZZ9.
      *-----------------------
      * Payment entry working fields
      *-----------------------
       01 WS-PAY-ACCOUNT PIC X(6).
       01 WS-PAY-AMOUNT-ENTRY PIC X(12).
       01 WS-PAY-AMOUNT PIC 9(9).
       01 WS-PAY-INVOICE PIC X(10).
       01 WS-PAY-REFERENCE PIC X(20).
       01 WS-PAY-ANS PIC X.
       01 WS-PAY-BALANCE PIC S9(11).
       01 WS-INVOICE-KNOWN PIC X.
      *-----------------------
      * Aging - open invoices as at the as-of date, payments applied
      * to the named invoice first, then to the oldest open invoices
      *-----------------------
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-ENTRY PIC X(8).
       01 WS-AS-OF-INT PIC 9(7).
       01 WS-DAYS-PAST PIC S9(7).
       01 WS-APPLY-AMOUNT PIC S9(11).
       01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPEN-DROPPED PIC 9(3) VALUE 0.
       01 WS-OPEN-IDX PIC 9(3).
       01 WS-OPEN-TABLE.
         05 OI-ENTRY OCCURS 500 TIMES.
           10 OI-ACCOUNT PIC X(6).
           10 OI-INVOICE-NO PIC X(10).
           10 OI-DUE-DATE PIC 9(8).
           10 OI-OPEN PIC S9(11).
       01 WS-PAYMENT-COUNT PIC 9(3) VALUE 0.
       01 WS-PAYMENT-IDX PIC 9(3).
       01 WS-PAYMENT-TABLE.
         05 PY-ENTRY OCCURS 500 TIMES.
           10 PY-ACCOUNT PIC X(6).
           10 PY-INVOICE-NO PIC X(10).
           10 PY-AMOUNT PIC S9(11).
       01 WS-AGING-TABLE.
         05 AG-ACCOUNT OCCURS 50 TIMES.
           10 AG-CURRENT PIC S9(11).
           10 AG-30 PIC S9(11).
           10 AG-60 PIC S9(11).
           10 AG-90 PIC S9(11).
           10 AG-OVER-90 PIC S9(11).
           10 AG-UNAPPLIED PIC S9(11).
       01 WS-AGING-TOTALS.
         05 AGT-CURRENT PIC S9(11) VALUE 0.
         05 AGT-30 PIC S9(11) VALUE 0.
         05 AGT-60 PIC S9(11) VALUE 0.
         05 AGT-90 PIC S9(11) VALUE 0.
         05 AGT-OVER-90 PIC S9(11) VALUE 0.
         05 AGT-UNAPPLIED PIC S9(11) VALUE 0.
       01 WS-ACCOUNT-OWED PIC S9(11).
       01 WS-DISP-CURRENT PIC -ZZZ,ZZZ,ZZ9.
       01 WS-DISP-30 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-DISP-60 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-DISP-90 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-DISP-OVER-90 PIC -ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY "copybooks/MEND-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING MONTH-END-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "CORPORATE ACCOUNT RECEIVABLES"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF ADDRESS OF MONTH-END-REQUEST NOT = NULL
              AND ME-CALL-FLAG = "Y"
              MOVE "Y" TO WS-ME-CALLED
              MOVE ME-PERIOD TO WS-PERIOD
              MOVE "MONTH-END" TO WS-OPERATOR-ID
              DISPLAY "INVOICE RUN FOR " WS-PERIOD " (MONTH-END)"
              PERFORM INVOICE-RUN
              MOVE 0 TO ME-RETURN-CODE
              GOBACK
           END-IF

           DISPLAY "OPERATOR ID : " NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "(I)NVOICE RUN / (P)AYMENT ENTRY / (A)GING ",
                  "REPORT : " NO ADVANCING
           ACCEPT WS-FUNCTION
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION) TO WS-FUNCTION
           EVALUATE WS-FUNCTION
             WHEN "I"
                DISPLAY "MONTH TO INVOICE (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                IF WS-PERIOD = 0
                   DISPLAY "MONTH IS REQUIRED"
                   STOP RUN
                END-IF
                PERFORM CHECK-KEYED-PERIOD
                PERFORM INVOICE-RUN
             WHEN "P"
                PERFORM PAYMENT-ENTRY
             WHEN "A"
                PERFORM AGING-REPORT
             WHEN OTHER
                DISPLAY "NOTHING SELECTED"
           END-EVALUATE
           GOBACK.

       CHECK-KEYED-PERIOD.
      **
      * Validate the keyed YYYYMM by checking day 01 of it through
      * the shared date validation, the way MONTH-CONSOLIDATE does.
      **
           COMPUTE DV-DATE = WS-PERIOD * 100 + 1
           MOVE "V" TO DV-MODE
           CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
           CANCEL "SUB-VALIDATE-DATE"
           EVALUATE DV-RESULT
             WHEN "E"
                DISPLAY WS-PERIOD " IS NOT A REAL PERIOD - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
             WHEN "F"
                DISPLAY WS-PERIOD " IS IN THE FUTURE - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
           END-EVALUATE
           .

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
                   IF CTL-BUSINESS-DATE IS NUMERIC
                      MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-ACCOUNT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CORP-ACCOUNT.dat"
                  DELIMITED BY SIZE INTO WS-ACCOUNT-FILENAME
           END-STRING
           MOVE SPACES TO WS-LEDGER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "AR-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-LEDGER-FILENAME
           END-STRING
           .

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-ACCOUNT-DROPPED
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
                  PERFORM STORE-ACCOUNT
             END-READ
           END-PERFORM
           CLOSE CORP-ACCOUNT-File
           IF WS-ACCOUNT-DROPPED > 0
              DISPLAY "WARNING: ACCOUNT TABLE FULL - "
                      WS-ACCOUNT-DROPPED " RECORD(S) NOT LOADED"
           END-IF
           .

       STORE-ACCOUNT.
      **
      * Latest master record for a code wins, as in MASTER-MAINT.
      **
           MOVE CA-ACCOUNT-CODE TO WS-PAY-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND = 0
              IF WS-ACCOUNT-COUNT >= 50
                 ADD 1 TO WS-ACCOUNT-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND
              MOVE "N" TO ABA-INVOICED (WS-ACCOUNT-FOUND)
              MOVE 0 TO ABA-PENJUALAN (WS-ACCOUNT-FOUND)
                        ABA-ONGKIR (WS-ACCOUNT-FOUND)
                        ABA-TIPS (WS-ACCOUNT-FOUND)
                        ABA-REFUNDS (WS-ACCOUNT-FOUND)
                        ABA-DISCOUNTS (WS-ACCOUNT-FOUND)
                        ABA-ORDERS (WS-ACCOUNT-FOUND)
                        ABA-TOTAL (WS-ACCOUNT-FOUND)
           END-IF
           MOVE CA-ACCOUNT-CODE TO ABA-CODE (WS-ACCOUNT-FOUND)
           MOVE CA-ACCOUNT-NAME TO ABA-NAME (WS-ACCOUNT-FOUND)
           IF CA-TERMS-DAYS IS NUMERIC
              MOVE CA-TERMS-DAYS TO ABA-TERMS (WS-ACCOUNT-FOUND)
           ELSE
              MOVE 30 TO ABA-TERMS (WS-ACCOUNT-FOUND)
           END-IF
           .

       FIND-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-FOUND
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                     UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
                        OR WS-ACCOUNT-FOUND > 0
             IF ABA-CODE (WS-ACCOUNT-IDX) = WS-PAY-ACCOUNT
                MOVE WS-ACCOUNT-IDX TO WS-ACCOUNT-FOUND
             END-IF
           END-PERFORM
           .

      *-----------------------
      * Month-end invoice run
      *-----------------------
       INVOICE-RUN.
           PERFORM LOAD-ACCOUNTS
           IF WS-ACCOUNT-COUNT = 0
              DISPLAY "NO CORPORATE ACCOUNTS ON FILE - NOTHING TO ",
                     "INVOICE"
              EXIT PARAGRAPH
           END-IF
           PERFORM MARK-INVOICED-ACCOUNTS

           MOVE 0 TO WS-FILES-READ
           MOVE 0 TO WS-UNKNOWN-ACCOUNT
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
             COMPUTE WS-RUN-DATE = WS-PERIOD * 100 + WS-DAY
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
               PERFORM SCAN-ONE-FILE
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM SCAN-ONE-FILE
           DISPLAY WS-FILES-READ " SALES FILE(S) SCANNED FOR "
                  WS-PERIOD
           IF WS-UNKNOWN-ACCOUNT > 0
              DISPLAY "WARNING: " WS-UNKNOWN-ACCOUNT " ON-ACCOUNT ",
                     "RECORD(S) CARRY AN ACCOUNT CODE NOT ON THE ",
                     "MASTER - NOT INVOICED"
           END-IF

           PERFORM SET-DUE-BASE
           MOVE SPACES TO WS-INVOICE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "AR-INVOICE-" WS-PERIOD ".txt"
                  DELIMITED BY SIZE INTO WS-INVOICE-FILENAME
           END-STRING
      **
      * A rerun for the period only invoices the accounts not yet
      * billed, so their invoices are added to the period's file
      * after the ones printed earlier.
      **
           OPEN EXTEND INVOICE-File
           IF INV-FSTAT = "35"
              OPEN OUTPUT INVOICE-File
           END-IF
           MOVE 0 TO WS-INVOICES-RAISED
           MOVE 0 TO WS-INVOICE-TOTAL
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                     UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             PERFORM INVOICE-ONE-ACCOUNT
           END-PERFORM
           CLOSE INVOICE-File

           DISPLAY " "
           MOVE WS-INVOICE-TOTAL TO WS-DISP-AMOUNT
           DISPLAY WS-INVOICES-RAISED " INVOICE(S) RAISED FOR "
                  WS-PERIOD " TOTAL " WS-DISP-AMOUNT
           IF WS-INVOICES-RAISED > 0
              DISPLAY "INVOICES WRITTEN TO "
                     FUNCTION TRIM(WS-INVOICE-FILENAME)
           END-IF
           .

       MARK-INVOICED-ACCOUNTS.
      **
      * An account that already has an invoice for the period is
      * not billed again; the period's invoice numbers carry on from
      * the highest one issued.
      **
           MOVE 0 TO WS-INVOICE-SEQ
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
                  IF AL-ENTRY-TYPE = "I" AND AL-PERIOD = WS-PERIOD
                     ADD 1 TO WS-INVOICE-SEQ
                     MOVE AL-ACCOUNT-CODE TO WS-PAY-ACCOUNT
                     PERFORM FIND-ACCOUNT
                     IF WS-ACCOUNT-FOUND > 0
                        MOVE "Y" TO ABA-INVOICED (WS-ACCOUNT-FOUND)
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           .

       SCAN-ONE-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00" AND FSTAT NOT = "35"
              DISPLAY "CANNOT OPEN "
                     FUNCTION TRIM(WS-PENJUALAN-FILENAME)
                     " - STATUS " FSTAT
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           IF FSTAT = "35"
              CLOSE PENJUALAN-File
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM UNTIL WS-EOF = "Y"
             READ PENJUALAN-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF XPAY-METHOD = "A"
                     AND XTRANXDATE / 100 = WS-PERIOD
                     PERFORM ADD-TO-ACCOUNT
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       ADD-TO-ACCOUNT.
           IF XTRANS-TYPE = "V"
              EXIT PARAGRAPH
           END-IF
           MOVE XACCOUNT-CODE TO WS-PAY-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND = 0
              ADD 1 TO WS-UNKNOWN-ACCOUNT
              EXIT PARAGRAPH
           END-IF
           IF XTRANS-TYPE = "R"
              ADD XPENJUALAN TO ABA-REFUNDS (WS-ACCOUNT-FOUND)
              ADD XONGKIR TO ABA-REFUNDS (WS-ACCOUNT-FOUND)
              ADD XTIPS TO ABA-REFUNDS (WS-ACCOUNT-FOUND)
              COMPUTE ABA-TOTAL (WS-ACCOUNT-FOUND) =
                    ABA-TOTAL (WS-ACCOUNT-FOUND)
                    - XPENJUALAN - XONGKIR - XTIPS
              IF XLOY-VALUE IS NUMERIC
                 SUBTRACT XLOY-VALUE FROM ABA-REFUNDS (WS-ACCOUNT-FOUND)
                 ADD XLOY-VALUE TO ABA-TOTAL (WS-ACCOUNT-FOUND)
              END-IF
           ELSE
              ADD XPENJUALAN TO ABA-PENJUALAN (WS-ACCOUNT-FOUND)
              ADD XONGKIR TO ABA-ONGKIR (WS-ACCOUNT-FOUND)
              ADD XTIPS TO ABA-TIPS (WS-ACCOUNT-FOUND)
              ADD 1 TO ABA-ORDERS (WS-ACCOUNT-FOUND)
              COMPUTE ABA-TOTAL (WS-ACCOUNT-FOUND) =
                    ABA-TOTAL (WS-ACCOUNT-FOUND)
                    + XPENJUALAN + XONGKIR + XTIPS
              IF XPROMO-CODE NOT = SPACES
                 AND XPROMO-DISC IS NUMERIC
                 ADD XPROMO-DISC TO ABA-DISCOUNTS (WS-ACCOUNT-FOUND)
                 SUBTRACT XPROMO-DISC FROM ABA-TOTAL (WS-ACCOUNT-FOUND)
              END-IF
              IF XLOY-VALUE IS NUMERIC
                 ADD XLOY-VALUE TO ABA-DISCOUNTS (WS-ACCOUNT-FOUND)
                 SUBTRACT XLOY-VALUE FROM ABA-TOTAL (WS-ACCOUNT-FOUND)
              END-IF
           END-IF
           .

       SET-DUE-BASE.
      **
      * Last calendar day of the billed month - the account's terms
      * run from here.
      **
           IF FUNCTION MOD(WS-PERIOD, 100) = 12
              COMPUTE WS-NEXT-PERIOD = (WS-PERIOD / 100 + 1) * 100 + 1
           ELSE
              COMPUTE WS-NEXT-PERIOD = WS-PERIOD + 1
           END-IF
           COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD * 100 + 1) - 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           .

       INVOICE-ONE-ACCOUNT.
           IF ABA-ORDERS (WS-ACCOUNT-IDX) = 0
              AND ABA-REFUNDS (WS-ACCOUNT-IDX) = 0
              EXIT PARAGRAPH
           END-IF
           IF ABA-INVOICED (WS-ACCOUNT-IDX) = "Y"
              DISPLAY ABA-CODE (WS-ACCOUNT-IDX) " "
                     ABA-NAME (WS-ACCOUNT-IDX)
                     " - ALREADY INVOICED FOR " WS-PERIOD " - SKIPPED"
              EXIT PARAGRAPH
           END-IF
           IF ABA-TOTAL (WS-ACCOUNT-IDX) NOT > 0
              MOVE ABA-TOTAL (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
              DISPLAY ABA-CODE (WS-ACCOUNT-IDX) " "
                     ABA-NAME (WS-ACCOUNT-IDX)
                     " - NET " WS-DISP-AMOUNT
                     " - NOTHING TO INVOICE"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INVOICE-SEQ
           MOVE SPACES TO WS-INVOICE-NO
           STRING WS-PERIOD "-" WS-INVOICE-SEQ
                  DELIMITED BY SIZE INTO WS-INVOICE-NO
           END-STRING
           COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                 + ABA-TERMS (WS-ACCOUNT-IDX)
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           MOVE ABA-CODE (WS-ACCOUNT-IDX) TO AL-ACCOUNT-CODE
           MOVE "I" TO AL-ENTRY-TYPE
           MOVE WS-BUSINESS-DATE TO AL-ENTRY-DATE
           MOVE WS-INVOICE-NO TO AL-INVOICE-NO
           MOVE WS-PERIOD TO AL-PERIOD
           MOVE WS-DUE-DATE TO AL-DUE-DATE
           MOVE ABA-TOTAL (WS-ACCOUNT-IDX) TO AL-AMOUNT
           MOVE "MONTHLY INVOICE" TO AL-REFERENCE
           MOVE WS-OPERATOR-ID TO AL-OPERATOR
           PERFORM APPEND-LEDGER
           MOVE "Y" TO ABA-INVOICED (WS-ACCOUNT-IDX)
           ADD 1 TO WS-INVOICES-RAISED
           ADD ABA-TOTAL (WS-ACCOUNT-IDX) TO WS-INVOICE-TOTAL
           PERFORM PRINT-INVOICE
           .

       APPEND-LEDGER.
           OPEN EXTEND AR-LEDGER-File
           IF ARL-FSTAT = "35"
              OPEN OUTPUT AR-LEDGER-File
           END-IF
           WRITE AR-LEDGER-RECORD
           CLOSE AR-LEDGER-File
           .

       PRINT-INVOICE.
           MOVE ALL "=" TO WS-INV-LINE (1:60)
           PERFORM WRITE-INVOICE-LINE
           STRING "INVOICE " WS-INVOICE-NO "      REGION " WS-REGION
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           STRING "BILL TO    : " ABA-CODE (WS-ACCOUNT-IDX) " "
                  ABA-NAME (WS-ACCOUNT-IDX)
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           STRING "PERIOD     : " WS-PERIOD "    INVOICE DATE : "
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-TERMS (WS-ACCOUNT-IDX) TO WS-DISP-COUNT
           STRING "TERMS      : " WS-DISP-COUNT " DAYS     DUE DATE : "
                  WS-DUE-DATE
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE ALL "-" TO WS-INV-LINE (1:60)
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-ORDERS (WS-ACCOUNT-IDX) TO WS-DISP-COUNT
           STRING "ORDERS DELIVERED ON ACCOUNT     " WS-DISP-COUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-PENJUALAN (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
           STRING "FOOD (PENJUALAN)           " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-ONGKIR (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
           STRING "DELIVERY (ONGKIR)          " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-TIPS (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
           STRING "DRIVER TIPS                " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           COMPUTE WS-DISP-AMOUNT = 0 - ABA-REFUNDS (WS-ACCOUNT-IDX)
           STRING "LESS REFUNDS               " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           IF ABA-DISCOUNTS (WS-ACCOUNT-IDX) NOT = 0
              COMPUTE WS-DISP-AMOUNT =
                    0 - ABA-DISCOUNTS (WS-ACCOUNT-IDX)
              STRING "LESS PROMO DISCOUNTS       " WS-DISP-AMOUNT
                     DELIMITED BY SIZE INTO WS-INV-LINE
              END-STRING
              PERFORM WRITE-INVOICE-LINE
           END-IF
           MOVE ALL "-" TO WS-INV-LINE (1:60)
           PERFORM WRITE-INVOICE-LINE
           MOVE ABA-TOTAL (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
           STRING "AMOUNT DUE                 " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-INV-LINE
           END-STRING
           PERFORM WRITE-INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           .

       WRITE-INVOICE-LINE.
           MOVE WS-INV-LINE TO INVOICE-RECORD
           DISPLAY FUNCTION TRIM(WS-INV-LINE TRAILING)
           WRITE INVOICE-RECORD
           MOVE SPACES TO WS-INV-LINE
           .

      *-----------------------
      * Customer payment entry
      *-----------------------
       PAYMENT-ENTRY.
           PERFORM LOAD-ACCOUNTS
           DISPLAY "PAYMENT DATE " WS-BUSINESS-DATE
           DISPLAY "ACCOUNT CODE (BLANK = DONE) : " NO ADVANCING
           ACCEPT WS-PAY-ACCOUNT
           IF WS-PAY-ACCOUNT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT
           IF WS-ACCOUNT-FOUND = 0
              DISPLAY "UNKNOWN ACCOUNT CODE - PLEASE RE-ENTER"
              GO TO PAYMENT-ENTRY
           END-IF
           DISPLAY "ACCOUNT : " ABA-NAME (WS-ACCOUNT-FOUND)
           PERFORM GET-LEDGER-BALANCE
           MOVE WS-PAY-BALANCE TO WS-DISP-AMOUNT
           DISPLAY "INVOICED AND UNPAID : " WS-DISP-AMOUNT
           IF WS-PAY-BALANCE NOT > 0
              DISPLAY "NOTHING OWED ON INVOICES - NO PAYMENT TAKEN"
              GO TO PAYMENT-ENTRY
           END-IF
           PERFORM ACCEPT-PAY-AMOUNT
           IF WS-PAY-AMOUNT > WS-PAY-BALANCE
              DISPLAY "PAYMENT EXCEEDS THE INVOICED BALANCE - ",
                     "NOT RECORDED"
              GO TO PAYMENT-ENTRY
           END-IF
           PERFORM ACCEPT-PAY-INVOICE
           DISPLAY "BANK REFERENCE : " NO ADVANCING
           ACCEPT WS-PAY-REFERENCE
           DISPLAY "RECORD PAYMENT OF " WS-PAY-AMOUNT " FROM "
                  WS-PAY-ACCOUNT "? (Y/N) : " NO ADVANCING
           ACCEPT WS-PAY-ANS
           IF WS-PAY-ANS = "Y" OR WS-PAY-ANS = "y"
              MOVE WS-PAY-ACCOUNT TO AL-ACCOUNT-CODE
              MOVE "P" TO AL-ENTRY-TYPE
              MOVE WS-BUSINESS-DATE TO AL-ENTRY-DATE
              MOVE WS-PAY-INVOICE TO AL-INVOICE-NO
              MOVE WS-BUSINESS-DATE (1:6) TO AL-PERIOD
              MOVE 0 TO AL-DUE-DATE
              MOVE WS-PAY-AMOUNT TO AL-AMOUNT
              MOVE WS-PAY-REFERENCE TO AL-REFERENCE
              MOVE WS-OPERATOR-ID TO AL-OPERATOR
              PERFORM APPEND-LEDGER
              DISPLAY "PAYMENT RECORDED"
           ELSE
              DISPLAY "PAYMENT DISCARDED"
           END-IF
           GO TO PAYMENT-ENTRY.

       ACCEPT-PAY-AMOUNT.
           DISPLAY "AMOUNT RECEIVED : " NO ADVANCING
           ACCEPT WS-PAY-AMOUNT-ENTRY
           IF WS-PAY-AMOUNT-ENTRY = SPACES
              OR FUNCTION TRIM(WS-PAY-AMOUNT-ENTRY) NOT NUMERIC
              DISPLAY "INVALID NUMBER - PLEASE RE-ENTER"
              GO TO ACCEPT-PAY-AMOUNT
           END-IF
           MOVE FUNCTION TRIM(WS-PAY-AMOUNT-ENTRY) TO WS-PAY-AMOUNT
           IF WS-PAY-AMOUNT = 0
              DISPLAY "AMOUNT MUST BE ABOVE ZERO - PLEASE RE-ENTER"
              GO TO ACCEPT-PAY-AMOUNT
           END-IF
           .

       ACCEPT-PAY-INVOICE.
           DISPLAY "INVOICE NO (BLANK = OLDEST FIRST) : " NO ADVANCING
           ACCEPT WS-PAY-INVOICE
           IF WS-PAY-INVOICE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INVOICE-KNOWN
           IF WS-INVOICE-KNOWN = "N"
              DISPLAY "NO SUCH INVOICE FOR THIS ACCOUNT - PLEASE ",
                     "RE-ENTER"
              GO TO ACCEPT-PAY-INVOICE
           END-IF
           .

       GET-LEDGER-BALANCE.
           MOVE 0 TO WS-PAY-BALANCE
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
                  IF AL-ACCOUNT-CODE = WS-PAY-ACCOUNT
                     IF AL-ENTRY-TYPE = "I"
                        ADD AL-AMOUNT TO WS-PAY-BALANCE
                     ELSE
                        SUBTRACT AL-AMOUNT FROM WS-PAY-BALANCE
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           .

       CHECK-INVOICE-KNOWN.
           MOVE "N" TO WS-INVOICE-KNOWN
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
                  IF AL-ACCOUNT-CODE = WS-PAY-ACCOUNT
                     AND AL-ENTRY-TYPE = "I"
                     AND AL-INVOICE-NO = WS-PAY-INVOICE
                     MOVE "Y" TO WS-INVOICE-KNOWN
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           .

      *-----------------------
      * Aged receivables
      *-----------------------
       AGING-REPORT.
           DISPLAY "AGE AS AT (YYYYMMDD), BLANK = " WS-BUSINESS-DATE
                  " : " NO ADVANCING
           ACCEPT WS-AS-OF-ENTRY
           IF WS-AS-OF-ENTRY = SPACES
              MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           ELSE
              MOVE WS-AS-OF-ENTRY TO DV-DATE
              MOVE "V" TO DV-MODE
              CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
              CANCEL "SUB-VALIDATE-DATE"
              IF DV-RESULT = "E"
                 DISPLAY "NOT A VALID DATE - PLEASE RE-ENTER"
                 GO TO AGING-REPORT
              END-IF
              MOVE DV-DATE TO WS-AS-OF-DATE
           END-IF
           COMPUTE WS-AS-OF-INT =
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-OPEN-ITEMS
           PERFORM APPLY-PAYMENTS
           PERFORM BUCKET-OPEN-ITEMS
           PERFORM PRINT-AGING
           .

       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-COUNT WS-OPEN-DROPPED WS-PAYMENT-COUNT
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
                  IF AL-ENTRY-DATE <= WS-AS-OF-DATE
                     PERFORM STORE-LEDGER-ENTRY
                  END-IF
             END-READ
           END-PERFORM
           CLOSE AR-LEDGER-File
           IF WS-OPEN-DROPPED > 0
              DISPLAY "WARNING: LEDGER TABLE FULL - "
                      WS-OPEN-DROPPED " ENTRY(IES) NOT AGED"
           END-IF
           .

       STORE-LEDGER-ENTRY.
           IF AL-ENTRY-TYPE = "I"
              IF WS-OPEN-COUNT >= 500
                 ADD 1 TO WS-OPEN-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-OPEN-COUNT
              MOVE AL-ACCOUNT-CODE TO OI-ACCOUNT (WS-OPEN-COUNT)
              MOVE AL-INVOICE-NO TO OI-INVOICE-NO (WS-OPEN-COUNT)
              MOVE AL-DUE-DATE TO OI-DUE-DATE (WS-OPEN-COUNT)
              MOVE AL-AMOUNT TO OI-OPEN (WS-OPEN-COUNT)
           ELSE
              IF WS-PAYMENT-COUNT >= 500
                 ADD 1 TO WS-OPEN-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-PAYMENT-COUNT
              MOVE AL-ACCOUNT-CODE TO PY-ACCOUNT (WS-PAYMENT-COUNT)
              MOVE AL-INVOICE-NO TO PY-INVOICE-NO (WS-PAYMENT-COUNT)
              MOVE AL-AMOUNT TO PY-AMOUNT (WS-PAYMENT-COUNT)
           END-IF
           .

       APPLY-PAYMENTS.
      **
      * First pass settles each named invoice; whatever is left of
      * those payments and every unnamed payment then clears the
      * account's invoices oldest first (ledger order).
      **
           PERFORM VARYING WS-PAYMENT-IDX FROM 1 BY 1
                     UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
             IF PY-INVOICE-NO (WS-PAYMENT-IDX) NOT = SPACES
                PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                          UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                  IF OI-ACCOUNT (WS-OPEN-IDX) =
                        PY-ACCOUNT (WS-PAYMENT-IDX)
                     AND OI-INVOICE-NO (WS-OPEN-IDX) =
                        PY-INVOICE-NO (WS-PAYMENT-IDX)
                     PERFORM APPLY-ONE-PAYMENT
                  END-IF
                END-PERFORM
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PAYMENT-IDX FROM 1 BY 1
                     UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
             PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                          OR PY-AMOUNT (WS-PAYMENT-IDX) = 0
               IF OI-ACCOUNT (WS-OPEN-IDX) =
                     PY-ACCOUNT (WS-PAYMENT-IDX)
                  PERFORM APPLY-ONE-PAYMENT
               END-IF
             END-PERFORM
           END-PERFORM
           .

       APPLY-ONE-PAYMENT.
           IF OI-OPEN (WS-OPEN-IDX) NOT > 0
              EXIT PARAGRAPH
           END-IF
           IF PY-AMOUNT (WS-PAYMENT-IDX) > OI-OPEN (WS-OPEN-IDX)
              MOVE OI-OPEN (WS-OPEN-IDX) TO WS-APPLY-AMOUNT
           ELSE
              MOVE PY-AMOUNT (WS-PAYMENT-IDX) TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN (WS-OPEN-IDX)
           SUBTRACT WS-APPLY-AMOUNT FROM PY-AMOUNT (WS-PAYMENT-IDX)
           .

       BUCKET-OPEN-ITEMS.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                     UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             MOVE 0 TO AG-CURRENT (WS-ACCOUNT-IDX)
                       AG-30 (WS-ACCOUNT-IDX)
                       AG-60 (WS-ACCOUNT-IDX)
                       AG-90 (WS-ACCOUNT-IDX)
                       AG-OVER-90 (WS-ACCOUNT-IDX)
                       AG-UNAPPLIED (WS-ACCOUNT-IDX)
           END-PERFORM
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                     UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
             IF OI-OPEN (WS-OPEN-IDX) > 0
                MOVE OI-ACCOUNT (WS-OPEN-IDX) TO WS-PAY-ACCOUNT
                PERFORM FIND-ACCOUNT
                IF WS-ACCOUNT-FOUND > 0
                   PERFORM BUCKET-ONE-ITEM
                END-IF
             END-IF
           END-PERFORM
           PERFORM VARYING WS-PAYMENT-IDX FROM 1 BY 1
                     UNTIL WS-PAYMENT-IDX > WS-PAYMENT-COUNT
             IF PY-AMOUNT (WS-PAYMENT-IDX) > 0
                MOVE PY-ACCOUNT (WS-PAYMENT-IDX) TO WS-PAY-ACCOUNT
                PERFORM FIND-ACCOUNT
                IF WS-ACCOUNT-FOUND > 0
                   ADD PY-AMOUNT (WS-PAYMENT-IDX)
                         TO AG-UNAPPLIED (WS-ACCOUNT-FOUND)
                END-IF
             END-IF
           END-PERFORM
           .

       BUCKET-ONE-ITEM.
           COMPUTE WS-DAYS-PAST = WS-AS-OF-INT
                 - FUNCTION INTEGER-OF-DATE(OI-DUE-DATE (WS-OPEN-IDX))
           EVALUATE TRUE
             WHEN WS-DAYS-PAST <= 0
                ADD OI-OPEN (WS-OPEN-IDX)
                      TO AG-CURRENT (WS-ACCOUNT-FOUND)
             WHEN WS-DAYS-PAST <= 30
                ADD OI-OPEN (WS-OPEN-IDX) TO AG-30 (WS-ACCOUNT-FOUND)
             WHEN WS-DAYS-PAST <= 60
                ADD OI-OPEN (WS-OPEN-IDX) TO AG-60 (WS-ACCOUNT-FOUND)
             WHEN WS-DAYS-PAST <= 90
                ADD OI-OPEN (WS-OPEN-IDX) TO AG-90 (WS-ACCOUNT-FOUND)
             WHEN OTHER
                ADD OI-OPEN (WS-OPEN-IDX)
                      TO AG-OVER-90 (WS-ACCOUNT-FOUND)
           END-EVALUATE
           .

       PRINT-AGING.
           DISPLAY " "
           DISPLAY "AGED RECEIVABLES AS AT " WS-AS-OF-DATE
                  " (" WS-REGION ")"
           DISPLAY "ACCOUNT NAME                      CURRENT",
                  "      1-30 DAYS     31-60 DAYS     61-90 DAYS",
                  "    OVER 90"
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
                     UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             COMPUTE WS-ACCOUNT-OWED = AG-CURRENT (WS-ACCOUNT-IDX)
                   + AG-30 (WS-ACCOUNT-IDX) + AG-60 (WS-ACCOUNT-IDX)
                   + AG-90 (WS-ACCOUNT-IDX)
                   + AG-OVER-90 (WS-ACCOUNT-IDX)
             IF WS-ACCOUNT-OWED NOT = 0
                OR AG-UNAPPLIED (WS-ACCOUNT-IDX) NOT = 0
                PERFORM PRINT-AGING-LINE
             END-IF
           END-PERFORM
           MOVE AGT-CURRENT TO WS-DISP-CURRENT
           MOVE AGT-30 TO WS-DISP-30
           MOVE AGT-60 TO WS-DISP-60
           MOVE AGT-90 TO WS-DISP-90
           MOVE AGT-OVER-90 TO WS-DISP-OVER-90
           DISPLAY "TOTAL                      " WS-DISP-CURRENT " "
                  WS-DISP-30 " " WS-DISP-60 " " WS-DISP-90 " "
                  WS-DISP-OVER-90
           IF AGT-UNAPPLIED NOT = 0
              MOVE AGT-UNAPPLIED TO WS-DISP-AMOUNT
              DISPLAY "UNAPPLIED CUSTOMER CREDIT  " WS-DISP-AMOUNT
           END-IF
           .

       PRINT-AGING-LINE.
           MOVE AG-CURRENT (WS-ACCOUNT-IDX) TO WS-DISP-CURRENT
           MOVE AG-30 (WS-ACCOUNT-IDX) TO WS-DISP-30
           MOVE AG-60 (WS-ACCOUNT-IDX) TO WS-DISP-60
           MOVE AG-90 (WS-ACCOUNT-IDX) TO WS-DISP-90
           MOVE AG-OVER-90 (WS-ACCOUNT-IDX) TO WS-DISP-OVER-90
           DISPLAY ABA-CODE (WS-ACCOUNT-IDX) " "
                  ABA-NAME (WS-ACCOUNT-IDX) WS-DISP-CURRENT " "
                  WS-DISP-30 " " WS-DISP-60 " " WS-DISP-90 " "
                  WS-DISP-OVER-90
           IF AG-UNAPPLIED (WS-ACCOUNT-IDX) NOT = 0
              MOVE AG-UNAPPLIED (WS-ACCOUNT-IDX) TO WS-DISP-AMOUNT
              DISPLAY "       UNAPPLIED CREDIT " WS-DISP-AMOUNT
           END-IF
           ADD AG-CURRENT (WS-ACCOUNT-IDX) TO AGT-CURRENT
           ADD AG-30 (WS-ACCOUNT-IDX) TO AGT-30
           ADD AG-60 (WS-ACCOUNT-IDX) TO AGT-60
           ADD AG-90 (WS-ACCOUNT-IDX) TO AGT-90
           ADD AG-OVER-90 (WS-ACCOUNT-IDX) TO AGT-OVER-90
           ADD AG-UNAPPLIED (WS-ACCOUNT-IDX) TO AGT-UNAPPLIED
           .
      ** add other procedures here
       END PROGRAM AR-BILLING.
