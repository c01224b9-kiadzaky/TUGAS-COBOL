      *                 first operators can be set up (and a master
      *                 whose only supervisor is locked out can be
      *                 recovered).
      *   14 SEP 2026 - The menu maintains a fourth master: CORP-
      *                 ACCOUNT.dat (corporate customer account code,
      *                 name, credit limit, payment terms, active flag)
      *                 for on-account sales billed monthly by AR-
      *                 BILLING.
      *   16 SEP 2026 - The menu maintains a fifth master: PROMO-
      *                 MASTER.dat (promo code, validity dates, percent
      *                 or fixed discount, sales or ONGKIR, who funds
      *                 it, per-day redemption cap) checked on entry
      *                 and import by SUB-PROMO-CHECK.
      *   18 SEP 2026 - The menu maintains the delivery zone tariff:
      *                 ZONE-TARIFF.dat (zone, description, standard
      *                 ONGKIR, tolerance) with one row per effective
      *                 date - a change appends a dated row,
      *                 deactivating withdraws every row of the zone.
      *   25 SEP 2026 - Driver add/change now captures the NPWP, NIK
      *                 and PPh 21 withholding category, and the menu
      *                 maintains the withholding rate table:
      *                 PPH21-RATE.dat (category, effective date,
      *                 bracket start, rate, taxable share of gross,
      *                 no-ID percentage, tax object code) with one row
      *                 per bracket.  The driver record is now 105
      *                 bytes, so the work file and the log's
      *                 before/after images are widened to match.
      *   28 SEP 2026 - Changing a driver's or vendor's bank details
      *                 lists any transfers the bank sent back that are
      *                 still outstanding (BANK-RETURNS.dat) and
      *                 whether the new details release them to the
      *                 next payment run.
      *   30 SEP 2026 - Operator add/change now captures the outlets
      *                 the operator may sign on at (none = every
      *                 outlet), each checked against the control
      *                 record's outlet list.
      *   02 OCT 2026 - The menu maintains the anomaly scan rules:
      *                 ANOMALY-RULE.dat (rule ID, description, two
      *                 thresholds, active flag) read by ANOMALY-SCAN;
      *                 a rule with no record keeps its built-in
      *                 thresholds.
      *   06 OCT 2026 - The menu maintains the loyalty customer master:
      *                 CUSTOMER.dat (phone, name, date joined, active
      *                 flag), and the loyalty earn rate:
      *                 LOYALTY-RATE.dat (spend per point and point
      *                 value) with one row per effective date - add
      *                 and change both append a row after the latest
      *                 one.
      *   08 OCT 2026 - The menu maintains the menu item master:
      *                 MENU-ITEM.dat (vendor, item code, description,
      *                 unit price, tolerance per unit) with one row
      *                 per effective date - a change appends a dated
      *                 row, deactivating withdraws every row of the
      *                 item.  Order line entry and the import check
      *                 their items against it through SUB-MENU-ITEM.
      *   13 OCT 2026 - The menu maintains the alert routing table:
      *                 ALERT-ROUTE.dat (event type, supervisor,
      *                 finance and IT on-call phone numbers, quiet
      *                 hours, active flag) read by ALERT-DISPATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS OPM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CORP-ACCOUNT-File
             ASSIGN TO WS-ACCOUNT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CA-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PROMO-MASTER-File
             ASSIGN TO WS-PROMO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PRM-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ZONE-TARIFF-File
             ASSIGN TO WS-ZONE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ZNT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PPH21-RATE-File
             ASSIGN TO WS-TAXRATE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PTR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT RETURN-REGISTER-File
             ASSIGN TO WS-REGISTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS RRG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ANOMALY-RULE-File
             ASSIGN TO WS-ANOMRULE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ANR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CUSTOMER-File
             ASSIGN TO WS-CUSTOMER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CU-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT LOYALTY-RATE-File
             ASSIGN TO WS-LOYRATE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LRT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT MENU-ITEM-File
             ASSIGN TO WS-ITEM-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS MIT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT ALERT-ROUTE-File
             ASSIGN TO WS-ALROUTE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ALR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD DRIVER-MASTER-File.
       COPY "copybooks/DRIVER-REC.cpy".
       FD MAINT-WORK-File.
       01 MAINT-WORK-RECORD PIC X(105).
       FD MAINT-LOG-File.
       COPY "copybooks/MAINTLOG-REC.cpy".
       FD VENDOR-RATE-File.
       COPY "copybooks/VRATE-REC.cpy".
       FD OPERATOR-MASTER-File.
       COPY "copybooks/OPER-REC.cpy".
       FD CORP-ACCOUNT-File.
       COPY "copybooks/CORPACCT-REC.cpy".
       FD PROMO-MASTER-File.
       COPY "copybooks/PROMO-REC.cpy".
       FD ZONE-TARIFF-File.
       COPY "copybooks/ZONE-REC.cpy".
       FD PPH21-RATE-File.
       COPY "copybooks/PPH21-REC.cpy".
       FD RETURN-REGISTER-File.
       COPY "copybooks/RETREG-REC.cpy".
       FD ANOMALY-RULE-File.
       COPY "copybooks/ANOMRULE-REC.cpy".
       FD CUSTOMER-File.
       COPY "copybooks/CUSTOMER-REC.cpy".
       FD LOYALTY-RATE-File.
       COPY "copybooks/LOYRATE-REC.cpy".
       FD MENU-ITEM-File.
       COPY "copybooks/MENUITEM-REC.cpy".
       FD ALERT-ROUTE-File.
       COPY "copybooks/ALROUTE-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 WS-NUM-ENTRY PIC X(7).
       01 WS-BANK-CODE-ENTRY PIC X(4).
       01 WS-BANK-ACCT-ENTRY PIC X(16).
       01 WS-OLD-IMAGE PIC X(105).
       01 WS-NEW-IMAGE PIC X(105).
      *-----------------------
      * Operator master maintenance and the startup sign-on
      * (SUB-SIGN-ON request area); until the operator master exists
       01 WS-PASSWORD-ENTRY PIC X(8).
       01 WS-ROLE-ENTRY PIC X.
       01 WS-SUP-ON-FILE PIC X.
       01 WS-OUTLET-ENTRY PIC X(3).
       01 WS-OUT-IDX PIC 9.
       01 WS-OUT-COUNT PIC 9.
       01 WS-OUTLET-ENTRIES.
         05 WS-OUTLET-KEYED PIC X(3) OCCURS 4 TIMES.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-SIGNON-REQUEST.
         05 SG-PROGRAM PIC X(20).
         05 SG-MIN-ROLE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
      *-----------------------
      * Corporate customer account master (see CORPACCT-REC)
      *-----------------------
       01 CA-FSTAT PIC 99.
       01 WS-ACCOUNT-FILENAME PIC X(60).
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-LIMIT-ENTRY PIC X(9).
       01 WS-TERMS-ENTRY PIC X(3).
      *-----------------------
      * Promo code master (see PROMO-REC)
      *-----------------------
       01 PRM-FSTAT PIC 99.
       01 WS-PROMO-FILENAME PIC X(60).
       01 WS-PROMO-KEY PIC X(8).
      *-----------------------
      * Delivery zone tariff (see ZONE-REC) - one row per zone per
      * effective date, so a change appends a row instead of
      * rewriting one
      *-----------------------
       01 ZNT-FSTAT PIC 99.
       01 WS-ZONE-FILENAME PIC X(60).
       01 WS-ZONE-KEY PIC X(4).
       01 WS-ZONE-LATEST-EFF PIC 9(8).
      *-----------------------
      * PPh 21 withholding rates (see PPH21-REC) - one row per
      * bracket per category per effective date; only the latest set
      * of a category may be added to, and only a set not yet in
      * force may be changed or have a bracket removed
      *-----------------------
       01 PTR-FSTAT PIC 99.
       01 WS-TAXRATE-FILENAME PIC X(60).
       01 WS-TAX-KEY PIC X.
       01 WS-TAX-LATEST-EFF PIC 9(8).
       01 WS-TAX-HAS-ZERO PIC X.
       01 WS-TAX-FROM PIC 9(11).
       01 WS-TAX-ENTRY PIC X(11).
       01 WS-ID-ENTRY PIC X(16).
      *-----------------------
      * Transfers the bank sent back (see RETREG-REC) - a payee's
      * outstanding returns are listed when their bank details are
      * changed, since the change is what releases them again
      *-----------------------
       01 RRG-FSTAT PIC 99.
       01 WS-REGISTER-FILENAME PIC X(60).
       01 WS-RET-EOF PIC X.
       01 WS-RET-TYPE PIC X.
       01 WS-RET-PAYEE PIC X(6).
       01 WS-RET-BANK-CODE PIC X(4).
       01 WS-RET-BANK-ACCT PIC X(16).
       01 WS-RET-ACCT-NAME PIC X(20).
      *-----------------------
      * Anomaly scan rules (see ANOMRULE-REC) - only the rule IDs
      * ANOMALY-SCAN knows are accepted
      *-----------------------
       01 ANR-FSTAT PIC 99.
       01 WS-ANOMRULE-FILENAME PIC X(60).
       01 WS-RULE-KEY PIC X(15).
      *-----------------------
      * Loyalty customer master (see CUSTOMER-REC) keyed by phone, and
      * the effective-dated earn rate (see LOYRATE-REC) - a rate is
      * never rewritten, a change appends a row after the latest
      *-----------------------
       01 CU-FSTAT PIC 99.
       01 WS-CUSTOMER-FILENAME PIC X(60).
       01 WS-PHONE-KEY PIC X(15).
       01 LRT-FSTAT PIC 99.
       01 WS-LOYRATE-FILENAME PIC X(60).
       01 WS-LOYRATE-LATEST-EFF PIC 9(8).
      *-----------------------
      * Menu item master (see MENUITEM-REC) - one row per vendor and
      * item per effective date, kept the same way as the zone tariff
      *-----------------------
       01 MIT-FSTAT PIC 99.
       01 WS-ITEM-FILENAME PIC X(60).
       01 WS-ITEM-KEY PIC X(8).
       01 WS-ITEM-LATEST-EFF PIC 9(8).
      *-----------------------
      * Alert routing (see ALROUTE-REC) - one record per event type
      * SUB-ALERT raises, read by ALERT-DISPATCH
      *-----------------------
       01 ALR-FSTAT PIC 99.
       01 WS-ALROUTE-FILENAME PIC X(60).
       01 WS-EVENT-KEY PIC X(15).
       01 WS-ROUTE-PHONE PIC X(15).
       01 WS-HHMM-ENTRY PIC X(4).
       01 WS-HHMM PIC 9(4).
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
         05 WS-HHMM-HH PIC 99.
         05 WS-HHMM-MM PIC 99.
       01 WS-HHMM-OK PIC X.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                     IF CTL-REGION NOT = SPACES
                        MOVE CTL-REGION TO WS-REGION
                     END-IF
                     IF CTL-BUSINESS-DATE IS NUMERIC
                        MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
                     END-IF
                END-READ
                CLOSE CONTROL-File
              END-IF
              IF WS-BUSINESS-DATE = 0
                 ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
              END-IF
              MOVE SPACES TO WS-VENDOR-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-MASTER.dat"
                     DELIMITED BY SIZE INTO WS-VENDOR-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "OPERATOR-MASTER.dat"
                     DELIMITED BY SIZE INTO WS-OPMAST-FILENAME
              END-STRING
              MOVE SPACES TO WS-ACCOUNT-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "CORP-ACCOUNT.dat"
                     DELIMITED BY SIZE INTO WS-ACCOUNT-FILENAME
              END-STRING
              MOVE SPACES TO WS-PROMO-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "PROMO-MASTER.dat"
                     DELIMITED BY SIZE INTO WS-PROMO-FILENAME
              END-STRING
              MOVE SPACES TO WS-ZONE-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "ZONE-TARIFF.dat"
                     DELIMITED BY SIZE INTO WS-ZONE-FILENAME
              END-STRING
              MOVE SPACES TO WS-TAXRATE-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-RATE.dat"
                     DELIMITED BY SIZE INTO WS-TAXRATE-FILENAME
              END-STRING
              MOVE SPACES TO WS-REGISTER-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "BANK-RETURNS.dat"
                     DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
              END-STRING
              MOVE SPACES TO WS-ANOMRULE-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "ANOMALY-RULE.dat"
                     DELIMITED BY SIZE INTO WS-ANOMRULE-FILENAME
              END-STRING
              MOVE SPACES TO WS-CUSTOMER-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "CUSTOMER.dat"
                     DELIMITED BY SIZE INTO WS-CUSTOMER-FILENAME
              END-STRING
              MOVE SPACES TO WS-LOYRATE-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "LOYALTY-RATE.dat"
                     DELIMITED BY SIZE INTO WS-LOYRATE-FILENAME
              END-STRING
              MOVE SPACES TO WS-ITEM-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "MENU-ITEM.dat"
                     DELIMITED BY SIZE INTO WS-ITEM-FILENAME
              END-STRING
              MOVE SPACES TO WS-ALROUTE-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE) "ALERT-ROUTE.dat"
                     DELIMITED BY SIZE INTO WS-ALROUTE-FILENAME
              END-STRING
              DISPLAY "REGION : " WS-REGION
              GO TO SIGN-ON.

       MAIN-MENU.
              DISPLAY " "
              DISPLAY "MAINTAIN (V)ENDOR / (D)RIVER / (O)PERATOR / ",
                     "CORPORATE (A)CCOUNT / (P)ROMO CODE / ",
                     "(Z)ONE TARIFF / (W)ITHHOLDING RATE / ",
                     "A(N)OMALY RULE / LOYALTY (C)USTOMER / ",
                     "(L)OYALTY EARN RATE / (M)ENU ITEM / ",
                     "AL(E)RT ROUTE / ",
                     "ANY OTHER KEY QUITS : " NO ADVANCING
              ACCEPT WS-WHICH-FILE
              MOVE FUNCTION UPPER-CASE(WS-WHICH-FILE) TO WS-WHICH-FILE
              IF WS-WHICH-FILE NOT = "V" AND WS-WHICH-FILE NOT = "D"
                 AND WS-WHICH-FILE NOT = "O" AND WS-WHICH-FILE NOT = "A"
                 AND WS-WHICH-FILE NOT = "P" AND WS-WHICH-FILE NOT = "Z"
                 AND WS-WHICH-FILE NOT = "W"
                 AND WS-WHICH-FILE NOT = "N"
                 AND WS-WHICH-FILE NOT = "C" AND WS-WHICH-FILE NOT = "L"
                 AND WS-WHICH-FILE NOT = "M"
                 AND WS-WHICH-FILE NOT = "E"
                 STOP RUN
              END-IF
              DISPLAY "(A)DD / (C)HANGE / DEACTI(X)ATE / (R)EACTIVATE",
                 PERFORM MAINTAIN-OPERATOR
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "P"
                 DISPLAY "PROMO CODE : " NO ADVANCING
                 ACCEPT WS-PROMO-KEY
                 MOVE FUNCTION UPPER-CASE(WS-PROMO-KEY) TO WS-PROMO-KEY
                 IF WS-PROMO-KEY = SPACES
                    DISPLAY "PROMO CODE IS REQUIRED"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-PROMO
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "Z"
                 DISPLAY "ZONE CODE : " NO ADVANCING
                 ACCEPT WS-ZONE-KEY
                 MOVE FUNCTION UPPER-CASE(WS-ZONE-KEY) TO WS-ZONE-KEY
                 IF WS-ZONE-KEY = SPACES
                    DISPLAY "ZONE CODE IS REQUIRED"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-ZONE
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "W"
                 IF WS-ACTION = "R"
                    DISPLAY "A WITHHOLDING RATE IS NOT DEACTIVATED - ",
                           "ADD A NEW SET WITH A LATER EFFECTIVE DATE"
                    GO TO MAIN-MENU
                 END-IF
                 DISPLAY "WITHHOLDING CATEGORY (N = NON-EMPLOYEE) : "
                        NO ADVANCING
                 ACCEPT WS-TAX-KEY
                 MOVE FUNCTION UPPER-CASE(WS-TAX-KEY) TO WS-TAX-KEY
                 IF WS-TAX-KEY = SPACE
                    DISPLAY "CATEGORY IS REQUIRED"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-WITHHOLDING
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "N"
                 DISPLAY "RULE ID : " NO ADVANCING
                 ACCEPT WS-RULE-KEY
                 MOVE FUNCTION UPPER-CASE(WS-RULE-KEY) TO WS-RULE-KEY
                 IF WS-RULE-KEY NOT = "SELF-REFUND"
                    AND WS-RULE-KEY NOT = "TIPS-RATIO"
                    AND WS-RULE-KEY NOT = "VOID-NEAR-LIMIT"
                    AND WS-RULE-KEY NOT = "POST-CLOSE"
                    AND WS-RULE-KEY NOT = "CORRECT-BURST"
                    AND WS-RULE-KEY NOT = "ERROR-BURST"
                    DISPLAY "UNKNOWN RULE - SELF-REFUND, TIPS-RATIO, ",
                           "VOID-NEAR-LIMIT, POST-CLOSE, ",
                           "CORRECT-BURST OR ERROR-BURST"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-ANOMALY-RULE
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "C"
                 DISPLAY "CUSTOMER PHONE : " NO ADVANCING
                 ACCEPT WS-PHONE-KEY
                 IF WS-PHONE-KEY = SPACES
                    OR FUNCTION TRIM(WS-PHONE-KEY) NOT NUMERIC
                    DISPLAY "PHONE MUST BE DIGITS ONLY"
                    GO TO MAIN-MENU
                 END-IF
                 MOVE FUNCTION TRIM(WS-PHONE-KEY) TO WS-PHONE-KEY
                 PERFORM MAINTAIN-CUSTOMER
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "L"
                 IF WS-ACTION = "X" OR WS-ACTION = "R"
                    DISPLAY "AN EARN RATE IS NOT DEACTIVATED - ADD A ",
                           "NEW RATE WITH A LATER EFFECTIVE DATE"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-LOYALTY-RATE
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "M"
                 DISPLAY "VENDOR CODE : " NO ADVANCING
                 ACCEPT WS-KEY
                 DISPLAY "ITEM CODE : " NO ADVANCING
                 ACCEPT WS-ITEM-KEY
                 MOVE FUNCTION UPPER-CASE(WS-ITEM-KEY) TO WS-ITEM-KEY
                 IF WS-KEY = SPACES OR WS-ITEM-KEY = SPACES
                    DISPLAY "VENDOR AND ITEM CODE ARE REQUIRED"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-MENU-ITEM
                 GO TO MAIN-MENU
              END-IF
              IF WS-WHICH-FILE = "E"
                 DISPLAY "EVENT TYPE : " NO ADVANCING
                 ACCEPT WS-EVENT-KEY
                 MOVE FUNCTION UPPER-CASE(WS-EVENT-KEY) TO WS-EVENT-KEY
                 IF WS-EVENT-KEY NOT = "SIGNON-LOCK"
                    AND WS-EVENT-KEY NOT = "VENDOR-CAP"
                    AND WS-EVENT-KEY NOT = "CASH-VARIANCE"
                    AND WS-EVENT-KEY NOT = "EOD-STEP"
                    AND WS-EVENT-KEY NOT = "MONTH-END"
                    AND WS-EVENT-KEY NOT = "IO-ERROR"
                    DISPLAY "UNKNOWN EVENT TYPE - SIGNON-LOCK, ",
                           "VENDOR-CAP, CASH-VARIANCE, EOD-STEP, ",
                           "MONTH-END OR IO-ERROR"
                    GO TO MAIN-MENU
                 END-IF
                 PERFORM MAINTAIN-ALERT-ROUTE
                 GO TO MAIN-MENU
              END-IF
              DISPLAY "CODE : " NO ADVANCING
              ACCEPT WS-KEY
              IF WS-KEY = SPACES
                 DISPLAY "CODE IS REQUIRED"
                 GO TO MAIN-MENU
              END-IF
              EVALUATE WS-WHICH-FILE
                WHEN "V"
                   PERFORM MAINTAIN-VENDOR
                WHEN "A"
                   PERFORM MAINTAIN-ACCOUNT
                WHEN OTHER
                   PERFORM MAINTAIN-DRIVER
              END-EVALUATE
              GO TO MAIN-MENU.

      *-----------------------
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO VM-ACCT-NAME
                   END-IF
                   MOVE "V" TO WS-RET-TYPE
                   MOVE VM-VENDOR-CODE TO WS-RET-PAYEE
                   MOVE VM-BANK-CODE TO WS-RET-BANK-CODE
                   MOVE VM-BANK-ACCT TO WS-RET-BANK-ACCT
                   MOVE VM-ACCT-NAME TO WS-RET-ACCT-NAME
                   PERFORM SHOW-RETURNS-OUTSTANDING
                   IF VM-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO VM-ACTIVE-FLAG
                   END-IF
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO DM-ACCT-NAME
                   END-IF
                   MOVE "D" TO WS-RET-TYPE
                   MOVE DM-DRIVER-ID TO WS-RET-PAYEE
                   MOVE DM-BANK-CODE TO WS-RET-BANK-CODE
                   MOVE DM-BANK-ACCT TO WS-RET-BANK-ACCT
                   MOVE DM-ACCT-NAME TO WS-RET-ACCT-NAME
                   PERFORM SHOW-RETURNS-OUTSTANDING
                   DISPLAY "CURRENT NPWP : " DM-NPWP " NIK : " DM-NIK,
                          " CATEGORY : " DM-TAX-CATEGORY
                   PERFORM ACCEPT-DRIVER-TAX-ID
                   IF DM-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO DM-ACTIVE-FLAG
                   END-IF
              ACCEPT DM-BANK-ACCT
              DISPLAY "ACCOUNT NAME : " NO ADVANCING
              ACCEPT DM-ACCT-NAME
              MOVE SPACES TO DM-NPWP DM-NIK
              MOVE "N" TO DM-TAX-CATEGORY
              PERFORM ACCEPT-DRIVER-TAX-ID
              MOVE DRIVER-MASTER-RECORD TO WS-NEW-IMAGE
              MOVE DRIVER-MASTER-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ACCEPT-DRIVER-TAX-ID.
      **
      * The NPWP and NIK go on the bukti potong and the tax office
      * upload, so only digits are taken; a driver with neither is
      * withheld at the higher no-ID rate.  Blank keeps what is on
      * file (nothing, on an add).
      **
              DISPLAY "NPWP, DIGITS ONLY (BLANK = KEEP, - = CLEAR) : "
                     NO ADVANCING
              ACCEPT WS-ID-ENTRY
              EVALUATE TRUE
                WHEN WS-ID-ENTRY = SPACES
                   CONTINUE
                WHEN WS-ID-ENTRY = "-"
                   MOVE SPACES TO DM-NPWP
                WHEN FUNCTION TRIM(WS-ID-ENTRY) IS NUMERIC
                   MOVE WS-ID-ENTRY TO DM-NPWP
                WHEN OTHER
                   DISPLAY "NPWP MUST BE DIGITS - NPWP UNCHANGED"
              END-EVALUATE
              DISPLAY "NIK, DIGITS ONLY (BLANK = KEEP, - = CLEAR) : "
                     NO ADVANCING
              ACCEPT WS-ID-ENTRY
              EVALUATE TRUE
                WHEN WS-ID-ENTRY = SPACES
                   CONTINUE
                WHEN WS-ID-ENTRY = "-"
                   MOVE SPACES TO DM-NIK
                WHEN FUNCTION TRIM(WS-ID-ENTRY) IS NUMERIC
                   MOVE WS-ID-ENTRY TO DM-NIK
                WHEN OTHER
                   DISPLAY "NIK MUST BE DIGITS - NIK UNCHANGED"
              END-EVALUATE
              DISPLAY "WITHHOLDING CATEGORY (BLANK = KEEP) : "
                     NO ADVANCING
              ACCEPT WS-TAX-KEY
              MOVE FUNCTION UPPER-CASE(WS-TAX-KEY) TO WS-TAX-KEY
              IF WS-TAX-KEY NOT = SPACE
                 MOVE WS-TAX-KEY TO DM-TAX-CATEGORY
              END-IF
              IF DM-TAX-CATEGORY = SPACE
                 MOVE "N" TO DM-TAX-CATEGORY
              END-IF
              IF DM-NPWP = SPACES AND DM-NIK = SPACES
                 DISPLAY "NOTE - NO NPWP OR NIK ON FILE: PPH 21 WILL ",
                        "BE WITHHELD AT THE HIGHER NO-ID RATE"
              END-IF
              .

       COPY-WORK-TO-DRIVER.
              OPEN OUTPUT DRIVER-MASTER-File
              OPEN INPUT MAINT-WORK-File
                   IF WS-PASSWORD-ENTRY NOT = SPACES
                      MOVE WS-PASSWORD-ENTRY TO OP-PASSWORD
                   END-IF
                   DISPLAY "CURRENT OUTLETS : " OP-OUTLET (1) " "
                          OP-OUTLET (2) " " OP-OUTLET (3) " "
                          OP-OUTLET (4)
                   DISPLAY "CHANGE OUTLETS? (Y/N) : " NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                      PERFORM ENTER-OPERATOR-OUTLETS
                      PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                                UNTIL WS-OUT-IDX > 4
                        MOVE WS-OUTLET-KEYED (WS-OUT-IDX)
                              TO OP-OUTLET (WS-OUT-IDX)
                      END-PERFORM
                   END-IF
                   IF OP-ACTIVE NOT = "I"
                      MOVE "A" TO OP-ACTIVE
                   END-IF
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ENTER-OPERATOR-OUTLETS
              MOVE SPACES TO OPERATOR-MASTER-RECORD
              MOVE WS-OP-KEY TO OP-OPERATOR-ID
              MOVE WS-PASSWORD-ENTRY TO OP-PASSWORD
              MOVE WS-ROLE-ENTRY TO OP-ROLE
              MOVE "A" TO OP-ACTIVE
              MOVE 0 TO OP-FAIL-COUNT
              MOVE SPACE TO OP-LOCK-FLAG
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > 4
                MOVE WS-OUTLET-KEYED (WS-OUT-IDX)
                      TO OP-OUTLET (WS-OUT-IDX)
              END-PERFORM
              MOVE OPERATOR-MASTER-RECORD TO WS-NEW-IMAGE
              MOVE OPERATOR-MASTER-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ENTER-OPERATOR-OUTLETS.
      **
      * Up to four outlets the operator may sign on at, each checked
      * against the control record's outlet list; none keyed = every
      * outlet.
      **
              MOVE SPACES TO WS-OUTLET-ENTRIES
              MOVE 0 TO WS-OUT-COUNT
              DISPLAY "OUTLETS THE OPERATOR MAY SIGN ON AT - UP TO 4,"
                     " NONE = ALL OUTLETS"
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > 4
                DISPLAY "OUTLET (BLANK = NO MORE) : " NO ADVANCING
                ACCEPT WS-OUTLET-ENTRY
                MOVE FUNCTION UPPER-CASE(WS-OUTLET-ENTRY)
                      TO WS-OUTLET-ENTRY
                IF WS-OUTLET-ENTRY = SPACES
                   MOVE 4 TO WS-OUT-IDX
                ELSE
                   MOVE WS-OUTLET-ENTRY TO OU-OUTLET-CODE
                   CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
                   CANCEL "SUB-OUTLET"
                   IF OU-RESULT = "A"
                      ADD 1 TO WS-OUT-COUNT
                      MOVE WS-OUTLET-ENTRY
                            TO WS-OUTLET-KEYED (WS-OUT-COUNT)
                   ELSE
                      DISPLAY WS-OUTLET-ENTRY " IS NOT ON THE ",
                             "OUTLET LIST - IGNORED"
                   END-IF
                END-IF
              END-PERFORM
              .

       COPY-WORK-TO-OPERATOR.
              OPEN OUTPUT OPERATOR-MASTER-File
              OPEN INPUT MAINT-WORK-File
              CLOSE OPERATOR-MASTER-File
              .

      *-----------------------
      * Corporate customer account maintenance - same shape as the
      * vendor side; the credit limit and payment terms drive the
      * on-account check at entry and the AR-BILLING due dates
      *-----------------------
       MAINTAIN-ACCOUNT.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              OPEN INPUT CORP-ACCOUNT-File
              IF CA-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE CORP-ACCOUNT-File
                    OPEN OUTPUT CORP-ACCOUNT-File
                    CLOSE CORP-ACCOUNT-File
                    OPEN INPUT CORP-ACCOUNT-File
                 ELSE
                    DISPLAY "NO CORPORATE ACCOUNT FILE YET"
                    CLOSE CORP-ACCOUNT-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ CORP-ACCOUNT-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF CA-ACCOUNT-CODE = WS-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE CORP-ACCOUNT-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-ACCOUNT-CHANGE
                     ELSE
                        MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE CORP-ACCOUNT-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "ACCOUNT CODE ALREADY EXISTS - NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "ACCOUNT CODE NOT FOUND - NO CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-ACCOUNT-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      OR WS-ACTION NOT = "A"
                      PERFORM COPY-WORK-TO-ACCOUNT
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-ACCOUNT-CHANGE.
              EVALUATE WS-ACTION
                WHEN "A"
                   MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "C"
                   DISPLAY "CURRENT NAME : " CA-ACCOUNT-NAME
                   DISPLAY "NEW NAME (BLANK = KEEP) : " NO ADVANCING
                   ACCEPT WS-NAME-ENTRY
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO CA-ACCOUNT-NAME
                   END-IF
                   DISPLAY "CURRENT CREDIT LIMIT : " CA-CREDIT-LIMIT
                   DISPLAY "NEW CREDIT LIMIT (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-LIMIT-ENTRY
                   IF WS-LIMIT-ENTRY NOT = SPACES
                      IF FUNCTION TRIM(WS-LIMIT-ENTRY) IS NUMERIC
                         COMPUTE CA-CREDIT-LIMIT =
                               FUNCTION NUMVAL(WS-LIMIT-ENTRY)
                      ELSE
                         DISPLAY "NOT NUMERIC - LIMIT UNCHANGED"
                      END-IF
                   END-IF
                   DISPLAY "CURRENT PAYMENT TERMS (DAYS) : "
                          CA-TERMS-DAYS
                   DISPLAY "NEW PAYMENT TERMS (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-TERMS-ENTRY
                   IF WS-TERMS-ENTRY NOT = SPACES
                      IF FUNCTION TRIM(WS-TERMS-ENTRY) IS NUMERIC
                         COMPUTE CA-TERMS-DAYS =
                               FUNCTION NUMVAL(WS-TERMS-ENTRY)
                      ELSE
                         DISPLAY "NOT NUMERIC - TERMS UNCHANGED"
                      END-IF
                   END-IF
                   IF CA-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO CA-ACTIVE-FLAG
                   END-IF
                   MOVE CORP-ACCOUNT-RECORD TO WS-NEW-IMAGE
                   MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "X"
                   MOVE "I" TO CA-ACTIVE-FLAG
                   MOVE CORP-ACCOUNT-RECORD TO WS-NEW-IMAGE
                   MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "ACCOUNT DEACTIVATED"
                WHEN "R"
                   MOVE "A" TO CA-ACTIVE-FLAG
                   MOVE CORP-ACCOUNT-RECORD TO WS-NEW-IMAGE
                   MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "ACCOUNT REACTIVATED"
              END-EVALUATE
              .

       ADD-ACCOUNT-RECORD.
              DISPLAY "CUSTOMER NAME : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 DISPLAY "NAME MAY NOT BE BLANK - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "CREDIT LIMIT : " NO ADVANCING
              ACCEPT WS-LIMIT-ENTRY
              IF WS-LIMIT-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-LIMIT-ENTRY) NOT NUMERIC
                 DISPLAY "CREDIT LIMIT MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "PAYMENT TERMS (DAYS, BLANK = 30) : "
                     NO ADVANCING
              ACCEPT WS-TERMS-ENTRY
              IF WS-TERMS-ENTRY = SPACES
                 MOVE "30" TO WS-TERMS-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-TERMS-ENTRY) NOT NUMERIC
                 DISPLAY "PAYMENT TERMS MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-KEY TO CA-ACCOUNT-CODE
              MOVE WS-NAME-ENTRY TO CA-ACCOUNT-NAME
              COMPUTE CA-CREDIT-LIMIT = FUNCTION NUMVAL(WS-LIMIT-ENTRY)
              COMPUTE CA-TERMS-DAYS = FUNCTION NUMVAL(WS-TERMS-ENTRY)
              MOVE "A" TO CA-ACTIVE-FLAG
              MOVE WS-BUSINESS-DATE TO CA-OPENED-DATE
              MOVE CORP-ACCOUNT-RECORD TO WS-NEW-IMAGE
              MOVE CORP-ACCOUNT-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       COPY-WORK-TO-ACCOUNT.
              OPEN OUTPUT CORP-ACCOUNT-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO CORP-ACCOUNT-RECORD
                     WRITE CORP-ACCOUNT-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE CORP-ACCOUNT-File
              .

      *-----------------------
      * Promo code maintenance - same shape as the account side; the
      * codes are checked by SUB-PROMO-CHECK on entry and import
      *-----------------------
       MAINTAIN-PROMO.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              OPEN INPUT PROMO-MASTER-File
              IF PRM-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE PROMO-MASTER-File
                    OPEN OUTPUT PROMO-MASTER-File
                    CLOSE PROMO-MASTER-File
                    OPEN INPUT PROMO-MASTER-File
                 ELSE
                    DISPLAY "NO PROMO MASTER FILE YET"
                    CLOSE PROMO-MASTER-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ PROMO-MASTER-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF PM-PROMO-CODE = WS-PROMO-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE PROMO-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-PROMO-CHANGE
                     ELSE
                        MOVE PROMO-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE PROMO-MASTER-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "PROMO CODE ALREADY EXISTS - NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "PROMO CODE NOT FOUND - NO CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-PROMO-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      OR WS-ACTION NOT = "A"
                      PERFORM COPY-WORK-TO-PROMO
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-PROMO-CHANGE.
              EVALUATE WS-ACTION
                WHEN "A"
                   MOVE PROMO-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "C"
                   DISPLAY "CURRENT DESCRIPTION : " PM-DESCRIPTION
                   DISPLAY "NEW DESCRIPTION (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-NAME-ENTRY
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO PM-DESCRIPTION
                   END-IF
                   DISPLAY "CURRENT VALIDITY : " PM-VALID-FROM
                          " TO " PM-VALID-TO
                   DISPLAY "NEW LAST VALID DATE (BLANK = KEEP) : "
                          NO ADVANCING
                   MOVE 0 TO WS-KEYED-DATE
                   ACCEPT WS-KEYED-DATE
                   IF WS-KEYED-DATE NOT = 0
                      PERFORM CHECK-PROMO-DATE
                      IF DV-RESULT = "E"
                         OR WS-KEYED-DATE < PM-VALID-FROM
                         DISPLAY "NOT A VALID DATE AFTER THE START ",
                                "- VALIDITY UNCHANGED"
                      ELSE
                         MOVE WS-KEYED-DATE TO PM-VALID-TO
                      END-IF
                   END-IF
                   DISPLAY "CURRENT DAILY CAP (0 = NONE) : "
                          PM-DAILY-CAP
                   DISPLAY "NEW DAILY CAP (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-NUM-ENTRY
                   IF WS-NUM-ENTRY NOT = SPACES
                      IF FUNCTION TRIM(WS-NUM-ENTRY) IS NUMERIC
                         COMPUTE PM-DAILY-CAP =
                               FUNCTION NUMVAL(WS-NUM-ENTRY)
                      ELSE
                         DISPLAY "NOT NUMERIC - CAP UNCHANGED"
                      END-IF
                   END-IF
                   IF PM-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO PM-ACTIVE-FLAG
                   END-IF
                   MOVE PROMO-RECORD TO WS-NEW-IMAGE
                   MOVE PROMO-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "X"
                   MOVE "I" TO PM-ACTIVE-FLAG
                   MOVE PROMO-RECORD TO WS-NEW-IMAGE
                   MOVE PROMO-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "PROMO CODE DEACTIVATED"
                WHEN "R"
                   MOVE "A" TO PM-ACTIVE-FLAG
                   MOVE PROMO-RECORD TO WS-NEW-IMAGE
                   MOVE PROMO-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "PROMO CODE REACTIVATED"
              END-EVALUATE
              .

       CHECK-PROMO-DATE.
      **
      * A promo may be set up ahead of its start; the dates only have
      * to be real calendar dates.
      **
              MOVE "V" TO DV-MODE
              MOVE WS-KEYED-DATE TO DV-DATE
              CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
              CANCEL "SUB-VALIDATE-DATE"
              .

       ADD-PROMO-RECORD.
              MOVE SPACES TO PROMO-RECORD
              MOVE WS-PROMO-KEY TO PM-PROMO-CODE
              DISPLAY "DESCRIPTION : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 DISPLAY "DESCRIPTION MAY NOT BE BLANK - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NAME-ENTRY TO PM-DESCRIPTION
              DISPLAY "VENDOR CODE (BLANK = ANY VENDOR) : "
                     NO ADVANCING
              ACCEPT PM-VENDOR-CODE
              DISPLAY "VALID FROM (YYYYMMDD) : " NO ADVANCING
              MOVE 0 TO WS-KEYED-DATE
              ACCEPT WS-KEYED-DATE
              PERFORM CHECK-PROMO-DATE
              IF WS-KEYED-DATE = 0 OR DV-RESULT = "E"
                 DISPLAY "NOT A REAL CALENDAR DATE - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-KEYED-DATE TO PM-VALID-FROM
              DISPLAY "VALID TO (YYYYMMDD) : " NO ADVANCING
              MOVE 0 TO WS-KEYED-DATE
              ACCEPT WS-KEYED-DATE
              PERFORM CHECK-PROMO-DATE
              IF WS-KEYED-DATE = 0 OR DV-RESULT = "E"
                 OR WS-KEYED-DATE < PM-VALID-FROM
                 DISPLAY "NOT A VALID DATE AFTER THE START ",
                        "- NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-KEYED-DATE TO PM-VALID-TO
              DISPLAY "(P)ERCENT OR (F)IXED AMOUNT OFF : "
                     NO ADVANCING
              ACCEPT WS-ANSWER
              MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO PM-DISC-TYPE
              IF PM-DISC-TYPE NOT = "P" AND PM-DISC-TYPE NOT = "F"
                 DISPLAY "DISCOUNT TYPE MUST BE P OR F - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO PM-DISC-PCT PM-DISC-AMOUNT
              IF PM-DISC-TYPE = "P"
                 DISPLAY "PERCENT OFF (E.G. 10.00) : " NO ADVANCING
              ELSE
                 DISPLAY "AMOUNT OFF : " NO ADVANCING
              END-IF
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-NUM-ENTRY) NOT = 0
                 DISPLAY "DISCOUNT MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              IF PM-DISC-TYPE = "P"
                 IF FUNCTION NUMVAL(WS-NUM-ENTRY) > 100
                    DISPLAY "PERCENT MAY NOT EXCEED 100 - NOT ADDED"
                    MOVE SPACES TO WS-NEW-IMAGE
                    EXIT PARAGRAPH
                 END-IF
                 COMPUTE PM-DISC-PCT = FUNCTION NUMVAL(WS-NUM-ENTRY)
              ELSE
                 COMPUTE PM-DISC-AMOUNT =
                       FUNCTION NUMVAL(WS-NUM-ENTRY)
              END-IF
              DISPLAY "COMES OFF (S)ALES OR (O)NGKIR : " NO ADVANCING
              ACCEPT WS-ANSWER
              MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO PM-APPLIES-TO
              IF PM-APPLIES-TO NOT = "S" AND PM-APPLIES-TO NOT = "O"
                 DISPLAY "MUST BE S OR O - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "FUNDED BY (V)ENDOR / (U)S / (P)LATFORM : "
                     NO ADVANCING
              ACCEPT WS-ANSWER
              MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO PM-FUNDED-BY
              IF PM-FUNDED-BY NOT = "V" AND PM-FUNDED-BY NOT = "U"
                 AND PM-FUNDED-BY NOT = "P"
                 DISPLAY "MUST BE V, U OR P - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              IF PM-FUNDED-BY = "V" AND PM-VENDOR-CODE = SPACES
                 DISPLAY "A VENDOR-FUNDED PROMO NEEDS ITS VENDOR ",
                        "CODE - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "REDEMPTIONS PER DAY (BLANK = NO CAP) : "
                     NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "0" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "DAILY CAP MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE PM-DAILY-CAP = FUNCTION NUMVAL(WS-NUM-ENTRY)
              MOVE "A" TO PM-ACTIVE-FLAG
              MOVE PROMO-RECORD TO WS-NEW-IMAGE
              MOVE PROMO-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       COPY-WORK-TO-PROMO.
              OPEN OUTPUT PROMO-MASTER-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO PROMO-RECORD
                     WRITE PROMO-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE PROMO-MASTER-File
              .

      *-----------------------
      * Zone tariff maintenance - the zone's latest row is the before
      * image; add and change append a new effective-dated row, and
      * deactivate/reactivate flag every row of the zone so
      * SUB-ZONE-TARIFF sees the same status whichever row is in
      * force
      *-----------------------
       MAINTAIN-ZONE.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              MOVE 0 TO WS-ZONE-LATEST-EFF
              OPEN INPUT ZONE-TARIFF-File
              IF ZNT-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE ZONE-TARIFF-File
                    OPEN OUTPUT ZONE-TARIFF-File
                    CLOSE ZONE-TARIFF-File
                    OPEN INPUT ZONE-TARIFF-File
                 ELSE
                    DISPLAY "NO ZONE TARIFF FILE YET"
                    CLOSE ZONE-TARIFF-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ ZONE-TARIFF-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF ZT-ZONE-CODE = WS-ZONE-KEY
                        MOVE "Y" TO WS-FOUND
                        IF ZT-EFF-DATE NOT < WS-ZONE-LATEST-EFF
                           MOVE ZT-EFF-DATE TO WS-ZONE-LATEST-EFF
                           MOVE ZONE-TARIFF-RECORD TO WS-OLD-IMAGE
                        END-IF
                        EVALUATE WS-ACTION
                          WHEN "X"
                             MOVE "I" TO ZT-ACTIVE-FLAG
                          WHEN "R"
                             MOVE "A" TO ZT-ACTIVE-FLAG
                        END-EVALUATE
                     END-IF
                     MOVE ZONE-TARIFF-RECORD TO MAINT-WORK-RECORD
                     WRITE MAINT-WORK-RECORD
                END-READ
              END-PERFORM
              CLOSE ZONE-TARIFF-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "ZONE CODE ALREADY EXISTS - USE (C)HANGE ",
                          "FOR A NEW TARIFF - NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "ZONE CODE NOT FOUND - NO CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   EVALUATE WS-ACTION
                     WHEN "A"
                        PERFORM ADD-ZONE-RECORD
                     WHEN "C"
                        PERFORM CHANGE-ZONE-RECORD
                     WHEN "X"
                        MOVE WS-OLD-IMAGE TO ZONE-TARIFF-RECORD
                        MOVE "I" TO ZT-ACTIVE-FLAG
                        MOVE ZONE-TARIFF-RECORD TO WS-NEW-IMAGE
                        DISPLAY "ZONE WITHDRAWN"
                     WHEN "R"
                        MOVE WS-OLD-IMAGE TO ZONE-TARIFF-RECORD
                        MOVE "A" TO ZT-ACTIVE-FLAG
                        MOVE ZONE-TARIFF-RECORD TO WS-NEW-IMAGE
                        DISPLAY "ZONE REACTIVATED"
                   END-EVALUATE
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      PERFORM COPY-WORK-TO-ZONE
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       ADD-ZONE-RECORD.
              MOVE SPACES TO ZONE-TARIFF-RECORD
              MOVE WS-ZONE-KEY TO ZT-ZONE-CODE
              DISPLAY "DESCRIPTION : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 DISPLAY "DESCRIPTION MAY NOT BE BLANK - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NAME-ENTRY TO ZT-DESCRIPTION
              PERFORM ACCEPT-ZONE-AMOUNTS
              IF WS-NEW-IMAGE = "E"
                 DISPLAY "NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ACCEPT-EFF-DATE
              MOVE WS-EFF-DATE TO ZT-EFF-DATE
              MOVE "A" TO ZT-ACTIVE-FLAG
              MOVE ZONE-TARIFF-RECORD TO WS-NEW-IMAGE
              MOVE ZONE-TARIFF-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       CHANGE-ZONE-RECORD.
      **
      * A tariff change starts a new row from the latest one; it has
      * to start after that row so there is never two rows for the
      * same zone and date.
      **
              MOVE WS-OLD-IMAGE TO ZONE-TARIFF-RECORD
              DISPLAY "LATEST TARIFF : " ZT-DESCRIPTION " STD ",
                     ZT-STD-ONGKIR " +/- " ZT-TOLERANCE " FROM ",
                     ZT-EFF-DATE
              DISPLAY "NEW DESCRIPTION (BLANK = KEEP) : "
                     NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY NOT = SPACES
                 MOVE WS-NAME-ENTRY TO ZT-DESCRIPTION
              END-IF
              PERFORM ACCEPT-ZONE-AMOUNTS
              IF WS-NEW-IMAGE = "E"
                 DISPLAY "NO CHANGES MADE"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ACCEPT-EFF-DATE
              IF WS-EFF-DATE NOT > WS-ZONE-LATEST-EFF
                 DISPLAY "A NEW TARIFF MUST START AFTER ",
                        WS-ZONE-LATEST-EFF " - NO CHANGES MADE"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EFF-DATE TO ZT-EFF-DATE
              MOVE ZONE-TARIFF-RECORD TO WS-NEW-IMAGE
              MOVE ZONE-TARIFF-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ACCEPT-ZONE-AMOUNTS.
      **
      * Leaves "E" in WS-NEW-IMAGE when either amount is not numeric.
      **
              DISPLAY "STANDARD ONGKIR : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "STANDARD ONGKIR MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE ZT-STD-ONGKIR = FUNCTION NUMVAL(WS-NUM-ENTRY)
              DISPLAY "TOLERANCE EITHER SIDE (BLANK = NONE) : "
                     NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "0" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "TOLERANCE MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE ZT-TOLERANCE = FUNCTION NUMVAL(WS-NUM-ENTRY)
              .

       COPY-WORK-TO-ZONE.
              OPEN OUTPUT ZONE-TARIFF-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO ZONE-TARIFF-RECORD
                     WRITE ZONE-TARIFF-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE ZONE-TARIFF-File
              .

      *-----------------------
      * Withholding rate maintenance - the category's latest set is
      * found first; add appends a bracket to it or starts a later
      * set, change and remove work on a bracket of the latest set
      * while it is not yet in force (a set that has been used for a
      * payout is history and is superseded by a later one instead)
      *-----------------------
       MAINTAIN-WITHHOLDING.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              MOVE 0 TO WS-TAX-LATEST-EFF
              MOVE "N" TO WS-TAX-HAS-ZERO
              OPEN INPUT PPH21-RATE-File
              IF PTR-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE PPH21-RATE-File
                    OPEN OUTPUT PPH21-RATE-File
                    CLOSE PPH21-RATE-File
                    OPEN INPUT PPH21-RATE-File
                 ELSE
                    DISPLAY "NO WITHHOLDING RATE FILE YET"
                    CLOSE PPH21-RATE-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ PPH21-RATE-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF PT-CATEGORY = WS-TAX-KEY
                        AND PT-EFF-DATE > WS-TAX-LATEST-EFF
                        MOVE PT-EFF-DATE TO WS-TAX-LATEST-EFF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE PPH21-RATE-File

              IF WS-ACTION = "A"
                 PERFORM ACCEPT-EFF-DATE
                 IF WS-EFF-DATE < WS-TAX-LATEST-EFF
                    DISPLAY "CATEGORY " WS-TAX-KEY " ALREADY HAS A ",
                           "SET EFFECTIVE " WS-TAX-LATEST-EFF,
                           " - AN EARLIER SET CANNOT BE ADDED"
                    EXIT PARAGRAPH
                 END-IF
              ELSE
                 IF WS-TAX-LATEST-EFF = 0
                    DISPLAY "NO RATES FOR CATEGORY " WS-TAX-KEY,
                           " - NO CHANGES MADE"
                    EXIT PARAGRAPH
                 END-IF
                 IF WS-TAX-LATEST-EFF NOT > WS-BUSINESS-DATE
                    DISPLAY "THE LATEST SET FOR CATEGORY " WS-TAX-KEY,
                           " IS IN FORCE SINCE " WS-TAX-LATEST-EFF,
                           " - ADD A NEW SET WITH A LATER ",
                           "EFFECTIVE DATE INSTEAD"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE WS-TAX-LATEST-EFF TO WS-EFF-DATE
              END-IF
              DISPLAY "BRACKET STARTS AT MONTH-TO-DATE DPP ",
                     "(0 = FIRST BRACKET) : " NO ADVANCING
              ACCEPT WS-TAX-ENTRY
              IF WS-TAX-ENTRY = SPACES
                 MOVE "0" TO WS-TAX-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-TAX-ENTRY) NOT NUMERIC
                 DISPLAY "BRACKET START MUST BE NUMERIC - NO CHANGES ",
                        "MADE"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-TAX-FROM = FUNCTION NUMVAL(WS-TAX-ENTRY)

              OPEN INPUT PPH21-RATE-File
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ PPH21-RATE-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF PT-CATEGORY = WS-TAX-KEY
                        AND PT-EFF-DATE = WS-EFF-DATE
                        AND PT-BRACKET-FROM = 0
                        MOVE "Y" TO WS-TAX-HAS-ZERO
                     END-IF
                     IF PT-CATEGORY = WS-TAX-KEY
                        AND PT-EFF-DATE = WS-EFF-DATE
                        AND PT-BRACKET-FROM = WS-TAX-FROM
                        MOVE "Y" TO WS-FOUND
                        MOVE PPH21-RATE-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-WITHHOLDING-CHANGE
                     ELSE
                        MOVE PPH21-RATE-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE PPH21-RATE-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "BRACKET ALREADY EXISTS IN THAT SET - ",
                          "NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION = "A" AND WS-TAX-FROM > 0
                     AND WS-TAX-HAS-ZERO = "N"
                   DISPLAY "ADD THE FIRST BRACKET (STARTING AT 0) OF ",
                          "THE SET BEFORE THE HIGHER ONES - NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION = "X" AND WS-FOUND = "Y"
                     AND WS-TAX-FROM = 0
                   DISPLAY "THE FIRST BRACKET CARRIES THE DPP AND ",
                          "NO-ID PERCENTAGES AND CANNOT BE REMOVED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "BRACKET NOT FOUND IN THE LATEST SET - NO ",
                          "CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-WITHHOLDING-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      OR WS-ACTION = "X"
                      PERFORM COPY-WORK-TO-WITHHOLDING
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-WITHHOLDING-CHANGE.
              EVALUATE WS-ACTION
                WHEN "A"
                   MOVE PPH21-RATE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "C"
                   DISPLAY "CURRENT BRACKET : " PT-RATE-PCT "% DPP ",
                          PT-DPP-PCT "% NO-ID " PT-NO-ID-PCT,
                          "% OBJECT " PT-OBJECT-CODE
                   PERFORM ACCEPT-WITHHOLDING-AMOUNTS
                   IF WS-NEW-IMAGE = "E"
                      DISPLAY "NO CHANGES MADE"
                      MOVE SPACES TO WS-NEW-IMAGE
                      MOVE WS-OLD-IMAGE TO PPH21-RATE-RECORD
                   ELSE
                      MOVE PPH21-RATE-RECORD TO WS-NEW-IMAGE
                   END-IF
                   MOVE PPH21-RATE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "X"
                   IF WS-TAX-FROM = 0
                      MOVE PPH21-RATE-RECORD TO MAINT-WORK-RECORD
                      WRITE MAINT-WORK-RECORD
                   ELSE
                      DISPLAY "BRACKET REMOVED"
                   END-IF
              END-EVALUATE
              .

       ADD-WITHHOLDING-RECORD.
      **
      * Only the rate is keyed for a bracket above the first - the
      * set's DPP and no-ID percentages and object code are carried
      * on its first bracket.
      **
              MOVE SPACES TO PPH21-RATE-RECORD
              MOVE WS-TAX-KEY TO PT-CATEGORY
              MOVE WS-EFF-DATE TO PT-EFF-DATE
              MOVE WS-TAX-FROM TO PT-BRACKET-FROM
              MOVE 0 TO PT-RATE-PCT PT-DPP-PCT PT-NO-ID-PCT
              PERFORM ACCEPT-WITHHOLDING-AMOUNTS
              IF WS-NEW-IMAGE = "E"
                 DISPLAY "NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE PPH21-RATE-RECORD TO WS-NEW-IMAGE
              MOVE PPH21-RATE-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ACCEPT-WITHHOLDING-AMOUNTS.
      **
      * Leaves "E" in WS-NEW-IMAGE when an entry is not numeric.  The
      * DPP and no-ID percentages and the object code are only asked
      * for on the first bracket of a set.
      **
              DISPLAY "RATE NNNN = NN.NN% : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "RATE MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE PT-RATE-PCT = FUNCTION NUMVAL(WS-NUM-ENTRY) / 100
              IF PT-BRACKET-FROM > 0
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "TAXABLE SHARE OF GROSS % (BLANK = 50) : "
                     NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "50" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 OR FUNCTION NUMVAL(WS-NUM-ENTRY) > 100
                 DISPLAY "TAXABLE SHARE MUST BE 0-100"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE PT-DPP-PCT = FUNCTION NUMVAL(WS-NUM-ENTRY)
              DISPLAY "TAX WITH NO NPWP/NIK % (BLANK = 120) : "
                     NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "120" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "NO-ID PERCENTAGE MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE PT-NO-ID-PCT = FUNCTION NUMVAL(WS-NUM-ENTRY)
              DISPLAY "TAX OBJECT CODE (E.G. 21-100-03) : "
                     NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY NOT = SPACES
                 MOVE WS-NAME-ENTRY TO PT-OBJECT-CODE
              END-IF
              IF PT-OBJECT-CODE = SPACES
                 DISPLAY "OBJECT CODE MAY NOT BE BLANK"
                 MOVE "E" TO WS-NEW-IMAGE
              END-IF
              .

       COPY-WORK-TO-WITHHOLDING.
              OPEN OUTPUT PPH21-RATE-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO PPH21-RATE-RECORD
                     WRITE PPH21-RATE-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE PPH21-RATE-File
              .

       SHOW-RETURNS-OUTSTANDING.
      **
      * The next payment run re-offers a return only to bank details
      * that differ from the ones the bank sent it back from.
      **
              MOVE "N" TO WS-RET-EOF
              OPEN INPUT RETURN-REGISTER-File
              IF RRG-FSTAT = "35"
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-RET-EOF = "Y"
                READ RETURN-REGISTER-File NEXT
                  AT END
                     MOVE "Y" TO WS-RET-EOF
                  NOT AT END
                     IF RT-PAYEE-TYPE = WS-RET-TYPE
                        AND RT-PAYEE-ID = WS-RET-PAYEE
                        AND RT-STATUS = "O"
                        DISPLAY "RETURNED BY THE BANK : " RT-RUN-END,
                               " " RT-AMOUNT " " RT-REASON-CODE " ",
                               RT-REASON-TEXT
                        IF WS-RET-BANK-ACCT NOT = SPACES
                           AND (WS-RET-BANK-CODE NOT = RT-BANK-CODE
                                OR WS-RET-BANK-ACCT NOT = RT-BANK-ACCT
                                OR WS-RET-ACCT-NAME NOT = RT-ACCT-NAME)
                           DISPLAY "  RE-OFFERED IN THE NEXT PAYMENT ",
                                  "RUN TO THE NEW BANK DETAILS"
                        ELSE
                           DISPLAY "  STILL HELD - BANK DETAILS ARE ",
                                  "THE ONES IT CAME BACK FROM"
                        END-IF
                     END-IF
                END-READ
              END-PERFORM
              CLOSE RETURN-REGISTER-File
              .

      *-----------------------
      * Anomaly rule maintenance - same shape as the account side.  A
      * rule with no record runs on ANOMALY-SCAN's built-in
      * thresholds, so adding one is how a threshold is first tuned.
      *-----------------------
       MAINTAIN-ANOMALY-RULE.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              OPEN INPUT ANOMALY-RULE-File
              IF ANR-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE ANOMALY-RULE-File
                    OPEN OUTPUT ANOMALY-RULE-File
                    CLOSE ANOMALY-RULE-File
                    OPEN INPUT ANOMALY-RULE-File
                 ELSE
                    DISPLAY "NO ANOMALY RULE FILE YET - THE SCAN ",
                           "RUNS ON ITS BUILT-IN THRESHOLDS"
                    CLOSE ANOMALY-RULE-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ ANOMALY-RULE-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF AN-RULE-ID = WS-RULE-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE ANOMALY-RULE-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-RULE-CHANGE
                     ELSE
                        MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ANOMALY-RULE-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "RULE ALREADY ON FILE - USE (C)HANGE"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "RULE NOT ON FILE - ADD IT FIRST"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-RULE-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      OR WS-ACTION NOT = "A"
                      PERFORM COPY-WORK-TO-RULE
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-RULE-CHANGE.
              EVALUATE WS-ACTION
                WHEN "A"
                   MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "C"
                   DISPLAY "CURRENT DESCRIPTION : " AN-DESCRIPTION
                   DISPLAY "NEW DESCRIPTION (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-NAME-ENTRY
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO AN-DESCRIPTION
                   END-IF
                   DISPLAY "CURRENT THRESHOLD 1 : " AN-THRESHOLD-1
                   DISPLAY "NEW THRESHOLD 1 (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-NUM-ENTRY
                   IF WS-NUM-ENTRY NOT = SPACES
                      IF FUNCTION TRIM(WS-NUM-ENTRY) IS NUMERIC
                         COMPUTE AN-THRESHOLD-1 =
                               FUNCTION NUMVAL(WS-NUM-ENTRY)
                      ELSE
                         DISPLAY "NOT NUMERIC - THRESHOLD UNCHANGED"
                      END-IF
                   END-IF
                   DISPLAY "CURRENT THRESHOLD 2 : " AN-THRESHOLD-2
                   DISPLAY "NEW THRESHOLD 2 (BLANK = KEEP) : "
                          NO ADVANCING
                   ACCEPT WS-NUM-ENTRY
                   IF WS-NUM-ENTRY NOT = SPACES
                      IF FUNCTION TRIM(WS-NUM-ENTRY) IS NUMERIC
                         COMPUTE AN-THRESHOLD-2 =
                               FUNCTION NUMVAL(WS-NUM-ENTRY)
                      ELSE
                         DISPLAY "NOT NUMERIC - THRESHOLD UNCHANGED"
                      END-IF
                   END-IF
                   IF AN-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO AN-ACTIVE-FLAG
                   END-IF
                   MOVE ANOMALY-RULE-RECORD TO WS-NEW-IMAGE
                   MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "X"
                   MOVE "I" TO AN-ACTIVE-FLAG
                   MOVE ANOMALY-RULE-RECORD TO WS-NEW-IMAGE
                   MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "RULE SWITCHED OFF"
                WHEN "R"
                   MOVE "A" TO AN-ACTIVE-FLAG
                   MOVE ANOMALY-RULE-RECORD TO WS-NEW-IMAGE
                   MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "RULE SWITCHED ON"
              END-EVALUATE
              .

       ADD-RULE-RECORD.
              MOVE SPACES TO ANOMALY-RULE-RECORD
              DISPLAY "DESCRIPTION : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 MOVE WS-RULE-KEY TO WS-NAME-ENTRY
              END-IF
              DISPLAY "THRESHOLD 1 : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "THRESHOLD MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE AN-THRESHOLD-1 = FUNCTION NUMVAL(WS-NUM-ENTRY)
              DISPLAY "THRESHOLD 2 (BLANK = 0) : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "0" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "THRESHOLD MUST BE NUMERIC - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE AN-THRESHOLD-2 = FUNCTION NUMVAL(WS-NUM-ENTRY)
              MOVE WS-RULE-KEY TO AN-RULE-ID
              MOVE WS-NAME-ENTRY TO AN-DESCRIPTION
              MOVE "A" TO AN-ACTIVE-FLAG
              MOVE ANOMALY-RULE-RECORD TO WS-NEW-IMAGE
              MOVE ANOMALY-RULE-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       COPY-WORK-TO-RULE.
              OPEN OUTPUT ANOMALY-RULE-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO ANOMALY-RULE-RECORD
                     WRITE ANOMALY-RULE-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE ANOMALY-RULE-File
              .

      *-----------------------
      * Loyalty customer maintenance - same rewrite pattern as the
      * other masters; a deactivated customer keeps the points held
      * but neither earns nor redeems
      *-----------------------
       MAINTAIN-CUSTOMER.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              OPEN INPUT CUSTOMER-File
              IF CU-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE CUSTOMER-File
                    OPEN OUTPUT CUSTOMER-File
                    CLOSE CUSTOMER-File
                    OPEN INPUT CUSTOMER-File
                 ELSE
                    DISPLAY "NO CUSTOMER FILE YET"
                    CLOSE CUSTOMER-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ CUSTOMER-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF CU-PHONE = WS-PHONE-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE CUSTOMER-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-CUSTOMER-CHANGE
                     ELSE
                        MOVE CUSTOMER-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE CUSTOMER-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "CUSTOMER ALREADY ON FILE - USE (C)HANGE"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "CUSTOMER NOT FOUND - NO CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-CUSTOMER-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      PERFORM COPY-WORK-TO-CUSTOMER
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-CUSTOMER-CHANGE.
              EVALUATE WS-ACTION
                WHEN "C"
                   DISPLAY "CURRENT NAME : " CU-NAME
                   DISPLAY "NEW NAME (BLANK = KEEP) : " NO ADVANCING
                   ACCEPT WS-NAME-ENTRY
                   IF WS-NAME-ENTRY NOT = SPACES
                      MOVE WS-NAME-ENTRY TO CU-NAME
                   END-IF
                   MOVE CUSTOMER-RECORD TO WS-NEW-IMAGE
                WHEN "X"
                   MOVE "I" TO CU-ACTIVE-FLAG
                   MOVE CUSTOMER-RECORD TO WS-NEW-IMAGE
                   DISPLAY "CUSTOMER DEACTIVATED - POINTS HELD ARE ",
                          "KEPT BUT NOT EARNED OR REDEEMED"
                WHEN "R"
                   MOVE "A" TO CU-ACTIVE-FLAG
                   MOVE CUSTOMER-RECORD TO WS-NEW-IMAGE
                   DISPLAY "CUSTOMER REACTIVATED"
              END-EVALUATE
              MOVE CUSTOMER-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ADD-CUSTOMER-RECORD.
              MOVE SPACES TO CUSTOMER-RECORD
              DISPLAY "CUSTOMER NAME : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 DISPLAY "NAME MAY NOT BE BLANK - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-PHONE-KEY TO CU-PHONE
              MOVE WS-NAME-ENTRY TO CU-NAME
              MOVE WS-BUSINESS-DATE TO CU-JOINED-DATE
              MOVE "A" TO CU-ACTIVE-FLAG
              MOVE CUSTOMER-RECORD TO WS-NEW-IMAGE
              MOVE CUSTOMER-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       COPY-WORK-TO-CUSTOMER.
              OPEN OUTPUT CUSTOMER-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO CUSTOMER-RECORD
                     WRITE CUSTOMER-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE CUSTOMER-File
              .

      *-----------------------
      * Loyalty earn rate - add and change both append a row, which
      * has to start after the latest one so sales already earned at
      * a rate are never re-rated
      *-----------------------
       MAINTAIN-LOYALTY-RATE.
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              MOVE 0 TO WS-LOYRATE-LATEST-EFF
              MOVE "N" TO WS-EOF
              OPEN INPUT LOYALTY-RATE-File
              IF LRT-FSTAT = "00"
                 PERFORM UNTIL WS-EOF = "Y"
                   READ LOYALTY-RATE-File NEXT
                     AT END
                        MOVE "Y" TO WS-EOF
                     NOT AT END
                        IF LR-EFF-DATE NOT < WS-LOYRATE-LATEST-EFF
                           MOVE LR-EFF-DATE TO WS-LOYRATE-LATEST-EFF
                           MOVE LOYALTY-RATE-RECORD TO WS-OLD-IMAGE
                        END-IF
                   END-READ
                 END-PERFORM
              END-IF
              CLOSE LOYALTY-RATE-File
              IF WS-OLD-IMAGE NOT = SPACES
                 MOVE WS-OLD-IMAGE TO LOYALTY-RATE-RECORD
                 DISPLAY "LATEST RATE : 1 POINT PER RP ",
                        LR-SPEND-PER-POINT ", WORTH RP ",
                        LR-POINT-VALUE " FROM " LR-EFF-DATE
              ELSE
                 DISPLAY "NO EARN RATE YET - NOTHING IS EARNED OR ",
                        "REDEEMED UNTIL ONE IS ADDED"
              END-IF
              MOVE SPACES TO LOYALTY-RATE-RECORD
              DISPLAY "SPEND (RP) FOR ONE POINT : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "SPEND MUST BE NUMERIC - NO CHANGES MADE"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE LR-SPEND-PER-POINT = FUNCTION NUMVAL(WS-NUM-ENTRY)
              IF LR-SPEND-PER-POINT = 0
                 DISPLAY "SPEND MAY NOT BE ZERO - NO CHANGES MADE"
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "VALUE (RP) OF ONE POINT REDEEMED : "
                     NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "VALUE MUST BE NUMERIC - NO CHANGES MADE"
                 EXIT PARAGRAPH
              END-IF
              COMPUTE LR-POINT-VALUE = FUNCTION NUMVAL(WS-NUM-ENTRY)
              PERFORM ACCEPT-EFF-DATE
              IF WS-EFF-DATE NOT > WS-LOYRATE-LATEST-EFF
                 DISPLAY "A NEW RATE MUST START AFTER ",
                        WS-LOYRATE-LATEST-EFF " - NO CHANGES MADE"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EFF-DATE TO LR-EFF-DATE
              MOVE LOYALTY-RATE-RECORD TO WS-NEW-IMAGE
              OPEN EXTEND LOYALTY-RATE-File
              IF LRT-FSTAT = "35"
                 OPEN OUTPUT LOYALTY-RATE-File
              END-IF
              WRITE LOYALTY-RATE-RECORD
              CLOSE LOYALTY-RATE-File
              PERFORM WRITE-MAINT-LOG
              DISPLAY "EARN RATE RECORDED EFFECTIVE " WS-EFF-DATE
              .

      *-----------------------
      * Menu item maintenance - the item's latest row for the vendor is
      * the before image; add and change append a new effective-dated
      * row, and deactivate/reactivate flag every row of the item so
      * SUB-MENU-ITEM sees the same status whichever row is in force
      *-----------------------
       MAINTAIN-MENU-ITEM.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              MOVE 0 TO WS-ITEM-LATEST-EFF
              IF WS-ACTION = "A"
                 PERFORM CHECK-VENDOR-ON-FILE
                 IF WS-FOUND = "N"
                    DISPLAY "VENDOR CODE NOT ON THE VENDOR MASTER - ",
                           "NOT ADDED"
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "N" TO WS-FOUND
              END-IF
              OPEN INPUT MENU-ITEM-File
              IF MIT-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE MENU-ITEM-File
                    OPEN OUTPUT MENU-ITEM-File
                    CLOSE MENU-ITEM-File
                    OPEN INPUT MENU-ITEM-File
                 ELSE
                    DISPLAY "NO MENU ITEM FILE YET"
                    CLOSE MENU-ITEM-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MENU-ITEM-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF MI-VENDOR-CODE = WS-KEY
                        AND MI-ITEM-CODE = WS-ITEM-KEY
                        MOVE "Y" TO WS-FOUND
                        IF MI-EFF-DATE NOT < WS-ITEM-LATEST-EFF
                           MOVE MI-EFF-DATE TO WS-ITEM-LATEST-EFF
                           MOVE MENU-ITEM-RECORD TO WS-OLD-IMAGE
                        END-IF
                        EVALUATE WS-ACTION
                          WHEN "X"
                             MOVE "I" TO MI-ACTIVE-FLAG
                          WHEN "R"
                             MOVE "A" TO MI-ACTIVE-FLAG
                        END-EVALUATE
                     END-IF
                     MOVE MENU-ITEM-RECORD TO MAINT-WORK-RECORD
                     WRITE MAINT-WORK-RECORD
                END-READ
              END-PERFORM
              CLOSE MENU-ITEM-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "ITEM ALREADY ON THE VENDOR'S MENU - USE ",
                          "(C)HANGE FOR A NEW PRICE - NOT ADDED"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "ITEM NOT ON THE VENDOR'S MENU - NO ",
                          "CHANGES MADE"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   EVALUATE WS-ACTION
                     WHEN "A"
                        PERFORM ADD-ITEM-RECORD
                     WHEN "C"
                        PERFORM CHANGE-ITEM-RECORD
                     WHEN "X"
                        MOVE WS-OLD-IMAGE TO MENU-ITEM-RECORD
                        MOVE "I" TO MI-ACTIVE-FLAG
                        MOVE MENU-ITEM-RECORD TO WS-NEW-IMAGE
                        DISPLAY "ITEM WITHDRAWN FROM THE MENU"
                     WHEN "R"
                        MOVE WS-OLD-IMAGE TO MENU-ITEM-RECORD
                        MOVE "A" TO MI-ACTIVE-FLAG
                        MOVE MENU-ITEM-RECORD TO WS-NEW-IMAGE
                        DISPLAY "ITEM REACTIVATED"
                   END-EVALUATE
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      PERFORM COPY-WORK-TO-ITEM
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       CHECK-VENDOR-ON-FILE.
              MOVE "N" TO WS-FOUND
              MOVE "N" TO WS-EOF
              OPEN INPUT VENDOR-MASTER-File
              IF VM-FSTAT = "35"
                 CLOSE VENDOR-MASTER-File
                 EXIT PARAGRAPH
              END-IF
              PERFORM UNTIL WS-EOF = "Y"
                READ VENDOR-MASTER-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF VM-VENDOR-CODE = WS-KEY
                        MOVE "Y" TO WS-FOUND
                     END-IF
                END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER-File
              .

       ADD-ITEM-RECORD.
              MOVE SPACES TO MENU-ITEM-RECORD
              MOVE WS-KEY TO MI-VENDOR-CODE
              MOVE WS-ITEM-KEY TO MI-ITEM-CODE
              DISPLAY "DESCRIPTION : " NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY = SPACES
                 DISPLAY "DESCRIPTION MAY NOT BE BLANK - NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-NAME-ENTRY TO MI-DESCRIPTION
              PERFORM ACCEPT-ITEM-AMOUNTS
              IF WS-NEW-IMAGE = "E"
                 DISPLAY "NOT ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ACCEPT-EFF-DATE
              MOVE WS-EFF-DATE TO MI-EFF-DATE
              MOVE "A" TO MI-ACTIVE-FLAG
              MOVE MENU-ITEM-RECORD TO WS-NEW-IMAGE
              MOVE MENU-ITEM-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       CHANGE-ITEM-RECORD.
      **
      * A price change starts a new row from the latest one; it has
      * to start after that row so there is never two rows for the
      * same vendor, item and date.
      **
              MOVE WS-OLD-IMAGE TO MENU-ITEM-RECORD
              DISPLAY "LATEST PRICE : " MI-DESCRIPTION " UNIT ",
                     MI-UNIT-PRICE " +/- " MI-TOLERANCE " FROM ",
                     MI-EFF-DATE
              DISPLAY "NEW DESCRIPTION (BLANK = KEEP) : "
                     NO ADVANCING
              ACCEPT WS-NAME-ENTRY
              IF WS-NAME-ENTRY NOT = SPACES
                 MOVE WS-NAME-ENTRY TO MI-DESCRIPTION
              END-IF
              PERFORM ACCEPT-ITEM-AMOUNTS
              IF WS-NEW-IMAGE = "E"
                 DISPLAY "NO CHANGES MADE"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ACCEPT-EFF-DATE
              IF WS-EFF-DATE NOT > WS-ITEM-LATEST-EFF
                 DISPLAY "A NEW PRICE MUST START AFTER ",
                        WS-ITEM-LATEST-EFF " - NO CHANGES MADE"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-EFF-DATE TO MI-EFF-DATE
              MOVE MENU-ITEM-RECORD TO WS-NEW-IMAGE
              MOVE MENU-ITEM-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ACCEPT-ITEM-AMOUNTS.
      **
      * Leaves "E" in WS-NEW-IMAGE when either amount is not numeric.
      **
              DISPLAY "UNIT PRICE : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 OR FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "UNIT PRICE MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE MI-UNIT-PRICE = FUNCTION NUMVAL(WS-NUM-ENTRY)
              DISPLAY "TOLERANCE PER UNIT EITHER SIDE (BLANK = ",
                     "NONE) : " NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              IF WS-NUM-ENTRY = SPACES
                 MOVE "0" TO WS-NUM-ENTRY
              END-IF
              IF FUNCTION TRIM(WS-NUM-ENTRY) NOT NUMERIC
                 DISPLAY "TOLERANCE MUST BE NUMERIC"
                 MOVE "E" TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              COMPUTE MI-TOLERANCE = FUNCTION NUMVAL(WS-NUM-ENTRY)
              .

       COPY-WORK-TO-ITEM.
              OPEN OUTPUT MENU-ITEM-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO MENU-ITEM-RECORD
                     WRITE MENU-ITEM-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE MENU-ITEM-File
              .

      *-----------------------
      * Alert routing maintenance - same shape as the anomaly rules.
      * An event type with no active route is never sent; its alerts
      * are marked not sent by ALERT-DISPATCH.
      *-----------------------
       MAINTAIN-ALERT-ROUTE.
              MOVE "N" TO WS-FOUND
              MOVE SPACES TO WS-OLD-IMAGE WS-NEW-IMAGE
              OPEN INPUT ALERT-ROUTE-File
              IF ALR-FSTAT = "35"
                 IF WS-ACTION = "A"
                    CLOSE ALERT-ROUTE-File
                    OPEN OUTPUT ALERT-ROUTE-File
                    CLOSE ALERT-ROUTE-File
                    OPEN INPUT ALERT-ROUTE-File
                 ELSE
                    DISPLAY "NO ALERT ROUTING FILE YET - ADD A ",
                           "ROUTE FIRST"
                    CLOSE ALERT-ROUTE-File
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              OPEN OUTPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ ALERT-ROUTE-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF RT-EVENT-TYPE = WS-EVENT-KEY
                        MOVE "Y" TO WS-FOUND
                        MOVE ALERT-ROUTE-RECORD TO WS-OLD-IMAGE
                        PERFORM APPLY-ROUTE-CHANGE
                     ELSE
                        MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
                        WRITE MAINT-WORK-RECORD
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ALERT-ROUTE-File

              EVALUATE TRUE
                WHEN WS-ACTION = "A" AND WS-FOUND = "Y"
                   DISPLAY "ROUTE ALREADY ON FILE - USE (C)HANGE"
                   CLOSE MAINT-WORK-File
                WHEN WS-ACTION NOT = "A" AND WS-FOUND = "N"
                   DISPLAY "ROUTE NOT ON FILE - ADD IT FIRST"
                   CLOSE MAINT-WORK-File
                WHEN OTHER
                   IF WS-ACTION = "A"
                      PERFORM ADD-ROUTE-RECORD
                   END-IF
                   CLOSE MAINT-WORK-File
                   IF WS-NEW-IMAGE NOT = SPACES
                      OR WS-ACTION NOT = "A"
                      PERFORM COPY-WORK-TO-ROUTE
                      PERFORM WRITE-MAINT-LOG
                      DISPLAY "CHANGE APPLIED"
                   END-IF
              END-EVALUATE
              .

       APPLY-ROUTE-CHANGE.
              EVALUATE WS-ACTION
                WHEN "A"
                   MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "C"
                   PERFORM ACCEPT-ROUTE-DETAILS
                   IF RT-ACTIVE-FLAG NOT = "I"
                      MOVE "A" TO RT-ACTIVE-FLAG
                   END-IF
                   MOVE ALERT-ROUTE-RECORD TO WS-NEW-IMAGE
                   MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                WHEN "X"
                   MOVE "I" TO RT-ACTIVE-FLAG
                   MOVE ALERT-ROUTE-RECORD TO WS-NEW-IMAGE
                   MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "ROUTE SWITCHED OFF - ALERTS OF THIS ",
                          "TYPE ARE NO LONGER SENT"
                WHEN "R"
                   MOVE "A" TO RT-ACTIVE-FLAG
                   MOVE ALERT-ROUTE-RECORD TO WS-NEW-IMAGE
                   MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
                   WRITE MAINT-WORK-RECORD
                   DISPLAY "ROUTE SWITCHED ON"
              END-EVALUATE
              .

       ADD-ROUTE-RECORD.
              MOVE SPACES TO ALERT-ROUTE-RECORD
              MOVE WS-EVENT-KEY TO RT-EVENT-TYPE
              MOVE 0 TO RT-QUIET-FROM RT-QUIET-TO
              PERFORM ACCEPT-ROUTE-DETAILS
              IF RT-SUP-PHONE = SPACES AND RT-FIN-PHONE = SPACES
                 AND RT-IT-PHONE = SPACES
                 DISPLAY "AT LEAST ONE RECIPIENT IS NEEDED - NOT ",
                        "ADDED"
                 MOVE SPACES TO WS-NEW-IMAGE
                 EXIT PARAGRAPH
              END-IF
              MOVE "A" TO RT-ACTIVE-FLAG
              MOVE ALERT-ROUTE-RECORD TO WS-NEW-IMAGE
              MOVE ALERT-ROUTE-RECORD TO MAINT-WORK-RECORD
              WRITE MAINT-WORK-RECORD
              .

       ACCEPT-ROUTE-DETAILS.
      **
      * Blank keeps what is there (nothing, on an add); "-" takes a
      * recipient off the route.
      **
              DISPLAY "SUPERVISOR PHONE : " RT-SUP-PHONE
              DISPLAY "NEW (BLANK = KEEP, - = NONE) : " NO ADVANCING
              MOVE SPACES TO WS-ROUTE-PHONE
              ACCEPT WS-ROUTE-PHONE
              EVALUATE TRUE
                WHEN WS-ROUTE-PHONE = "-"
                   MOVE SPACES TO RT-SUP-PHONE
                WHEN WS-ROUTE-PHONE NOT = SPACES
                   MOVE WS-ROUTE-PHONE TO RT-SUP-PHONE
              END-EVALUATE
              DISPLAY "FINANCE PHONE : " RT-FIN-PHONE
              DISPLAY "NEW (BLANK = KEEP, - = NONE) : " NO ADVANCING
              MOVE SPACES TO WS-ROUTE-PHONE
              ACCEPT WS-ROUTE-PHONE
              EVALUATE TRUE
                WHEN WS-ROUTE-PHONE = "-"
                   MOVE SPACES TO RT-FIN-PHONE
                WHEN WS-ROUTE-PHONE NOT = SPACES
                   MOVE WS-ROUTE-PHONE TO RT-FIN-PHONE
              END-EVALUATE
              DISPLAY "IT ON-CALL PHONE : " RT-IT-PHONE
              DISPLAY "NEW (BLANK = KEEP, - = NONE) : " NO ADVANCING
              MOVE SPACES TO WS-ROUTE-PHONE
              ACCEPT WS-ROUTE-PHONE
              EVALUATE TRUE
                WHEN WS-ROUTE-PHONE = "-"
                   MOVE SPACES TO RT-IT-PHONE
                WHEN WS-ROUTE-PHONE NOT = SPACES
                   MOVE WS-ROUTE-PHONE TO RT-IT-PHONE
              END-EVALUATE
              DISPLAY "QUIET HOURS " RT-QUIET-FROM " TO " RT-QUIET-TO
                     " (EQUAL = NONE)"
              DISPLAY "QUIET FROM HHMM (BLANK = KEEP) : " NO ADVANCING
              MOVE SPACES TO WS-HHMM-ENTRY
              ACCEPT WS-HHMM-ENTRY
              IF WS-HHMM-ENTRY NOT = SPACES
                 PERFORM CHECK-HHMM-ENTRY
                 IF WS-HHMM-OK = "Y"
                    MOVE WS-HHMM TO RT-QUIET-FROM
                 END-IF
              END-IF
              DISPLAY "QUIET TO HHMM (BLANK = KEEP) : " NO ADVANCING
              MOVE SPACES TO WS-HHMM-ENTRY
              ACCEPT WS-HHMM-ENTRY
              IF WS-HHMM-ENTRY NOT = SPACES
                 PERFORM CHECK-HHMM-ENTRY
                 IF WS-HHMM-OK = "Y"
                    MOVE WS-HHMM TO RT-QUIET-TO
                 END-IF
              END-IF
              .

       CHECK-HHMM-ENTRY.
              MOVE "N" TO WS-HHMM-OK
              IF WS-HHMM-ENTRY IS NOT NUMERIC
                 DISPLAY "TIME MUST BE FOUR DIGITS HHMM - UNCHANGED"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-HHMM-ENTRY TO WS-HHMM
              IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                 DISPLAY "NOT A TIME OF DAY - UNCHANGED"
                 EXIT PARAGRAPH
              END-IF
              MOVE "Y" TO WS-HHMM-OK
              .

       COPY-WORK-TO-ROUTE.
              OPEN OUTPUT ALERT-ROUTE-File
              OPEN INPUT MAINT-WORK-File
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                READ MAINT-WORK-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     MOVE MAINT-WORK-RECORD TO ALERT-ROUTE-RECORD
                     WRITE ALERT-ROUTE-RECORD
                END-READ
              END-PERFORM
              CLOSE MAINT-WORK-File
              CLOSE ALERT-ROUTE-File
              .

       WRITE-MAINT-LOG.
              ACCEPT ML-DATE FROM DATE YYYYMMDD
              ACCEPT ML-TIME FROM TIME
              MOVE WS-OPERATOR-ID TO ML-OPERATOR
              MOVE WS-WHICH-FILE TO ML-FILE
              MOVE WS-ACTION TO ML-ACTION
              EVALUATE WS-WHICH-FILE
                WHEN "O"
                   MOVE WS-OP-KEY TO ML-KEY
                WHEN "P"
                   MOVE WS-PROMO-KEY TO ML-KEY
                WHEN "Z"
                   MOVE WS-ZONE-KEY TO ML-KEY
                WHEN "N"
                   MOVE WS-RULE-KEY TO ML-KEY
                WHEN "C"
                   MOVE WS-PHONE-KEY TO ML-KEY
                WHEN "L"
                   MOVE WS-EFF-DATE TO ML-KEY
                WHEN "M"
                   MOVE WS-ITEM-KEY TO ML-KEY
                WHEN "E"
                   MOVE WS-EVENT-KEY TO ML-KEY
                WHEN "W"
                   MOVE SPACES TO ML-KEY
                   STRING WS-TAX-KEY " " WS-EFF-DATE
                          DELIMITED BY SIZE INTO ML-KEY
                   END-STRING
                WHEN OTHER
                   MOVE WS-KEY TO ML-KEY
              END-EVALUATE
              MOVE WS-OLD-IMAGE TO ML-OLD-IMAGE
              MOVE WS-NEW-IMAGE TO ML-NEW-IMAGE
              OPEN EXTEND MAINT-LOG-File
