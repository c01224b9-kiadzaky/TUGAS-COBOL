      *                 real sign-on through SUB-SIGN-ON, so the
      *                 drawer is counted under a validated identity;
      *                 an inquiry-only role cannot run a cash-up.
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it; the cash
      *                 the operator should hold is now net of promo
      *                 discounts given on cash sales.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 drawer is counted against the workstation's
      *                 outlet's daily file.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed at
      *                 entry come off the cash expected, and points a
      *                 refund gave back reduce the cash paid out.
      *   13 OCT 2026 - A variance beyond the tolerance is also queued
      *                 as a CASH-VARIANCE alert (SUB-ALERT) when its
      *                 exception is raised.
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
       FD EXCEPTION-File.
       01 EXC-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation trades for (see SUB-OUTLET); the drawer
      * is counted against that outlet's daily file
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-EX-EXISTS PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-ALERT-VARIANCE PIC -ZZZ,ZZZ,ZZ9.
       01 WS-ALERT-TOLERANCE PIC ZZZ,ZZZ,ZZ9.
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
           DISPLAY "OPERATOR CASH-UP"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           MOVE "CASH-UP" TO SG-PROGRAM
           MOVE SPACE TO SG-MIN-ROLE
           CALL "SUB-SIGN-ON" USING WS-SIGNON-REQUEST
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF OU-RESULT NOT = "A"
              DISPLAY "THIS WORKSTATION'S OUTLET " OU-OUTLET-CODE,
                     " IS NOT ON THE CONTROL RECORD'S OUTLET LIST"
              STOP RUN
           END-IF
           MOVE OU-OUTLET-CODE TO WS-OUTLET-CODE
           MOVE OU-SUFFIX TO WS-OUTLET-SUFFIX
           MOVE SPACES TO WS-EXCEPTION-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
      **
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
                SUBTRACT XPENJUALAN FROM WS-COMPUTED-CASH
                SUBTRACT XONGKIR FROM WS-COMPUTED-CASH
                SUBTRACT XTIPS FROM WS-COMPUTED-CASH
                IF XLOY-VALUE IS NUMERIC
                   ADD XLOY-VALUE TO WS-COMPUTED-CASH
                END-IF
                ADD 1 TO WS-CASH-RECORDS
             WHEN "V"
                CONTINUE
                ADD XPENJUALAN TO WS-COMPUTED-CASH
                ADD XONGKIR TO WS-COMPUTED-CASH
                ADD XTIPS TO WS-COMPUTED-CASH
                IF XPROMO-CODE NOT = SPACES
                   AND XPROMO-DISC IS NUMERIC
                   SUBTRACT XPROMO-DISC FROM WS-COMPUTED-CASH
                END-IF
                IF XLOY-VALUE IS NUMERIC
                   SUBTRACT XLOY-VALUE FROM WS-COMPUTED-CASH
                END-IF
                ADD 1 TO WS-CASH-RECORDS
           END-EVALUATE
           .
           MOVE WS-VARIANCE TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-File
           PERFORM RAISE-VARIANCE-ALERT
           .

       RAISE-VARIANCE-ALERT.
           MOVE WS-VARIANCE TO WS-ALERT-VARIANCE
           MOVE WS-CASH-TOLERANCE TO WS-ALERT-TOLERANCE
           MOVE "M" TO AQ-SEVERITY
           MOVE "CASH-VARIANCE" TO AQ-EVENT-TYPE
           MOVE WS-BUSINESS-DATE TO AQ-BUSINESS-DATE
           MOVE "CASH-UP" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
                  " CASH-UP OVER/SHORT "
                  FUNCTION TRIM(WS-ALERT-VARIANCE)
                  " BEYOND TOLERANCE "
                  FUNCTION TRIM(WS-ALERT-TOLERANCE)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .

       CHECK-OPEN-EXCEPTION.
