      *          far.  Anything abnormal is flagged with *** so it
      *          cannot be missed.
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it, carved
      *                 from the reserved filler.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 dashboard shows the workstation's outlet: its
      *                 seal, its daily backup and its own daily file
      *                 for today.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD ERROR-LOG-File.
       COPY "copybooks/ERRLOG-REC.cpy".
       FD BACKUP-File.
       01 BACKUP-RECORD PIC X(250).
       FD PENJUALAN-File.
       01 PENJUALAN-Record.
         05 XKEY.
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
       01 FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation trades for (see SUB-OUTLET); the seal,
      * backup and today's file shown are that outlet's own
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-CLOSE-FILENAME PIC X(60).
                 FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           DISPLAY "MORNING OPERATIONS DASHBOARD - " WS-TODAY,
                  " (" WS-REGION ")"
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           DISPLAY "=============================================="
           PERFORM SHOW-SEAL-STATUS
           PERFORM SHOW-OPEN-EXCEPTIONS
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
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CLOSE-STATUS.dat"
                  DELIMITED BY SIZE INTO WS-CLOSE-FILENAME
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    IF CS-OUTLET-CODE = SPACES
                       MOVE OU-HOME-OUTLET TO CS-OUTLET-CODE
                    END-IF
                    IF CS-BUSINESS-DATE = WS-YESTERDAY
                       AND CS-OUTLET-CODE = WS-OUTLET-CODE
                       MOVE CS-STATUS TO WS-SEAL-STATUS
                       MOVE CS-CLOSED-BY TO WS-SEAL-BY
                       MOVE CS-CLOSE-DATE TO WS-SEAL-DATE
           CLOSE BACKUP-File
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-YESTERDAY
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat.bak" DELIMITED BY SIZE
                  INTO WS-BACKUP-FILENAME
           END-STRING
           OPEN INPUT BACKUP-File
           IF BAK-FSTAT = "00"
       SHOW-TODAY-FILE.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-TODAY
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
