      *          supervisor spots the operator who needs retraining and
      *          the one whose refund volume needs a closer look.
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
      *                 code, carved from the reserved filler.  Every
      *                 outlet's daily files in the range are scanned.
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
       FD Index-File.
       01 Index-Record.
         05 IKEY.
         05 IPAY-METHOD PIC X.
         05 IAUTH-SUP-ID PIC X(10).
         05 ISEQ-NO PIC 9(4).
         05 IACCOUNT-CODE PIC X(6).
         05 IPROMO-CODE PIC X(8).
         05 IPROMO-DISC PIC 9(7).
         05 IPROMO-FUNDER PIC X(1).
         05 IZONE-CODE PIC X(4).
         05 IZONE-STD-ONGKIR PIC 9(7).
         05 IONGKIR-REASON PIC X(4).
         05 IOUTLET-CODE PIC X(3).
         05 IENTRY-TIME PIC 9(8).
         05 ICUST-PHONE PIC X(15).
         05 ILOY-POINTS PIC 9(7).
         05 ILOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD CORRECTION-JOURNAL-File.
       01 WS-INDEX-FILENAME PIC X(60).
       01 WS-JOURNAL-FILENAME PIC X(60).
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's daily file for a date is read (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-START-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-INDEX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-INDEX-FILENAME
           .

       SCAN-ONE-DAY.
      **
      * Operators may work at more than one outlet, so every outlet's
      * daily file is read (see SUB-OUTLET).
      **
           MOVE WS-RANGE-DATE (WS-DAY-IDX) TO WS-RUN-DATE
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM SCAN-OUTLET-FILE
           END-PERFORM
           .

       SCAN-OUTLET-FILE.
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
