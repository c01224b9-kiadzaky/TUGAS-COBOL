      *                 persistent exception file worked off through
      *                 EXCEPTION-REVIEW, instead of only scrolling by
      *                 on the console.
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
      *                 daily file reconciled is the workstation's
      *                 outlet's own.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   13 OCT 2026 - Every I/O error written to ERROR.log is also
      *                 queued as a high-severity IO-ERROR alert
      *                 (SUB-ALERT).
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
      *   15 OCT 2026 - In the nightly close an input file that cannot
      *                 be opened, or any unreconciled item (unmatched
      *                 either side, a PPN mismatch or records past the
      *                 table limit), now returns 8 instead of 0 so
      *                 EOD-CLOSE raises its step alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
         05 FX-PAY-METHOD PIC X.
         05 FX-AUTH-SUP-ID PIC X(10).
         05 FX-SEQ-NO PIC 9(4).
         05 FX-ACCOUNT-CODE PIC X(6).
         05 FX-PROMO-CODE PIC X(8).
         05 FX-PROMO-DISC PIC 9(7).
         05 FX-PROMO-FUNDER PIC X(1).
         05 FX-ZONE-CODE PIC X(4).
         05 FX-ZONE-STD-ONGKIR PIC 9(7).
         05 FX-ONGKIR-REASON PIC X(4).
         05 FX-OUTLET-CODE PIC X(3).
         05 FX-ENTRY-TIME PIC 9(8).
         05 FX-CUST-PHONE PIC X(15).
         05 FX-LOY-POINTS PIC 9(7).
         05 FX-LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD Index-File.
       01 Index-Record.
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
       FD ERROR-LOG-File.
       COPY "copybooks/ERRLOG-REC.cpy".
       FD EXCEPTION-File.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation trades for (see SUB-OUTLET); the daily
      * file reconciled is that outlet's own
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-INDEX-FILENAME PIC X(60).
       01 WS-ERRLOG-FILENAME PIC X(60).
       01 WS-EXCEPTION-FILENAME PIC X(60).
       01 WS-ERR-OP PIC X(20).
       01 WS-ERR-STAT PIC XX.
       01 WS-ERR-MSG PIC X(60).
       COPY "copybooks/ALERT-REQ.cpy".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-EOF PIC X VALUE "N".
       01 WS-HARGA-IDX PIC 9(7).
       01 WS-MODAL-IDX PIC 9(7).
       01 WS-EOD-CALLED PIC X VALUE "N".
       01 WS-RECON-FAILED PIC X VALUE "N".
       01 WS-EX-EXISTS PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-NEW-EX-TYPE PIC X(20).
           END-IF
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING

           PERFORM LOAD-FOOD-DELIVERY
           PERFORM REPORT-MISSING-IN-INDEX
           PERFORM PRINT-RECON-SUMMARY

           IF WS-MISSING-IN-FD-COUNT > 0
              OR WS-MISSING-IN-IDX-COUNT > 0
              OR WS-PPN-MISMATCH-COUNT > 0
              OR WS-FD-DROPPED > 0
              MOVE "Y" TO WS-RECON-FAILED
           END-IF
           IF WS-EOD-CALLED = "Y"
              IF WS-RECON-FAILED = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
              ELSE
                 MOVE 0 TO EOD-RETURN-CODE
              END-IF
           END-IF
           GOBACK.

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
           MOVE SPACES TO WS-INDEX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-INDEX-FILENAME
           MOVE WS-ERR-STAT TO EL-FSTAT
           MOVE WS-ERR-MSG TO EL-MESSAGE
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG-File
           MOVE "H" TO AQ-SEVERITY
           MOVE "IO-ERROR" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE "RECON-BATCH" TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING FUNCTION TRIM(WS-ERR-OP) " STATUS " WS-ERR-STAT
                  " - " FUNCTION TRIM(WS-ERR-MSG)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT".

       LOAD-FOOD-DELIVERY.
           MOVE 0 TO WS-FD-COUNT
                DISPLAY "CANNOT OPEN THE DATA FILE - STATUS " FSTAT,
                       " - RUN FILE-CONVERT OR FILE-REBUILD"
                CLOSE FOOD-DELIVERY-File
                MOVE "Y" TO WS-RECON-FAILED
                EXIT PARAGRAPH
             END-IF
             PERFORM UNTIL WS-EOF = "Y"
              DISPLAY "CANNOT OPEN PENJUALAN.dat - STATUS " IDX-FSTAT,
                     " - RUN FILE-CONVERT OR FILE-REBUILD"
              CLOSE Index-File
              MOVE "Y" TO WS-RECON-FAILED
              EXIT PARAGRAPH
           END-IF
           IF IDX-FSTAT NOT = "35"
           MOVE "RECON-BATCH" TO EX-PROGRAM
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
