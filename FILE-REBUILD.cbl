      *                 instead of everything keyed since the backup.
      *                 A verified BACKUP now truncates the journal -
      *                 the backup is the new roll-forward base.
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
      *                 code, carved from the reserved filler.  A daily
      *                 file verified, backed up or rebuilt is the
      *                 workstation's outlet's own.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   15 OCT 2026 - In the nightly close a file that fails its
      *                 verify, or a backup that does not match the
      *                 verify pass, now returns 8 instead of 0 so
      *                 EOD-CLOSE raises its step alert.
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
       FD BACKUP-File.
       01 BACKUP-RECORD PIC X(250).
       FD JOURNAL-File.
       COPY "copybooks/JRNL-REC.cpy".
      *-----------------------
       01 BAK-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation trades for (see SUB-OUTLET); a daily
      * file is that outlet's own
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
           DISPLAY "INDEXED FILE VERIFY / BACKUP / RELOAD"
           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF
           IF ADDRESS OF EOD-REQUEST NOT = NULL
              AND EOD-CALL-FLAG = "Y"
              MOVE "Y" TO WS-EOD-CALLED
              MOVE 0 TO EOD-RETURN-CODE
              PERFORM EOD-BACKUP-RUN
              GOBACK
           END-IF
           DISPLAY "(M)ASTER PENJUALAN.dat OR (D)AILY FILE : "
              MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
              MOVE SPACES TO WS-PENJUALAN-FILENAME
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "FOOD-DELIVERY-" WS-BUSINESS-DATE
                     DELIMITED BY SIZE
                     WS-OUTLET-SUFFIX DELIMITED BY SPACE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-PENJUALAN-FILENAME
              END-STRING
           ELSE
              MOVE SPACES TO WS-PENJUALAN-FILENAME
       EOD-BACKUP-RUN.
      **
      * Nightly mode - verify and back up the master file and the
      * closing date's daily file, no prompts.  A file that fails
      * its verify, or a backup that does not match it, returns 8 so
      * the close raises its step alert.
      **
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
           PERFORM VERIFY-INDEXED-FILE
           IF WS-VERIFY-OK = "Y"
              PERFORM UNLOAD-TO-BACKUP
           ELSE
              MOVE 8 TO EOD-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" EOD-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING FUNCTION TRIM(WS-PENJUALAN-FILENAME) ".bak"
           PERFORM VERIFY-INDEXED-FILE
           IF WS-VERIFY-OK = "Y"
              PERFORM UNLOAD-TO-BACKUP
           ELSE
              MOVE 8 TO EOD-RETURN-CODE
           END-IF
           .

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
           .

       VERIFY-INDEXED-FILE.
                     WS-VALUE-TOTAL
              DISPLAY "  BACKUP COUNT " WS-BAK-COUNT " TOTAL ",
                     WS-BAK-TOTAL
              IF WS-EOD-CALLED = "Y"
                 MOVE 8 TO EOD-RETURN-CODE
              END-IF
           END-IF
           .

