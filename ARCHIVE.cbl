      *                 under the SUB-FILE-LOCK single-writer
      *                 interlock, so a restore cannot collide with
      *                 an entry terminal writing the same file.
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
      *                 code, carved from the reserved filler.  Each
      *                 outlet's daily file is archived, verified and
      *                 catalogued on its own (the catalog entry
      *                 carries the outlet code and an archived image
      *                 with no code is stamped with its outlet);
      *                 restore asks which outlet's file to write back.
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
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD ARCHIVE-MASTER-File.
       01 ARCHIVE-MASTER-RECORD.
         05 AR-BUSINESS-DATE PIC 9(8).
         05 AR-IMAGE PIC X(250).
       FD ARCHIVE-CATALOG-File.
       01 ARCHIVE-CATALOG-RECORD.
         05 AC-BUSINESS-DATE PIC 9(8).
         05 AC-TOTAL-PENJUALAN PIC S9(11).
         05 AC-ARCHIVED-DATE PIC 9(8).
         05 AC-ARCHIVED-TIME PIC 9(8).
         05 AC-OUTLET-CODE PIC X(3).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-ARC-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Each outlet's daily file is archived and restored on its own
      * (see SUB-OUTLET); archived images carry the outlet code, an
      * image with none being the home outlet's
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       01 WS-ARC-OUTLET PIC X(3).
       01 WS-IMAGE-OUTLET PIC X(3).
       01 WS-KEYED-OUTLET PIC X(3).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ARCHIVE-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           .

       ARCHIVE-ONE-DATE.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-CODE (WS-OUT-IDX) TO WS-ARC-OUTLET
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ARCHIVE-OUTLET-DATE
           END-PERFORM
           .

       ARCHIVE-OUTLET-DATE.
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-RUN-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM VERIFY-ARCHIVED-DATE
           IF WS-VERIFY-COUNT > 0
              DISPLAY "DATE " WS-RUN-DATE WS-OUTLET-SUFFIX,
                     " IS ALREADY IN THE ",
                     "ARCHIVE - SKIPPED (REMOVE THE ORIGINAL FILE ",
                     "BY HAND AFTER CHECKING)"
              EXIT PARAGRAPH
                  MOVE WS-RUN-DATE TO AR-BUSINESS-DATE
                  MOVE SPACES TO AR-IMAGE
                  MOVE PENJUALAN-RECORD TO AR-IMAGE
                  IF AR-IMAGE (157:3) = SPACES
                     MOVE WS-ARC-OUTLET TO AR-IMAGE (157:3)
                  END-IF
                  WRITE ARCHIVE-MASTER-RECORD
                  ADD 1 TO WS-COPY-COUNT
                  ADD XPENJUALAN TO WS-COPY-PENJUALAN

           PERFORM VERIFY-ARCHIVED-DATE
           IF WS-VERIFY-COUNT NOT = WS-COPY-COUNT
              DISPLAY "VERIFY FAILED FOR " WS-RUN-DATE,
                     WS-OUTLET-SUFFIX " - COPIED ",
                     WS-COPY-COUNT " BUT ARCHIVE HOLDS ",
                     WS-VERIFY-COUNT " - ORIGINAL FILE KEPT"
              EXIT PARAGRAPH
                  RETURNING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
              DISPLAY "COULD NOT DELETE ORIGINAL FOR " WS-RUN-DATE,
                     WS-OUTLET-SUFFIX,
                     " - ARCHIVE COPY KEPT, DELETE IT BY HAND"
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
           ADD 1 TO WS-DATES-ARCHIVED
           DISPLAY "ARCHIVED " WS-RUN-DATE WS-OUTLET-SUFFIX " - ",
                  WS-COPY-COUNT,
                  " RECORD(S), PENJUALAN " WS-COPY-PENJUALAN
           .

               AT END
                  MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                  PERFORM NOTE-IMAGE-OUTLET
                  IF AR-BUSINESS-DATE = WS-RUN-DATE
                     AND WS-IMAGE-OUTLET = WS-ARC-OUTLET
                     ADD 1 TO WS-VERIFY-COUNT
                  END-IF
             END-READ
           MOVE WS-RUN-DATE TO AC-BUSINESS-DATE
           MOVE WS-COPY-COUNT TO AC-REC-COUNT
           MOVE WS-COPY-PENJUALAN TO AC-TOTAL-PENJUALAN
           MOVE WS-ARC-OUTLET TO AC-OUTLET-CODE
           ACCEPT AC-ARCHIVED-DATE FROM DATE YYYYMMDD
           ACCEPT AC-ARCHIVED-TIME FROM TIME
           OPEN EXTEND ARCHIVE-CATALOG-File
           MOVE WS-RESTORE-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-RESTORE-DATE
           MOVE OU-HOME-OUTLET TO WS-ARC-OUTLET
           MOVE SPACES TO WS-OUTLET-SUFFIX
           IF OU-COUNT > 1
              PERFORM ASK-RESTORE-OUTLET
           END-IF
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-RESTORE-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           PERFORM ACQUIRE-DATA-LOCK
           IF WS-LOCK-OK = "N"
               AT END
                  MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                  PERFORM NOTE-IMAGE-OUTLET
                  IF AR-BUSINESS-DATE = WS-RESTORE-DATE
                     AND WS-IMAGE-OUTLET = WS-ARC-OUTLET
                     MOVE AR-IMAGE TO PENJUALAN-RECORD
                     WRITE PENJUALAN-RECORD
                     ADD 1 TO WS-RESTORE-COUNT
           END-IF
           .

       ASK-RESTORE-OUTLET.
           DISPLAY "OUTLET TO RESTORE? BLANK = " OU-HOME-OUTLET " : "
                  NO ADVANCING
           ACCEPT WS-KEYED-OUTLET
           MOVE FUNCTION UPPER-CASE(WS-KEYED-OUTLET) TO WS-KEYED-OUTLET
           IF WS-KEYED-OUTLET = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = WS-KEYED-OUTLET
                MOVE OU-CODE (WS-OUT-IDX) TO WS-ARC-OUTLET
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             END-IF
           END-PERFORM
           IF WS-ARC-OUTLET NOT = WS-KEYED-OUTLET
              DISPLAY WS-KEYED-OUTLET " IS NOT AN OUTLET - PLEASE ",
                     "RE-ENTER"
              GO TO ASK-RESTORE-OUTLET
           END-IF
           .

       NOTE-IMAGE-OUTLET.
           MOVE AR-IMAGE (157:3) TO WS-IMAGE-OUTLET
           IF WS-IMAGE-OUTLET = SPACES
              MOVE OU-HOME-OUTLET TO WS-IMAGE-OUTLET
           END-IF
           .

       ACQUIRE-DATA-LOCK.
           MOVE "N" TO WS-LOCK-OK
           MOVE "A" TO FL-MODE
