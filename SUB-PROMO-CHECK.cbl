      ******************************************************************
      * Author:
      * Date: 16 SEP 2026
      * Purpose: Promo code check.  Looks the code up in
      *          PROMO-MASTER.dat and refuses it when it is unknown,
      *          deactivated, outside its validity dates on the
      *          business date, tied to another vendor, or already
      *          redeemed its per-day cap on the date.  An accepted
      *          code returns the discount worked out against the sale
      *          (percent rounded, fixed amount never more than the
      *          base it comes off), who funds it and whether it comes
      *          off PENJUALAN or ONGKIR.
      *          PC-SOURCE "F" = the date's FOOD-DELIVERY daily file,
      *          "P" = PENJUALAN.dat.  A caller that is holding the
      *          data file open for update (TRANS-IMPORT) passes
      *          PC-DAY-KNOWN "Y" with the code's redemptions so far
      *          in PC-DAY-USES instead of having them counted from a
      *          file that cannot be re-opened mid-update; any other
      *          caller may pass uses still pending in a batch in
      *          PC-DAY-USES and they are added to the count.
      *          PC-RESULT "A" = accepted, "U" = unknown code, "I" =
      *          deactivated, "D" = outside its dates, "V" = not good
      *          at this vendor, "C" = daily cap reached.
      * Tectonics: cobc
      * Modification History:
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  A
      *                 promo's uses are counted across every outlet's
      *                 daily files, so a usage limit holds for the
      *                 whole group.
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
       PROGRAM-ID. SUB-PROMO-CHECK.
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
         SELECT PROMO-MASTER-File
             ASSIGN TO WS-PROMO-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PRM-FSTAT
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
       FD PROMO-MASTER-File.
       COPY "copybooks/PROMO-REC.cpy".
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
       01 PRM-FSTAT PIC 99.
       01 FSTAT PIC 99.
       01 WS-EOF PIC X.
      *-----------------------
      * A code's uses for the day are counted across every outlet's
      * daily file (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PROMO-FILENAME PIC X(60).
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-FOUND PIC X.
       01 WS-DAY-USES PIC 9(5).
       01 WS-BASE PIC 9(7).

       LINKAGE SECTION.
       01 L-PROMO-REQUEST.
         05 PC-PROMO-CODE PIC X(8).
         05 PC-VENDOR PIC X(6).
         05 PC-SOURCE PIC X.
         05 PC-BUSINESS-DATE PIC 9(8).
         05 PC-PENJUALAN PIC 9(7).
         05 PC-ONGKIR PIC 9(7).
         05 PC-DAY-KNOWN PIC X.
         05 PC-DAY-USES PIC 9(5).
         05 PC-RESULT PIC X.
         05 PC-DISCOUNT PIC 9(7).
         05 PC-FUNDED-BY PIC X.
         05 PC-APPLIES-TO PIC X.
         05 PC-DESCRIPTION PIC X(20).
         05 PC-DAILY-CAP PIC 9(5).
      *-----------------------
       PROCEDURE DIVISION USING L-PROMO-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE "U" TO PC-RESULT
           MOVE 0 TO PC-DISCOUNT PC-DAILY-CAP
           MOVE SPACES TO PC-FUNDED-BY PC-APPLIES-TO PC-DESCRIPTION
           MOVE PC-DAY-USES TO WS-DAY-USES
           PERFORM LOAD-CONTROL
           PERFORM LOOKUP-PROMO
           IF WS-FOUND = "N"
              GOBACK
           END-IF
           MOVE PM-DESCRIPTION TO PC-DESCRIPTION
           MOVE PM-FUNDED-BY TO PC-FUNDED-BY
           MOVE PM-APPLIES-TO TO PC-APPLIES-TO
           MOVE PM-DAILY-CAP TO PC-DAILY-CAP
           EVALUATE TRUE
             WHEN PM-ACTIVE-FLAG = "I"
                MOVE "I" TO PC-RESULT
                GOBACK
             WHEN PC-BUSINESS-DATE < PM-VALID-FROM
                OR PC-BUSINESS-DATE > PM-VALID-TO
                MOVE "D" TO PC-RESULT
                GOBACK
             WHEN PM-VENDOR-CODE NOT = SPACES
                AND PM-VENDOR-CODE NOT = PC-VENDOR
                MOVE "V" TO PC-RESULT
                GOBACK
           END-EVALUATE
           IF PM-DAILY-CAP > 0
              IF PC-DAY-KNOWN NOT = "Y"
                 PERFORM COUNT-DAY-USES
              END-IF
              MOVE WS-DAY-USES TO PC-DAY-USES
              IF WS-DAY-USES NOT < PM-DAILY-CAP
                 MOVE "C" TO PC-RESULT
                 GOBACK
              END-IF
           END-IF
           PERFORM WORK-OUT-DISCOUNT
           MOVE "A" TO PC-RESULT
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
           MOVE SPACES TO WS-PROMO-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PROMO-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-PROMO-FILENAME
           END-STRING
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
           END-STRING
           .

       LOOKUP-PROMO.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT PROMO-MASTER-File
           IF PRM-FSTAT = "35"
              CLOSE PROMO-MASTER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PROMO-MASTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PM-PROMO-CODE = PC-PROMO-CODE
                     MOVE "Y" TO WS-FOUND
                     MOVE "Y" TO WS-EOF
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PROMO-MASTER-File
           .

       COUNT-DAY-USES.
      **
      * Sales already on file for the date that redeemed this code,
      * on top of whatever the caller still has pending.
      **
           IF PC-SOURCE = "P"
              PERFORM COUNT-FILE-USES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             MOVE SPACES TO WS-PENJUALAN-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "FOOD-DELIVERY-" PC-BUSINESS-DATE
                    DELIMITED BY SIZE
                    WS-OUTLET-SUFFIX DELIMITED BY SPACE
                    ".dat" DELIMITED BY SIZE
                    INTO WS-PENJUALAN-FILENAME
             END-STRING
             PERFORM COUNT-FILE-USES
           END-PERFORM
           .

       COUNT-FILE-USES.
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
                  IF XTRANXDATE = PC-BUSINESS-DATE
                     AND XTRANS-TYPE = "S"
                     AND XPROMO-CODE = PC-PROMO-CODE
                     ADD 1 TO WS-DAY-USES
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENJUALAN-File
           .

       WORK-OUT-DISCOUNT.
           IF PM-APPLIES-TO = "O"
              MOVE PC-ONGKIR TO WS-BASE
           ELSE
              MOVE PC-PENJUALAN TO WS-BASE
           END-IF
           IF PM-DISC-TYPE = "P"
              COMPUTE PC-DISCOUNT ROUNDED =
                    WS-BASE * PM-DISC-PCT / 100
           ELSE
              MOVE PM-DISC-AMOUNT TO PC-DISCOUNT
           END-IF
           IF PC-DISCOUNT > WS-BASE
              MOVE WS-BASE TO PC-DISCOUNT
           END-IF
           .
      ** add other procedures here
       END PROGRAM SUB-PROMO-CHECK.
