      *          exported.  The pack states plainly when the date
      *          has not been sealed by EOD-CLOSE.
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - Net sales by channel now has an ACCOUNT line
      *                 for on-account sales to corporate customers
      *                 (billed at month end by AR-BILLING) instead of
      *                 folding them into cash. PENJUALAN-Record picked
      *                 up ACCOUNT-CODE.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it, carved
      *                 from the reserved filler.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it; net sales
      *                 by channel is now net of promo discounts.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 pack is for the workstation's outlet: its daily
      *                 file, its seal and the corrections to its
      *                 records, written to a pack file carrying the
      *                 outlet suffix.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  Loyalty points redeemed come
      *                 off the channel net like a promo discount.
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
       FD CLOSE-STATUS-File.
       01 PCK-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Outlet this workstation closes for (see SUB-OUTLET); the pack
      * covers that outlet's daily file and seal
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-JOURNAL-OUTLET PIC X(3).
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
      *-----------------------
       01 WS-CHANNEL-IDX PIC 9(1).
       01 WS-CHANNEL-TABLE.
         05 WS-CHANNEL OCCURS 5 TIMES.
           10 CH-CODE PIC X.
           10 CH-NAME PIC X(8).
           10 CH-NET PIC S9(9).

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF OU-COUNT > 1
              DISPLAY "OUTLET : " WS-OUTLET-CODE
           END-IF

           PERFORM READ-SEAL-STATUS
           PERFORM ACCUMULATE-CHANNELS
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
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "CLOSE-STATUS.dat"
           END-STRING
           MOVE SPACES TO WS-PACK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CLOSE-PACK-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PACK-FILENAME
           END-STRING
           .

               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CS-OUTLET-CODE = SPACES
                     MOVE OU-HOME-OUTLET TO CS-OUTLET-CODE
                  END-IF
                  IF CS-BUSINESS-DATE = WS-BUSINESS-DATE
                     AND CS-OUTLET-CODE = WS-OUTLET-CODE
                     MOVE CS-STATUS TO WS-SEAL-STATUS
                     MOVE CS-CLOSED-BY TO WS-SEAL-BY
                     MOVE CS-CLOSE-DATE TO WS-SEAL-DATE
           MOVE "TRANSFER" TO CH-NAME (3)
           MOVE "P" TO CH-CODE (4)
           MOVE "PLATFORM" TO CH-NAME (4)
           MOVE "A" TO CH-CODE (5)
           MOVE "ACCOUNT" TO CH-NAME (5)
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                     UNTIL WS-CHANNEL-IDX > 5
             MOVE 0 TO CH-NET (WS-CHANNEL-IDX)
           END-PERFORM
           MOVE "N" TO WS-EOF
                MOVE 3 TO WS-CHANNEL-IDX
             WHEN "P"
                MOVE 4 TO WS-CHANNEL-IDX
             WHEN "A"
                MOVE 5 TO WS-CHANNEL-IDX
             WHEN OTHER
                MOVE 1 TO WS-CHANNEL-IDX
           END-EVALUATE
                SUBTRACT XPENJUALAN FROM CH-NET (WS-CHANNEL-IDX)
                SUBTRACT XONGKIR FROM CH-NET (WS-CHANNEL-IDX)
                SUBTRACT XTIPS FROM CH-NET (WS-CHANNEL-IDX)
                IF XLOY-VALUE IS NUMERIC
                   ADD XLOY-VALUE TO CH-NET (WS-CHANNEL-IDX)
                END-IF
             WHEN "V"
                ADD 1 TO WS-VOID-COUNT
             WHEN OTHER
                ADD XPENJUALAN TO CH-NET (WS-CHANNEL-IDX)
                ADD XONGKIR TO CH-NET (WS-CHANNEL-IDX)
                ADD XTIPS TO CH-NET (WS-CHANNEL-IDX)
                IF XPROMO-CODE NOT = SPACES
                   AND XPROMO-DISC IS NUMERIC
                   SUBTRACT XPROMO-DISC FROM CH-NET (WS-CHANNEL-IDX)
                END-IF
                IF XLOY-VALUE IS NUMERIC
                   SUBTRACT XLOY-VALUE FROM CH-NET (WS-CHANNEL-IDX)
                END-IF
           END-EVALUATE
           .

           MOVE "NET SALES BY PAYMENT CHANNEL" TO WS-PACK-LINE
           PERFORM WRITE-PACK-LINE
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
                     UNTIL WS-CHANNEL-IDX > 5
             STRING "  " CH-NAME (WS-CHANNEL-IDX) " : "
                    CH-NET (WS-CHANNEL-IDX)
                    DELIMITED BY SIZE INTO WS-PACK-LINE
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE CJ-BEFORE-IMAGE (157:3) TO WS-JOURNAL-OUTLET
                    IF WS-JOURNAL-OUTLET = SPACES
                       MOVE OU-HOME-OUTLET TO WS-JOURNAL-OUTLET
                    END-IF
                    IF CJ-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND WS-JOURNAL-OUTLET = WS-OUTLET-CODE
                       ADD 1 TO WS-CORRECTION-COUNT
                       STRING "  " CJ-DATE " " CJ-ACTION " BY "
                              CJ-OPERATOR " REASON " CJ-REASON-CODE
