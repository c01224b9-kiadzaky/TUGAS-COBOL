      *          ORPHAN-REFUND separately and cross-matching by hand
      *          when a vendor disputes a charge.
      * Tectonics: cobc
      * Modification History:
      *   14 SEP 2026 - PENJUALAN-Record layout picked up the corporate
      *                 ACCOUNT-CODE; the record is now 250 bytes with
      *                 room reserved for later fields.  The detail
      *                 shows the account of an on-account sale.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it, carved
      *                 from the reserved filler.  The detail shows the
      *                 promo a sale was redeemed with.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.  The
      *                 inquiry is for one outlet - the workstation's
      *                 unless another is keyed - reading that outlet's
      *                 daily file and matching refund links and
      *                 correction images on the outlet.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler; the transaction display shows
      *                 them.
      *   07 OCT 2026 - Shows the complaint cases opened against the
      *                 transaction (see COMPLAINT-CASE) and how each
      *                 was resolved.
      *   15 OCT 2026 - Refund links and correction journal entries are
      *                 also read from the REFUND-LINK-yyyy.dat and
      *                 CORRECTION-JOURNAL-yyyy.dat history files
      *                 YEAR-END writes, from the business date's year
      *                 up to last year, so a transaction looks the
      *                 same after a year-end rollover.
      *   15 OCT 2026 - A superseding refund link record (a correction
      *                 or deletion of a link already in history) is
      *                 shown as the change it made and applied to the
      *                 refunded total.
      *   15 OCT 2026 - A case's refund is shown with the outlet whose
      *                 daily file holds it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CJN-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT CASE-File
             ASSIGN TO WS-CASE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CAS-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
       DATA DIVISION.
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
       FD REFUND-LINK-File.
       COPY "copybooks/REFLINK-REC.cpy".
       FD CORRECTION-JOURNAL-File.
       COPY "copybooks/AUDIT-REC.cpy".
       FD CASE-File.
       COPY "copybooks/CASE-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 FSTAT PIC 99.
       01 CTL-FSTAT PIC 99.
       01 LNK-FSTAT PIC 99.
       01 CJN-FSTAT PIC 99.
       01 CAS-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-LNK-EOF PIC X VALUE "N".
       01 WS-CJN-EOF PIC X VALUE "N".
       01 WS-CAS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-PENJUALAN-FILENAME PIC X(60).
       01 WS-LINK-FILENAME PIC X(60).
       01 WS-JOURNAL-FILENAME PIC X(60).
       01 WS-CASE-FILENAME PIC X(60).
      *-----------------------
      * Links and journal entries for a year YEAR-END has rolled over
      * are in that year's history files, read before the live ones
      *-----------------------
       01 WS-LINK-LIVE-FILENAME PIC X(60).
       01 WS-JOURNAL-LIVE-FILENAME PIC X(60).
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-SEQ-NO PIC 9(4).
       01 WS-SOURCE PIC X.
       01 WS-FOUND PIC X VALUE "N".
       01 WS-FOUND-RECORD PIC X(250).
       01 WS-FOUND-R REDEFINES WS-FOUND-RECORD.
         05 FR-VENDOR-CODE PIC X(6).
         05 FR-TRANXDATE PIC 9(8).
         05 FR-PAY-METHOD PIC X.
         05 FR-AUTH-SUP-ID PIC X(10).
         05 FR-SEQ-NO PIC 9(4).
         05 FR-ACCOUNT-CODE PIC X(6).
         05 FR-PROMO-CODE PIC X(8).
         05 FR-PROMO-DISC PIC 9(7).
         05 FR-PROMO-FUNDER PIC X(1).
         05 FR-ZONE-CODE PIC X(4).
         05 FR-ZONE-STD-ONGKIR PIC 9(7).
         05 FR-ONGKIR-REASON PIC X(4).
         05 FR-OUTLET-CODE PIC X(3).
         05 FR-ENTRY-TIME PIC 9(8).
         05 FR-CUST-PHONE PIC X(15).
         05 FR-LOY-POINTS PIC 9(7).
         05 FR-LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       01 WS-SEQ-DISPLAY PIC 9(4).
       01 WS-REFUNDED PIC S9(9) VALUE 0.
       01 WS-REMAINING PIC S9(9) VALUE 0.
       01 WS-LINK-COUNT PIC 9(3) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-ANSWER PIC X.
      *-----------------------
      * Sequence numbers run within one outlet's daily file, so the
      * inquiry is for one outlet (the workstation's unless another
      * is keyed); links and journal images with no outlet code
      * belong to the home outlet
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-KEYED-OUTLET PIC X(3).
       01 WS-MATCH-OUTLET PIC X(3).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-KEYED-DATE PIC 9(8).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
           MOVE WS-BUSINESS-DATE TO WS-KEYED-DATE
           PERFORM CHECK-KEYED-DATE
           MOVE WS-KEYED-DATE TO WS-BUSINESS-DATE
           PERFORM ASK-OUTLET
           DISPLAY "SEQUENCE NUMBER : " NO ADVANCING
           ACCEPT WS-SEQ-NO

           PERFORM PRINT-RECORD-DETAIL
           PERFORM PRINT-REFUND-LINKS
           PERFORM PRINT-CORRECTIONS
           PERFORM PRINT-CASES
           GO TO INQUIRY-PROMPT.

       ASK-OUTLET.
           MOVE OU-WORKSTATION TO WS-OUTLET-CODE
           IF OU-COUNT > 1
              DISPLAY "OUTLET? BLANK = " OU-WORKSTATION " : "
                     NO ADVANCING
              ACCEPT WS-KEYED-OUTLET
              MOVE FUNCTION UPPER-CASE(WS-KEYED-OUTLET)
                    TO WS-KEYED-OUTLET
              IF WS-KEYED-OUTLET NOT = SPACES
                 MOVE WS-KEYED-OUTLET TO WS-OUTLET-CODE
              END-IF
           END-IF
           MOVE SPACES TO WS-OUTLET-SUFFIX
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = WS-OUTLET-CODE
                MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
                MOVE "Y" TO WS-FOUND
             END-IF
           END-PERFORM
           IF WS-FOUND = "N"
              DISPLAY WS-OUTLET-CODE " IS NOT AN OUTLET - PLEASE ",
                     "RE-ENTER"
              GO TO ASK-OUTLET
           END-IF
           .

       CHECK-KEYED-DATE.
           MOVE "V" TO DV-MODE
           MOVE WS-KEYED-DATE TO DV-DATE
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-LINK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "REFUND-LINK.dat"
                  DELIMITED BY SIZE INTO WS-LINK-FILENAME
                  "CORRECTION-JOURNAL.dat"
                  DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
           END-STRING
           MOVE SPACES TO WS-CASE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "COMPLAINT-CASE.dat"
                  DELIMITED BY SIZE INTO WS-CASE-FILENAME
           END-STRING
           .

       LOCATE-RECORD.
           MOVE "N" TO WS-FOUND
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "FOOD-DELIVERY-" WS-BUSINESS-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PENJUALAN-FILENAME
           END-STRING
           MOVE "F" TO WS-SOURCE
           PERFORM SCAN-ONE-FILE
                  " (" WS-SOURCE " = ",
                  "DAILY FILE WHEN F, PENJUALAN.dat WHEN P)"
           DISPLAY "==============================================="
           IF OU-COUNT > 1
              DISPLAY "OUTLET        : " WS-OUTLET-CODE
           END-IF
           DISPLAY "VENDOR        : " FR-VENDOR-CODE " ",
                  FR-NAMA-VENDOR
           DISPLAY "DRIVER        : " FR-DRIVER-ID " " FR-DRIVER
                  "  ONGKIR " FR-ONGKIR "  TIPS " FR-TIPS
           DISPLAY "TYPE          : " FR-TRANS-TYPE,
                  "  PAYMENT METHOD " FR-PAY-METHOD
           IF FR-PAY-METHOD = "A"
              DISPLAY "ON ACCOUNT    : " FR-ACCOUNT-CODE
           END-IF
           IF FR-PROMO-CODE NOT = SPACES AND FR-PROMO-DISC IS NUMERIC
              DISPLAY "PROMO CODE    : " FR-PROMO-CODE,
                     "  DISCOUNT " FR-PROMO-DISC,
                     "  FUNDED BY " FR-PROMO-FUNDER
           END-IF
           IF FR-CUST-PHONE NOT = SPACES
              DISPLAY "CUSTOMER      : " FR-CUST-PHONE
              IF FR-LOY-POINTS IS NUMERIC AND FR-LOY-POINTS > 0
                 IF FR-TRANS-TYPE = "R"
                    DISPLAY "POINTS BACK   : " FR-LOY-POINTS,
                           "  WORTH " FR-LOY-VALUE
                 ELSE
                    DISPLAY "POINTS USED   : " FR-LOY-POINTS,
                           "  WORTH " FR-LOY-VALUE
                 END-IF
              END-IF
           END-IF
           DISPLAY "KEYED BY      : " FR-OPERATOR-ID
           IF FR-AUTH-SUP-ID = SPACES
              DISPLAY "AUTHORIZED BY : (NO SUPERVISOR AUTHORIZATION ",
      **
           MOVE 0 TO WS-LINK-COUNT
           MOVE 0 TO WS-REFUNDED
           DISPLAY " "
           DISPLAY "REFUNDS REGISTERED AGAINST THIS TRANSACTION"
           DISPLAY "-----------------------------------------------"
           MOVE WS-LINK-FILENAME TO WS-LINK-LIVE-FILENAME
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE (1:4) TO WS-HIST-YEAR
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-LINK-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "REFUND-LINK-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-LINK-FILENAME
             END-STRING
             PERFORM LIST-LINK-FILE
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-LINK-LIVE-FILENAME TO WS-LINK-FILENAME
           PERFORM LIST-LINK-FILE
           IF WS-LINK-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           IF FR-TRANS-TYPE = "S"
              COMPUTE WS-REMAINING = FR-PENJUALAN - WS-REFUNDED
              DISPLAY "  REFUNDED " WS-REFUNDED,
                     "  UN-REFUNDED BALANCE " WS-REMAINING
           END-IF
           .

       LIST-LINK-FILE.
           MOVE "N" TO WS-LNK-EOF
           OPEN INPUT REFUND-LINK-File
           IF LNK-FSTAT = "00"
             PERFORM UNTIL WS-LNK-EOF = "Y"
               READ REFUND-LINK-File NEXT
                 AT END
                    MOVE "Y" TO WS-LNK-EOF
                 NOT AT END
                    MOVE RL-OUTLET-CODE TO WS-MATCH-OUTLET
                    PERFORM DEFAULT-MATCH-OUTLET
                    IF RL-SOURCE = WS-SOURCE
                       AND RL-ORIG-DATE = WS-BUSINESS-DATE
                       AND RL-ORIG-SEQ = WS-SEQ-NO
                       AND WS-MATCH-OUTLET = WS-OUTLET-CODE
                       PERFORM LIST-ONE-LINK
                    END-IF
               END-READ
             END-PERFORM
             CLOSE REFUND-LINK-File
           END-IF
           .

       LIST-ONE-LINK.
      **
      * A superseding record changed a link already in history - its
      * difference is applied and the change shown under the link.
      **
           IF RL-ENTRY-TYPE = "S"
              ADD RL-REFUND-AMOUNT TO WS-REFUNDED
              IF RL-PRIOR-AMOUNT IS NUMERIC
                 SUBTRACT RL-PRIOR-AMOUNT FROM WS-REFUNDED
              END-IF
              DISPLAY "  REFUND OF " RL-REFUND-DATE,
                     " CORRECTED FROM " RL-PRIOR-AMOUNT,
                     " TO " RL-REFUND-AMOUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINK-COUNT
           ADD RL-REFUND-AMOUNT TO WS-REFUNDED
           DISPLAY "  REFUND " RL-REFUND-AMOUNT,
                  " ON " RL-REFUND-DATE,
                  " BY OPERATOR " RL-OPERATOR
           .

       PRINT-CORRECTIONS.
      * so the entries for this one transaction can be picked out.
      **
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE WS-SEQ-NO TO WS-SEQ-DISPLAY
           DISPLAY " "
           DISPLAY "CORRECTIONS APPLIED TO THIS TRANSACTION"
           DISPLAY "-----------------------------------------------"
           MOVE WS-JOURNAL-FILENAME TO WS-JOURNAL-LIVE-FILENAME
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-BUSINESS-DATE (1:4) TO WS-HIST-YEAR
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-JOURNAL-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "CORRECTION-JOURNAL-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
             END-STRING
             PERFORM LIST-JOURNAL-FILE
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-JOURNAL-LIVE-FILENAME TO WS-JOURNAL-FILENAME
           PERFORM LIST-JOURNAL-FILE
           IF WS-JOURNAL-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           .

       LIST-JOURNAL-FILE.
           MOVE "N" TO WS-CJN-EOF
           OPEN INPUT CORRECTION-JOURNAL-File
           IF CJN-FSTAT = "00"
             PERFORM UNTIL WS-CJN-EOF = "Y"
               READ CORRECTION-JOURNAL-File NEXT
                 AT END
                    MOVE "Y" TO WS-CJN-EOF
                 NOT AT END
                    MOVE CJ-BEFORE-IMAGE (157:3) TO WS-MATCH-OUTLET
                    PERFORM DEFAULT-MATCH-OUTLET
                    IF CJ-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND WS-MATCH-OUTLET = WS-OUTLET-CODE
                       AND (CJ-BEFORE-IMAGE (116:4) = WS-SEQ-DISPLAY
                            OR CJ-AFTER-IMAGE (116:4)
                                  = WS-SEQ-DISPLAY)
                              CJ-PROGRAM " OPERATOR " CJ-OPERATOR,
                              " ACTION " CJ-ACTION,
                              " REASON " CJ-REASON-CODE
                       DISPLAY "    BEFORE : " CJ-BEFORE-IMAGE (1:125)
                       IF CJ-ACTION = "D"
                          DISPLAY "    AFTER  : (RECORD DELETED)"
                       ELSE
                          DISPLAY "    AFTER  : "
                                 CJ-AFTER-IMAGE (1:125)
                       END-IF
                    END-IF
               END-READ
             END-PERFORM
             CLOSE CORRECTION-JOURNAL-File
           END-IF
           .

       PRINT-CASES.
      **
      * Complaint cases opened against this sale (see
      * COMPLAINT-CASE), with how each was resolved.
      **
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-CAS-EOF
           DISPLAY " "
           DISPLAY "COMPLAINT CASES ON THIS TRANSACTION"
           DISPLAY "-----------------------------------------------"
           OPEN INPUT CASE-File
           IF CAS-FSTAT NOT = "35"
             PERFORM UNTIL WS-CAS-EOF = "Y"
               READ CASE-File NEXT
                 AT END
                    MOVE "Y" TO WS-CAS-EOF
                 NOT AT END
                    MOVE CM-OUTLET-CODE TO WS-MATCH-OUTLET
                    PERFORM DEFAULT-MATCH-OUTLET
                    IF CM-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND CM-SEQ-NO = WS-SEQ-NO
                       AND CM-SOURCE = WS-SOURCE
                       AND WS-MATCH-OUTLET = WS-OUTLET-CODE
                       ADD 1 TO WS-CASE-COUNT
                       DISPLAY "  CASE " CM-CASE-NO " CATEGORY ",
                              CM-CATEGORY " RESPONSIBLE " CM-PARTY,
                              " STATUS " CM-STATUS " OPENED ",
                              CM-OPENED-DATE " BY " CM-OPENED-BY
                       DISPLAY "    " CM-SUMMARY
                       IF CM-STATUS = "R"
                          EVALUATE CM-RESOLUTION
                            WHEN "R"
                               IF CM-REFUND-OUTLET = SPACES
                                  MOVE CM-OUTLET-CODE
                                        TO CM-REFUND-OUTLET
                               END-IF
                               DISPLAY "    RESOLVED ",
                                      CM-RESOLVED-DATE " - REFUND ",
                                      CM-REFUND-AMOUNT " AS ",
                                      CM-REFUND-DATE " / ",
                                      CM-REFUND-SEQ " OUTLET ",
                                      CM-REFUND-OUTLET
                            WHEN "C"
                               DISPLAY "    RESOLVED ",
                                      CM-RESOLVED-DATE,
                                      " - VENDOR CHARGEBACK ",
                                      CM-CHARGE-AMOUNT
                            WHEN OTHER
                               DISPLAY "    RESOLVED ",
                                      CM-RESOLVED-DATE,
                                      " - NO MONEY MOVED"
                          END-EVALUATE
                       END-IF
                    END-IF
               END-READ
             END-PERFORM
             CLOSE CASE-File
           END-IF
           IF WS-CASE-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           .

       DEFAULT-MATCH-OUTLET.
           IF WS-MATCH-OUTLET = SPACES
              MOVE OU-HOME-OUTLET TO WS-MATCH-OUTLET
           END-IF
           .
      ** add other procedures here
       END PROGRAM TRANS-INQUIRY.
