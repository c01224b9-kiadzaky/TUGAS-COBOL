      *            "U" update - change a link's refund amount after a
      *                correction changes the refund's PENJUALAN;
      *            "D" delete - remove the link when its refund record
      *                is deleted (a link already rolled into a
      *                history file by YEAR-END is superseded instead,
      *                for "U" as well);
      *            "N" note - record on the date's sequence counter a
      *                number the caller stamped itself, counting on
      *                from an allocated base.
      * Tectonics: cobc
      * Modification History:
      *   22 AUG 2026 - Links re-keyed from record position to the
      *                 stable per-date sequence number; added the
      *                 allocate/update/delete modes CORRECT-DATA needs
      *                 to keep the link file true through rewrites.
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
      *   23 SEP 2026 - Allocation also skips every sequence number
      *                 held by an order on the date's dispatch board
      *                 (see DISPATCH-BOARD), open or cancelled, so the
      *                 number reserved when an order is opened is
      *                 still free when its sale is written.
      *   30 SEP 2026 - Works on the workstation's outlet, or on the
      *                 outlet passed in an optional second parameter
      *                 by a caller going through every outlet's files:
      *                 the original is looked up in that outlet's
      *                 daily file and dispatch board, new links carry
      *                 the outlet code, and existing links are matched
      *                 on it (no code = home outlet).  Also carries
      *                 the outlet code in the PENJUALAN-Record layout.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.  A check also returns, in an
      *                 optional third parameter, the original sale's
      *                 phone, PENJUALAN and the points redeemed
      *                 against it, so the entry programs can carry the
      *                 phone onto a refund and give the points back.
      *   15 OCT 2026 - The over-refund total and the sequence
      *                 allocation also read the REFUND-LINK-yyyy.dat
      *                 history files YEAR-END writes, from the sale's
      *                 year up to last year, so a link rolled over at
      *                 year end still counts.
      *   15 OCT 2026 - Every number issued for a daily file is
      *                 appended to that date's sequence counter,
      *                 SEQ-COUNTER-yyyymmdd.dat, and allocation stays
      *                 above the counter so a number is never issued
      *                 twice, even after the record that carried it is
      *                 deleted.  New mode "N" puts a number the caller
      *                 stamped itself on the counter.  SEQ-CONTINUITY
      *                 checks the daily file against it.
      *   15 OCT 2026 - An update or delete whose link YEAR-END has
      *                 already rolled into a REFUND-LINK-yyyy.dat
      *                 history file appends a superseding record
      *                 (RL-ENTRY-TYPE "S") to the live file carrying
      *                 the amount before and after, instead of finding
      *                 nothing to change; the over-refund total
      *                 applies the difference after the link.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS LWK-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT DISPATCH-File
             ASSIGN TO WS-DISPATCH-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS DSP-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT COUNTER-File
             ASSIGN TO WS-COUNTER-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS CNT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
         05 OPAY-METHOD PIC X.
         05 OAUTH-SUP-ID PIC X(10).
         05 OSEQ-NO PIC 9(4).
         05 OACCOUNT-CODE PIC X(6).
         05 OPROMO-CODE PIC X(8).
         05 OPROMO-DISC PIC 9(7).
         05 OPROMO-FUNDER PIC X(1).
         05 OZONE-CODE PIC X(4).
         05 OZONE-STD-ONGKIR PIC 9(7).
         05 OONGKIR-REASON PIC X(4).
         05 OOUTLET-CODE PIC X(3).
         05 OENTRY-TIME PIC 9(8).
         05 OCUST-PHONE PIC X(15).
         05 OLOY-POINTS PIC 9(7).
         05 OLOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD REFUND-LINK-File.
       COPY "copybooks/REFLINK-REC.cpy".
       FD LINK-WORK-File.
       01 LINK-WORK-RECORD PIC X(49).
       FD DISPATCH-File.
       COPY "copybooks/DISPATCH-REC.cpy".
       FD COUNTER-File.
       COPY "copybooks/SEQCTR-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 ORG-FSTAT PIC 99.
       01 LNK-FSTAT PIC 99.
       01 LWK-FSTAT PIC 99.
       01 DSP-FSTAT PIC 99.
       01 WS-DISPATCH-FILENAME PIC X(60).
       01 CNT-FSTAT PIC 99.
       01 WS-COUNTER-FILENAME PIC X(60).
       01 WS-EOF PIC X.
       01 WS-LNK-EOF PIC X.
       01 WS-FILE-BASE PIC X(50)
       01 WS-ORIGINAL-FILENAME PIC X(60).
       01 WS-LINK-FILENAME PIC X(60).
       01 WS-LINK-WORK-FILENAME PIC X(60).
       01 WS-REFUNDED PIC S9(9).
       01 WS-MAX-SEQ PIC 9(4).
       01 WS-LINK-DONE PIC X.
      *-----------------------
      * Links for a year YEAR-END has rolled over are in that year's
      * REFUND-LINK-yyyy.dat; the totals and highest numbers are
      * taken over those as well as the live file
      *-----------------------
       01 WS-LINK-SCAN PIC X.
       01 WS-LINK-LIVE-FILENAME PIC X(60).
       01 WS-HIST-YEAR PIC 9(4).
       01 WS-HIST-TODAY.
         05 WS-THIS-YEAR PIC 9(4).
         05 FILLER PIC 9(4).
      *-----------------------
      * The sale's links already in history, each at its amount now,
      * for an update or delete that finds none in the live file
      *-----------------------
       01 WS-ROLLED-TABLE.
         05 RO-ENTRY OCCURS 20 TIMES.
           10 RO-LINK PIC X(49).
           10 RO-AMOUNT PIC 9(7).
       01 WS-ROLL-COUNT PIC 99.
       01 WS-ROLL-IDX PIC 99.
       01 WS-ROLL-FOUND PIC 99.
      *-----------------------
      * Sequence numbers run within one outlet's daily file, so links
      * are matched on the workstation's outlet too (a link with no
      * outlet belongs to the home outlet)
      *-----------------------
       01 WS-OUTLET-CODE PIC X(3).
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-RL-OUTLET PIC X(3).
       COPY "copybooks/OUTLET-REQ.cpy".

       LINKAGE SECTION.
       01 L-REFUND-REQUEST.
         05 L-ORIG-DRIVER PIC X(6).
         05 L-REMAINING PIC S9(9).
      *-----------------------
      * Optional - the outlet whose daily file and links are meant,
      * for a caller working through every outlet's files; absent or
      * spaces = the workstation's own outlet
      *-----------------------
       01 L-OUTLET-CODE PIC X(3).
      *-----------------------
      * Optional - on a check, the original sale's customer phone,
      * PENJUALAN and the loyalty points redeemed against it, so a
      * refund can carry the phone and give the points back
      *-----------------------
       01 L-REFUND-LOYALTY.
         05 L-ORIG-PHONE PIC X(15).
         05 L-ORIG-PENJUALAN PIC 9(7).
         05 L-ORIG-LOY-POINTS PIC 9(7).
         05 L-ORIG-LOY-VALUE PIC 9(7).
      *-----------------------
       PROCEDURE DIVISION USING L-REFUND-REQUEST, L-OUTLET-CODE,
                                L-REFUND-LOYALTY.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
                PERFORM UPDATE-LINK-AMOUNT
             WHEN "D"
                PERFORM DELETE-LINK
             WHEN "N"
                PERFORM NOTE-SEQUENCE
             WHEN OTHER
                PERFORM CHECK-ORIGINAL
           END-EVALUATE
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           IF ADDRESS OF L-OUTLET-CODE NOT = NULL
              MOVE L-OUTLET-CODE TO OU-OUTLET-CODE
           END-IF
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE OU-OUTLET-CODE TO WS-OUTLET-CODE
           MOVE OU-SUFFIX TO WS-OUTLET-SUFFIX
           MOVE SPACES TO WS-LINK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "REFUND-LINK.dat"
                  DELIMITED BY SIZE INTO WS-LINK-FILENAME
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-FILE-BASE)
                     "FOOD-DELIVERY-" L-ORIG-DATE
                     DELIMITED BY SIZE
                     WS-OUTLET-SUFFIX DELIMITED BY SPACE
                     ".dat" DELIMITED BY SIZE
                     INTO WS-ORIGINAL-FILENAME
              END-STRING
           END-IF
           MOVE SPACES TO WS-COUNTER-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "SEQ-COUNTER-" L-ORIG-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COUNTER-FILENAME
           END-STRING
           .

       ALLOCATE-SEQUENCE.
      * Next sequence = 1 + the highest number either stamped on a
      * record of that date or still referenced by a link, so a
      * deleted record's number is never reissued while a refund
      * still points at it.  A daily file's numbers are also kept
      * above the date's sequence counter, so no number is ever
      * issued twice, and the one issued is added to the counter.
      **
           MOVE 0 TO WS-MAX-SEQ
           MOVE "N" TO WS-EOF
           ELSE
             CLOSE ORIGINAL-File
           END-IF
           MOVE "M" TO WS-LINK-SCAN
           PERFORM SCAN-ALL-LINKS
           IF L-SOURCE NOT = "P"
              PERFORM CHECK-DISPATCH-SEQUENCE
              PERFORM CHECK-COUNTER-SEQUENCE
           END-IF
           COMPUTE L-ORIG-SEQ = WS-MAX-SEQ + 1
           IF L-SOURCE NOT = "P"
              MOVE "A" TO SC-ACTION
              PERFORM WRITE-COUNTER-RECORD
           END-IF
           MOVE "Y" TO L-RESULT
           .

       NOTE-SEQUENCE.
      **
      * A batch numbered on from one allocated base puts each number
      * it stamps on the counter as well.  PENJUALAN.dat keeps no
      * counter.
      **
           IF L-SOURCE NOT = "P"
              MOVE "N" TO SC-ACTION
              PERFORM WRITE-COUNTER-RECORD
           END-IF
           MOVE "Y" TO L-RESULT
           .

           MOVE "N" TO L-RESULT
           MOVE SPACES TO L-ORIG-VENDOR L-ORIG-DRIVER
           MOVE 0 TO L-REMAINING
           IF ADDRESS OF L-REFUND-LOYALTY NOT = NULL
              MOVE SPACES TO L-ORIG-PHONE
              MOVE 0 TO L-ORIG-PENJUALAN L-ORIG-LOY-POINTS
                        L-ORIG-LOY-VALUE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT ORIGINAL-File
           IF ORG-FSTAT NOT = "00"
                        MOVE OVENDOR-CODE TO L-ORIG-VENDOR
                        MOVE ODRIVER-ID TO L-ORIG-DRIVER
                        MOVE OPENJUALAN TO L-REMAINING
                        IF ADDRESS OF L-REFUND-LOYALTY NOT = NULL
                           PERFORM RETURN-ORIGINAL-LOYALTY
                        END-IF
                     END-IF
                     MOVE "Y" TO WS-EOF
                  END-IF
           END-IF
           .

       RETURN-ORIGINAL-LOYALTY.
      **
      * Records written before the loyalty fields existed carry
      * spaces there.
      **
           MOVE OPENJUALAN TO L-ORIG-PENJUALAN
           MOVE OCUST-PHONE TO L-ORIG-PHONE
           IF OLOY-POINTS IS NUMERIC AND OLOY-VALUE IS NUMERIC
              MOVE OLOY-POINTS TO L-ORIG-LOY-POINTS
              MOVE OLOY-VALUE TO L-ORIG-LOY-VALUE
           END-IF
           .

       SUM-PRIOR-REFUNDS.
           MOVE 0 TO WS-REFUNDED
           MOVE "S" TO WS-LINK-SCAN
           PERFORM SCAN-ALL-LINKS
           .

       SCAN-ALL-LINKS.
      **
      * A sale's links can only have been rolled over in its own
      * year or a later one, so the history files from the sale's
      * year up to last year are read, then the live file.
      **
           MOVE WS-LINK-FILENAME TO WS-LINK-LIVE-FILENAME
           ACCEPT WS-HIST-TODAY FROM DATE YYYYMMDD
           MOVE WS-THIS-YEAR TO WS-HIST-YEAR
           IF L-ORIG-DATE IS NUMERIC
              MOVE L-ORIG-DATE (1:4) TO WS-HIST-YEAR
           END-IF
           PERFORM UNTIL WS-HIST-YEAR NOT < WS-THIS-YEAR
             MOVE SPACES TO WS-LINK-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "REFUND-LINK-" WS-HIST-YEAR ".dat"
                    DELIMITED BY SIZE INTO WS-LINK-FILENAME
             END-STRING
             PERFORM SCAN-LINK-FILE
             ADD 1 TO WS-HIST-YEAR
           END-PERFORM
           MOVE WS-LINK-LIVE-FILENAME TO WS-LINK-FILENAME
           PERFORM SCAN-LINK-FILE
           .

       SCAN-LINK-FILE.
      **
      * WS-LINK-SCAN "S" sums the refunds against the sale, "M" takes
      * the highest sequence number any link holds for the date, "T"
      * tables the sale's links already in history.
      **
           MOVE "N" TO WS-LNK-EOF
           OPEN INPUT REFUND-LINK-File
           IF LNK-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LNK-EOF = "Y"
               AT END
                  MOVE "Y" TO WS-LNK-EOF
               NOT AT END
                  PERFORM NOTE-LINK-OUTLET
                  IF RL-SOURCE = L-SOURCE
                     AND RL-ORIG-DATE = L-ORIG-DATE
                     AND WS-RL-OUTLET = WS-OUTLET-CODE
                     EVALUATE WS-LINK-SCAN
                       WHEN "S"
                          IF RL-ORIG-SEQ = L-ORIG-SEQ
                             PERFORM ADD-LINK-AMOUNT
                          END-IF
                       WHEN "T"
                          IF RL-ORIG-SEQ = L-ORIG-SEQ
                             PERFORM NOTE-ROLLED-LINK
                          END-IF
                       WHEN OTHER
                          IF RL-ORIG-SEQ > WS-MAX-SEQ
                             MOVE RL-ORIG-SEQ TO WS-MAX-SEQ
                          END-IF
                     END-EVALUATE
                  END-IF
             END-READ
           END-PERFORM
           CLOSE REFUND-LINK-File
           .

       ADD-LINK-AMOUNT.
      **
      * A superseding record counts the change it made to its link.
      **
           ADD RL-REFUND-AMOUNT TO WS-REFUNDED
           IF RL-ENTRY-TYPE = "S" AND RL-PRIOR-AMOUNT IS NUMERIC
              SUBTRACT RL-PRIOR-AMOUNT FROM WS-REFUNDED
           END-IF
           .

       NOTE-ROLLED-LINK.
      **
      * A link in a history file starts a row; a superseding record
      * moves the first row still at its prior amount to its new one.
      * A link in the live file is rewritten in place, so takes none.
      **
           IF RL-ENTRY-TYPE = "S"
              MOVE 0 TO WS-ROLL-FOUND
              PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                        UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
                IF WS-ROLL-FOUND = 0
                   AND RO-AMOUNT (WS-ROLL-IDX) = RL-PRIOR-AMOUNT
                   MOVE WS-ROLL-IDX TO WS-ROLL-FOUND
                END-IF
              END-PERFORM
              IF WS-ROLL-FOUND > 0
                 MOVE RL-REFUND-AMOUNT TO RO-AMOUNT (WS-ROLL-FOUND)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-LINK-FILENAME = WS-LINK-LIVE-FILENAME
              EXIT PARAGRAPH
           END-IF
           IF WS-ROLL-COUNT < 20
              ADD 1 TO WS-ROLL-COUNT
              MOVE REFUND-LINK-RECORD TO RO-LINK (WS-ROLL-COUNT)
              MOVE RL-REFUND-AMOUNT TO RO-AMOUNT (WS-ROLL-COUNT)
           END-IF
           .

       REGISTER-LINK.
           MOVE L-SOURCE TO RL-SOURCE
           MOVE L-ORIG-DATE TO RL-ORIG-DATE
           MOVE L-AMOUNT TO RL-REFUND-AMOUNT
           MOVE L-REFUND-DATE TO RL-REFUND-DATE
           MOVE L-OPERATOR TO RL-OPERATOR
           MOVE WS-OUTLET-CODE TO RL-OUTLET-CODE
           MOVE SPACE TO RL-ENTRY-TYPE
           MOVE 0 TO RL-PRIOR-AMOUNT
           OPEN EXTEND REFUND-LINK-File
           IF LNK-FSTAT = "35"
              OPEN OUTPUT REFUND-LINK-File
      * Rewrite the link file changing the first link that matches the
      * source/date/sequence to the corrected amount, so the
      * over-refund ledger follows a CORRECT-DATA amount change.
      * A link no longer in the live file is superseded instead.
      **
           MOVE "N" TO WS-LINK-DONE
           MOVE "N" TO L-RESULT
           MOVE "N" TO WS-LNK-EOF
           OPEN INPUT REFUND-LINK-File
           IF LNK-FSTAT = "35"
              PERFORM SUPERSEDE-ROLLED-LINK
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LINK-WORK-File
               AT END
                  MOVE "Y" TO WS-LNK-EOF
               NOT AT END
                  PERFORM NOTE-LINK-OUTLET
                  IF WS-LINK-DONE = "N"
                     AND RL-ENTRY-TYPE NOT = "S"
                     AND RL-SOURCE = L-SOURCE
                     AND RL-ORIG-DATE = L-ORIG-DATE
                     AND WS-RL-OUTLET = WS-OUTLET-CODE
                     AND RL-ORIG-SEQ = L-ORIG-SEQ
                     MOVE L-AMOUNT TO RL-REFUND-AMOUNT
                     MOVE "Y" TO WS-LINK-DONE
           IF WS-LINK-DONE = "Y"
              PERFORM COPY-WORK-TO-LINK
              MOVE "Y" TO L-RESULT
           ELSE
              PERFORM SUPERSEDE-ROLLED-LINK
           END-IF
           .

      **
      * Rewrite the link file dropping the first link that matches the
      * source/date/sequence/amount of a refund record CORRECT-DATA
      * just deleted.  A link no longer in the live file is
      * superseded instead.
      **
           MOVE "N" TO WS-LINK-DONE
           MOVE "N" TO L-RESULT
           MOVE "N" TO WS-LNK-EOF
           OPEN INPUT REFUND-LINK-File
           IF LNK-FSTAT = "35"
              PERFORM SUPERSEDE-ROLLED-LINK
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LINK-WORK-File
               AT END
                  MOVE "Y" TO WS-LNK-EOF
               NOT AT END
                  PERFORM NOTE-LINK-OUTLET
                  IF WS-LINK-DONE = "N"
                     AND RL-ENTRY-TYPE NOT = "S"
                     AND RL-SOURCE = L-SOURCE
                     AND RL-ORIG-DATE = L-ORIG-DATE
                     AND WS-RL-OUTLET = WS-OUTLET-CODE
                     AND RL-ORIG-SEQ = L-ORIG-SEQ
                     AND RL-REFUND-AMOUNT = L-AMOUNT
                     MOVE "Y" TO WS-LINK-DONE
           IF WS-LINK-DONE = "Y"
              PERFORM COPY-WORK-TO-LINK
              MOVE "Y" TO L-RESULT
           ELSE
              PERFORM SUPERSEDE-ROLLED-LINK
           END-IF
           .

       SUPERSEDE-ROLLED-LINK.
      **
      * The history files are never rewritten.  The first of the
      * sale's links there still carrying an amount (for a delete,
      * the amount being deleted) is superseded by a record appended
      * to the live file: the link as it was, its amount before the
      * change and its amount now, 0 for a delete.
      **
           MOVE 0 TO WS-ROLL-COUNT
           MOVE "T" TO WS-LINK-SCAN
           PERFORM SCAN-ALL-LINKS
           MOVE 0 TO WS-ROLL-FOUND
           PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                     UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
             IF WS-ROLL-FOUND = 0
                AND RO-AMOUNT (WS-ROLL-IDX) > 0
                AND (L-MODE = "U"
                     OR RO-AMOUNT (WS-ROLL-IDX) = L-AMOUNT)
                MOVE WS-ROLL-IDX TO WS-ROLL-FOUND
             END-IF
           END-PERFORM
           IF WS-ROLL-FOUND = 0
              EXIT PARAGRAPH
           END-IF
           MOVE RO-LINK (WS-ROLL-FOUND) TO REFUND-LINK-RECORD
           MOVE "S" TO RL-ENTRY-TYPE
           MOVE RO-AMOUNT (WS-ROLL-FOUND) TO RL-PRIOR-AMOUNT
           IF L-MODE = "U"
              MOVE L-AMOUNT TO RL-REFUND-AMOUNT
           ELSE
              MOVE 0 TO RL-REFUND-AMOUNT
           END-IF
           OPEN EXTEND REFUND-LINK-File
           IF LNK-FSTAT = "35"
              OPEN OUTPUT REFUND-LINK-File
           END-IF
           WRITE REFUND-LINK-RECORD
           CLOSE REFUND-LINK-File
           MOVE "Y" TO L-RESULT
           .

       COPY-WORK-TO-LINK.
           OPEN OUTPUT REFUND-LINK-File
           OPEN INPUT LINK-WORK-File
           CLOSE LINK-WORK-File
           CLOSE REFUND-LINK-File
           .

       CHECK-DISPATCH-SEQUENCE.
      **
      * An order open on the dispatch board holds the number its sale
      * will be written under, and a cancelled order keeps its number,
      * so neither is ever handed out again.
      **
           MOVE SPACES TO WS-DISPATCH-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "DISPATCH-" L-ORIG-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DISPATCH-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPATCH-File
           IF DSP-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ DISPATCH-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF DP-SEQ-NO IS NUMERIC
                     AND DP-SEQ-NO > WS-MAX-SEQ
                     MOVE DP-SEQ-NO TO WS-MAX-SEQ
                  END-IF
             END-READ
           END-PERFORM
           CLOSE DISPATCH-File
           .

       CHECK-COUNTER-SEQUENCE.
           MOVE "N" TO WS-EOF
           OPEN INPUT COUNTER-File
           IF CNT-FSTAT NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ COUNTER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF SC-SEQ-NO IS NUMERIC
                     AND SC-SEQ-NO > WS-MAX-SEQ
                     MOVE SC-SEQ-NO TO WS-MAX-SEQ
                  END-IF
             END-READ
           END-PERFORM
           CLOSE COUNTER-File
           .

       WRITE-COUNTER-RECORD.
           MOVE L-ORIG-DATE TO SC-BUSINESS-DATE
           MOVE L-ORIG-SEQ TO SC-SEQ-NO
           ACCEPT SC-DATE FROM DATE YYYYMMDD
           ACCEPT SC-TIME FROM TIME
           OPEN EXTEND COUNTER-File
           IF CNT-FSTAT = "35"
              OPEN OUTPUT COUNTER-File
           END-IF
           WRITE SEQ-COUNTER-RECORD
           CLOSE COUNTER-File
           .

       NOTE-LINK-OUTLET.
           MOVE RL-OUTLET-CODE TO WS-RL-OUTLET
           IF WS-RL-OUTLET = SPACES
              MOVE OU-HOME-OUTLET TO WS-RL-OUTLET
           END-IF
           .
      ** add other procedures here
       END PROGRAM SUB-REFUND-CHECK.
