      *                 SUB-FILE-LOCK single-writer interlock on the
      *                 data file, so a conversion cannot collide
      *                 with an entry terminal writing the same file.
      *   14 SEP 2026 - Also converts a file on the 119-byte layout
      *                 (through SEQ-NO) to the current record, which
      *                 adds the corporate ACCOUNT-CODE and room for
      *                 later fields; existing fields, sequence numbers
      *                 included, carry across unchanged.
      *   16 SEP 2026 - PENJUALAN-Record layout picked up the promo
      *                 code, its discount and who funds it, carved
      *                 from the reserved filler.
      *   18 SEP 2026 - PENJUALAN-Record layout picked up the delivery
      *                 zone, the zone's standard ONGKIR at entry and
      *                 the reason code for an out-of-tolerance fee,
      *                 carved from the reserved filler.
      *   30 SEP 2026 - PENJUALAN-Record layout picked up the outlet
      *                 code, carved from the reserved filler.
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
          RECORD KEY IS OKEY WITH DUPLICATES
          FILE STATUS OLD-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PRIOR-File
             ASSIGN TO WS-OLD-FILENAME
          ORGANIZATION IS INDEXED
          RECORD KEY IS PKEY WITH DUPLICATES
          FILE STATUS OLD-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT NEW-File
             ASSIGN TO WS-NEW-FILENAME
          ORGANIZATION IS INDEXED
         05 O-DRIVER PIC X(20).
         05 O-TRANS-TYPE PIC X(1).
         05 O-OPERATOR-ID PIC X(10).
      * The 119-byte layout (through SEQ-NO) that preceded the
      * corporate account code
       FD PRIOR-File.
       01 PRIOR-Record.
         05 PKEY.
           10 P-VENDOR-CODE PIC X(6).
           10 P-TRANXDATE PIC 9(8).
         05 P-NAMA-VENDOR PIC X(20).
         05 P-PENJUALAN PIC 9(7).
         05 P-ONGKIR PIC 9(7).
         05 P-TIPS PIC 9(7).
         05 P-DRIVER-ID PIC X(6).
         05 P-DRIVER PIC X(20).
         05 P-TRANS-TYPE PIC X(1).
         05 P-OPERATOR-ID PIC X(10).
         05 P-ORIG-DATE PIC 9(8).
         05 P-ORIG-SEQ PIC 9(4).
         05 P-PAY-METHOD PIC X.
         05 P-AUTH-SUP-ID PIC X(10).
         05 P-SEQ-NO PIC 9(4).
       FD NEW-File.
       01 NEW-Record.
         05 NKEY.
         05 N-PAY-METHOD PIC X.
         05 N-AUTH-SUP-ID PIC X(10).
         05 N-SEQ-NO PIC 9(4).
         05 N-ACCOUNT-CODE PIC X(6).
         05 N-PROMO-CODE PIC X(8).
         05 N-PROMO-DISC PIC 9(7).
         05 N-PROMO-FUNDER PIC X(1).
         05 N-ZONE-CODE PIC X(4).
         05 N-ZONE-STD-ONGKIR PIC 9(7).
         05 N-ONGKIR-REASON PIC X(4).
         05 N-OUTLET-CODE PIC X(3).
         05 N-ENTRY-TIME PIC 9(8).
         05 N-CUST-PHONE PIC X(15).
         05 N-LOY-POINTS PIC 9(7).
         05 N-LOY-VALUE PIC 9(7).
         05 FILLER PIC X(54).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
      *-----------------------
       01 WS-OLD-FILENAME PIC X(60).
       01 WS-NEW-FILENAME PIC X(70).
       01 WS-WHICH PIC X.
      * "O" = converting from the 92-byte layout, "P" = from the
      * 119-byte layout
       01 WS-SOURCE-LAYOUT PIC X VALUE "O".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-READ-TOTAL PIC S9(11) VALUE 0.
           .

       CONVERT-THE-FILE.
           MOVE "O" TO WS-SOURCE-LAYOUT
           OPEN INPUT OLD-File
           IF OLD-FSTAT = "39"
              CLOSE OLD-File
              MOVE "P" TO WS-SOURCE-LAYOUT
              OPEN INPUT PRIOR-File
           END-IF
           EVALUATE TRUE
             WHEN OLD-FSTAT = "35"
                DISPLAY "FILE NOT FOUND : "
                       FUNCTION TRIM(WS-OLD-FILENAME)
                EXIT PARAGRAPH
             WHEN OLD-FSTAT = "39"
                DISPLAY "RECORD LENGTH DOES NOT MATCH ANY OLD ",
                       "LAYOUT - FILE LOOKS ALREADY CONVERTED, ",
                       "NOTHING DONE"
                CLOSE PRIOR-File
                EXIT PARAGRAPH
             WHEN OLD-FSTAT NOT = "00"
                DISPLAY "CANNOT OPEN "
                       FUNCTION TRIM(WS-OLD-FILENAME)
                       " - STATUS " OLD-FSTAT
                IF WS-SOURCE-LAYOUT = "P"
                   CLOSE PRIOR-File
                ELSE
                   CLOSE OLD-File
                END-IF
                EXIT PARAGRAPH
           END-EVALUATE

           OPEN OUTPUT NEW-File
           MOVE "N" TO WS-EOF
           IF WS-SOURCE-LAYOUT = "P"
              DISPLAY "CONVERTING FROM THE 119-BYTE LAYOUT"
              PERFORM UNTIL WS-EOF = "Y"
                READ PRIOR-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     ADD P-PENJUALAN TO WS-READ-TOTAL
                     PERFORM BUILD-FROM-PRIOR
                     PERFORM WRITE-NEW-RECORD
                END-READ
              END-PERFORM
              CLOSE PRIOR-File
           ELSE
              PERFORM UNTIL WS-EOF = "Y"
                READ OLD-File NEXT
                  AT END
                     MOVE "Y" TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     ADD O-PENJUALAN TO WS-READ-TOTAL
                     PERFORM BUILD-NEW-RECORD
                     PERFORM WRITE-NEW-RECORD
                END-READ
              END-PERFORM
              CLOSE OLD-File
           END-IF
           CLOSE NEW-File

           PERFORM VERIFY-NEW-FILE
           END-IF
           .

       WRITE-NEW-RECORD.
           WRITE NEW-Record
           IF NEW-FSTAT = "00"
              ADD 1 TO WS-WRITE-COUNT
           ELSE
              DISPLAY "WRITE FAILED STATUS " NEW-FSTAT,
                     " AT RECORD " WS-READ-COUNT
           END-IF
           .

       BUILD-FROM-PRIOR.
      **
      * Everything carries across as it was, sequence number
      * included; no record before this layout was on account.
      **
           MOVE SPACES TO NEW-Record
           MOVE P-VENDOR-CODE TO N-VENDOR-CODE
           MOVE P-TRANXDATE TO N-TRANXDATE
           MOVE P-NAMA-VENDOR TO N-NAMA-VENDOR
           MOVE P-PENJUALAN TO N-PENJUALAN
           MOVE P-ONGKIR TO N-ONGKIR
           MOVE P-TIPS TO N-TIPS
           MOVE P-DRIVER-ID TO N-DRIVER-ID
           MOVE P-DRIVER TO N-DRIVER
           MOVE P-TRANS-TYPE TO N-TRANS-TYPE
           MOVE P-OPERATOR-ID TO N-OPERATOR-ID
           MOVE P-ORIG-DATE TO N-ORIG-DATE
           MOVE P-ORIG-SEQ TO N-ORIG-SEQ
           MOVE P-PAY-METHOD TO N-PAY-METHOD
           MOVE P-AUTH-SUP-ID TO N-AUTH-SUP-ID
           MOVE P-SEQ-NO TO N-SEQ-NO
           .

       BUILD-NEW-RECORD.
           MOVE SPACES TO NEW-Record
           MOVE O-VENDOR-CODE TO N-VENDOR-CODE
           MOVE O-TRANXDATE TO N-TRANXDATE
           MOVE O-NAMA-VENDOR TO N-NAMA-VENDOR
