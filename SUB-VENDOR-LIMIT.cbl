      *          total in LM-DAILY-TOTAL instead of having it summed
      *          from a file that cannot be re-opened mid-update.
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
      *                 vendor's daily cap is checked against its sales
      *                 at every outlet.
      *   05 OCT 2026 - PENJUALAN-Record layout picked up the entry
      *                 time (HHMMSSCC), carved from the reserved
      *                 filler.
      *   06 OCT 2026 - PENJUALAN-Record layout picked up the customer
      *                 phone and the loyalty points redeemed or given
      *                 back with their rupiah value, carved from the
      *                 reserved filler.
      *   13 OCT 2026 - The first breach of a vendor's daily cap on a
      *                 date is also queued as a VENDOR-CAP alert
      *                 (SUB-ALERT) along with its exception.
      *   15 OCT 2026 - Exception records carry a severity byte
      *                 (EX-SEVERITY); this program's are written with
      *                 the normal severity.
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
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
      *-----------------------
       01 FSTAT PIC 99.
       01 EXC-FSTAT PIC 99.
       01 WS-EOF PIC X.
      *-----------------------
      * The vendor's day is summed across every outlet's daily file
      * (see SUB-OUTLET) - the cap is the vendor's, not one outlet's
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-LIMIT-FILENAME PIC X(60).
       01 WS-EX-EXISTS PIC X.
       01 WS-EX-EOF PIC X.
       01 WS-NEW-EX-KEY PIC X(40).
       01 WS-ALERT-TOTAL PIC -ZZZ,ZZZ,ZZ9.
       01 WS-ALERT-LIMIT PIC ZZZ,ZZZ,ZZ9.
       COPY "copybooks/ALERT-REQ.cpy".

       LINKAGE SECTION.
       01 L-LIMIT-REQUEST.
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-LIMIT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "VENDOR-LIMIT.dat"
                  DELIMITED BY SIZE INTO WS-LIMIT-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "EXCEPTIONS.dat"
                  DELIMITED BY SIZE INTO WS-EXCEPTION-FILENAME
           END-STRING
           MOVE SPACES TO WS-PENJUALAN-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PENJUALAN.dat"
                  DELIMITED BY SIZE INTO WS-PENJUALAN-FILENAME
           END-STRING
           .

       LOOKUP-VENDOR-LIMIT.
      * (refunds netted, voids excluded, like every other total).
      **
           MOVE 0 TO WS-DAY-TOTAL
           IF LM-SOURCE = "P"
              PERFORM SUM-VENDOR-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             MOVE SPACES TO WS-PENJUALAN-FILENAME
             STRING FUNCTION TRIM(WS-FILE-BASE)
                    "FOOD-DELIVERY-" LM-BUSINESS-DATE
                    DELIMITED BY SIZE
                    WS-OUTLET-SUFFIX DELIMITED BY SPACE
                    ".dat" DELIMITED BY SIZE
                    INTO WS-PENJUALAN-FILENAME
             END-STRING
             PERFORM SUM-VENDOR-FILE
           END-PERFORM
           .

       SUM-VENDOR-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENJUALAN-File
           IF FSTAT NOT = "00"
           MOVE LM-DAILY-TOTAL TO EX-AMOUNT
           ACCEPT EX-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT EX-CREATED-TIME FROM TIME
           MOVE SPACES TO EX-RESOLVED-BY EX-COMMENT EX-SEVERITY
           MOVE 0 TO EX-RESOLVED-DATE
           OPEN EXTEND EXCEPTION-File
           IF EXC-FSTAT = "35"
           END-IF
           WRITE EXCEPTION-RECORD
           CLOSE EXCEPTION-File
           PERFORM RAISE-CAP-ALERT
           .

       RAISE-CAP-ALERT.
      **
      * Alerted once, with the exception - the breach already open
      * is not alerted again either.
      **
           MOVE LM-DAILY-TOTAL TO WS-ALERT-TOTAL
           MOVE LM-DAILY-LIMIT TO WS-ALERT-LIMIT
           MOVE "M" TO AQ-SEVERITY
           MOVE "VENDOR-CAP" TO AQ-EVENT-TYPE
           MOVE LM-BUSINESS-DATE TO AQ-BUSINESS-DATE
           MOVE LM-PROGRAM TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING "VENDOR " LM-VENDOR " DAY TOTAL "
                  FUNCTION TRIM(WS-ALERT-TOTAL)
                  " OVER DAILY CAP " FUNCTION TRIM(WS-ALERT-LIMIT)
                  " - KEYED BY " FUNCTION TRIM(LM-OPERATOR)
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .
      ** add other procedures here
       END PROGRAM SUB-VENDOR-LIMIT.
