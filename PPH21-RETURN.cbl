      ******************************************************************
      * Author:
      * Date: 25 SEP 2026
      * Purpose: Monthly PPh 21 return for the tax withheld from
      *          driver payouts - reads a month of the withholding
      *          ledger DRIVER-PAYOUT posts (PPH21-LEDGER.dat), totals
      *          gross pay, DPP and tax withheld per driver and
      *          produces a withholding certificate (bukti potong) per
      *          driver in BUKTI-POTONG-yyyymm.txt plus the summary
      *          file in the tax office's upload layout
      *          (PPH21-UPLOAD-yyyymm.csv: one line per certificate
      *          with the withholder's NPWP from the control record).
      *          Run by MONTH-END with the period in a MONTH-END-
      *          REQUEST area, or standalone with a keyed period.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PPH21-RETURN.
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
         SELECT PPH21-LEDGER-File
             ASSIGN TO WS-TAX-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PLG-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT BUKTI-POTONG-File
             ASSIGN TO WS-BUKTI-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS BKT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
         SELECT PPH21-UPLOAD-File
             ASSIGN TO WS-UPLOAD-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS UPL-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *------------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD PPH21-LEDGER-File.
       COPY "copybooks/PPH21LED-REC.cpy".
       FD BUKTI-POTONG-File.
       01 BUKTI-POTONG-RECORD PIC X(80).
       FD PPH21-UPLOAD-File.
       01 PPH21-UPLOAD-RECORD PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 PLG-FSTAT PIC 99.
       01 BKT-FSTAT PIC 99.
       01 UPL-FSTAT PIC 99.
       01 WS-EOF PIC X VALUE "N".
       01 WS-REGION PIC X(5) VALUE "PROD ".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-TAX-FILENAME PIC X(60).
       01 WS-BUKTI-FILENAME PIC X(70).
       01 WS-UPLOAD-FILENAME PIC X(70).
       01 WS-WITHHOLDER-NPWP PIC X(16) VALUE SPACES.
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
         05 WS-PERIOD-YEAR PIC 9(4).
         05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-DATE-REQUEST.
         05 DV-MODE PIC X.
         05 DV-DATE PIC 9(8).
         05 DV-RESULT PIC X.
         05 DV-NEXT-DATE PIC 9(8).
       01 WS-ME-CALLED PIC X VALUE "N".
       01 WS-LINES-READ PIC 9(5) VALUE 0.
      *-----------------------
      * Per-driver totals for the month - identity is taken from the
      * latest ledger line, so a NPWP added mid-month is the one on
      * the certificate
      *-----------------------
       01 WS-DRIVER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRIVER-DROPPED PIC 9(3) VALUE 0.
       01 WS-DRIVER-IDX PIC 9(3).
       01 WS-DRIVER-FOUND PIC 9(3).
       01 TAX-TABLE.
         05 TX-ENTRY OCCURS 100 TIMES.
           10 TX-DRIVER-ID PIC X(6).
           10 TX-DRIVER-NAME PIC X(20).
           10 TX-NPWP PIC X(16).
           10 TX-NIK PIC X(16).
           10 TX-OBJECT-CODE PIC X(9).
           10 TX-TOP-RATE PIC 9(2)V99.
           10 TX-LAST-DATE PIC 9(8).
           10 TX-PAY-COUNT PIC 9(3).
           10 TX-HELD-COUNT PIC 9(3).
           10 TX-GROSS PIC 9(11).
           10 TX-DPP PIC 9(11).
           10 TX-TAX PIC 9(11).
       01 WS-TOTAL-GROSS PIC 9(13) VALUE 0.
       01 WS-TOTAL-DPP PIC 9(13) VALUE 0.
       01 WS-TOTAL-TAX PIC 9(13) VALUE 0.
       01 WS-CERT-NO PIC 9(4) VALUE 0.
       01 WS-CERT-NUMBER PIC X(20).
       01 WS-TODAY PIC 9(8).
       01 WS-SHOW-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-CSV-GROSS PIC Z(10)9.
       01 WS-CSV-DPP PIC Z(10)9.
       01 WS-CSV-TAX PIC Z(10)9.
       01 WS-CSV-RATE PIC Z9.99.

       LINKAGE SECTION.
       COPY "copybooks/MEND-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING MONTH-END-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY "MONTHLY PPH 21 RETURN"
           IF ADDRESS OF MONTH-END-REQUEST NOT = NULL
              AND ME-CALL-FLAG = "Y"
              MOVE "Y" TO WS-ME-CALLED
              MOVE ME-PERIOD TO WS-PERIOD
              DISPLAY "PERIOD " WS-PERIOD " (MONTH-END)"
           ELSE
              DISPLAY "PERIOD TO FILE (YYYYMM) : " NO ADVANCING
              ACCEPT WS-PERIOD
              IF WS-PERIOD = 0
                 DISPLAY "PERIOD IS REQUIRED"
                 STOP RUN
              END-IF
              PERFORM CHECK-KEYED-PERIOD
           END-IF

           PERFORM LOAD-CONTROL
           DISPLAY "REGION : " WS-REGION
           IF WS-WITHHOLDER-NPWP = SPACES
              DISPLAY "WARNING: NO WITHHOLDER NPWP ON THE CONTROL ",
                     "RECORD - THE UPLOAD FILE CANNOT BE FILED ",
                     "UNTIL IT IS SET"
           END-IF

           PERFORM ACCUMULATE-LEDGER
           PERFORM PRINT-PPH21-SUMMARY
           PERFORM WRITE-BUKTI-POTONG
           PERFORM WRITE-UPLOAD-FILE
           IF WS-ME-CALLED = "Y"
              MOVE 0 TO ME-RETURN-CODE
           END-IF
           GOBACK.

       CHECK-KEYED-PERIOD.
      **
      * Validate the keyed YYYYMM by checking day 01 of it through
      * the shared date validation, as PPN-RETURN does.
      **
           COMPUTE DV-DATE = WS-PERIOD * 100 + 1
           MOVE "V" TO DV-MODE
           CALL "SUB-VALIDATE-DATE" USING WS-DATE-REQUEST
           CANCEL "SUB-VALIDATE-DATE"
           EVALUATE DV-RESULT
             WHEN "E"
                DISPLAY WS-PERIOD " IS NOT A REAL PERIOD - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
             WHEN "F"
                DISPLAY WS-PERIOD " IS IN THE FUTURE - PLEASE ",
                       "RE-ENTER (YYYYMM) : " NO ADVANCING
                ACCEPT WS-PERIOD
                GO TO CHECK-KEYED-PERIOD
           END-EVALUATE
           .

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
                   IF CTL-REGION NOT = SPACES
                      MOVE CTL-REGION TO WS-REGION
                   END-IF
                   MOVE CTL-WITHHOLDER-NPWP TO WS-WITHHOLDER-NPWP
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO WS-TAX-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-LEDGER.dat"
                  DELIMITED BY SIZE INTO WS-TAX-FILENAME
           END-STRING
           MOVE SPACES TO WS-BUKTI-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "BUKTI-POTONG-" WS-PERIOD ".txt"
                  DELIMITED BY SIZE INTO WS-BUKTI-FILENAME
           END-STRING
           MOVE SPACES TO WS-UPLOAD-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "PPH21-UPLOAD-" WS-PERIOD ".csv"
                  DELIMITED BY SIZE INTO WS-UPLOAD-FILENAME
           END-STRING
           .

       ACCUMULATE-LEDGER.
           MOVE "N" TO WS-EOF
           OPEN INPUT PPH21-LEDGER-File
           IF PLG-FSTAT = "35"
              CLOSE PPH21-LEDGER-File
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
             READ PPH21-LEDGER-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  IF PL-PAY-DATE (1:6) = WS-PERIOD
                     ADD 1 TO WS-LINES-READ
                     PERFORM ADD-TO-DRIVER-TAX
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PPH21-LEDGER-File
           IF WS-DRIVER-DROPPED > 0
              DISPLAY "WARNING: DRIVER TABLE FULL - "
                      WS-DRIVER-DROPPED " LEDGER LINE(S) NOT FILED"
           END-IF
           .

       ADD-TO-DRIVER-TAX.
           MOVE 0 TO WS-DRIVER-FOUND
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             IF TX-DRIVER-ID (WS-DRIVER-IDX) = PL-DRIVER-ID
                MOVE WS-DRIVER-IDX TO WS-DRIVER-FOUND
                MOVE WS-DRIVER-COUNT TO WS-DRIVER-IDX
             END-IF
           END-PERFORM
           IF WS-DRIVER-FOUND = 0
              IF WS-DRIVER-COUNT = 100
                 ADD 1 TO WS-DRIVER-DROPPED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-DRIVER-COUNT
              MOVE WS-DRIVER-COUNT TO WS-DRIVER-FOUND
              INITIALIZE TX-ENTRY (WS-DRIVER-FOUND)
              MOVE PL-DRIVER-ID TO TX-DRIVER-ID (WS-DRIVER-FOUND)
           END-IF
           IF PL-PAY-DATE NOT < TX-LAST-DATE (WS-DRIVER-FOUND)
              MOVE PL-PAY-DATE TO TX-LAST-DATE (WS-DRIVER-FOUND)
              MOVE PL-DRIVER-NAME TO TX-DRIVER-NAME (WS-DRIVER-FOUND)
              MOVE PL-NPWP TO TX-NPWP (WS-DRIVER-FOUND)
              MOVE PL-NIK TO TX-NIK (WS-DRIVER-FOUND)
              MOVE PL-OBJECT-CODE TO TX-OBJECT-CODE (WS-DRIVER-FOUND)
           END-IF
           IF PL-RATE-PCT > TX-TOP-RATE (WS-DRIVER-FOUND)
              MOVE PL-RATE-PCT TO TX-TOP-RATE (WS-DRIVER-FOUND)
           END-IF
           ADD 1 TO TX-PAY-COUNT (WS-DRIVER-FOUND)
           IF PL-HOLD-FLAG = "H"
              ADD 1 TO TX-HELD-COUNT (WS-DRIVER-FOUND)
           END-IF
           ADD PL-GROSS TO TX-GROSS (WS-DRIVER-FOUND)
           ADD PL-DPP TO TX-DPP (WS-DRIVER-FOUND)
           ADD PL-TAX TO TX-TAX (WS-DRIVER-FOUND)
           .

       PRINT-PPH21-SUMMARY.
           DISPLAY " "
           DISPLAY "PPH 21 WITHHELD FOR PERIOD " WS-PERIOD,
                  " (" WS-LINES-READ " LEDGER LINE(S))"
           DISPLAY "----------------------------------------------"
           DISPLAY "ID     NAME                 GROSS       DPP",
                  "         PPH 21"
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             DISPLAY TX-DRIVER-ID (WS-DRIVER-IDX) " "
                    TX-DRIVER-NAME (WS-DRIVER-IDX) " "
                    TX-GROSS (WS-DRIVER-IDX) " "
                    TX-DPP (WS-DRIVER-IDX) " "
                    TX-TAX (WS-DRIVER-IDX)
             IF TX-NPWP (WS-DRIVER-IDX) = SPACES
                AND TX-NIK (WS-DRIVER-IDX) = SPACES
                DISPLAY "       NO NPWP OR NIK - WITHHELD AT THE ",
                       "NO-ID RATE"
             END-IF
             IF TX-HELD-COUNT (WS-DRIVER-IDX) > 0
                DISPLAY "       " TX-HELD-COUNT (WS-DRIVER-IDX),
                       " PAYOUT(S) STILL HELD FOR MANUAL REVIEW - ",
                       "TAX IS FILED AS WITHHELD"
             END-IF
             ADD TX-GROSS (WS-DRIVER-IDX) TO WS-TOTAL-GROSS
             ADD TX-DPP (WS-DRIVER-IDX) TO WS-TOTAL-DPP
             ADD TX-TAX (WS-DRIVER-IDX) TO WS-TOTAL-TAX
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "DRIVERS      : " WS-DRIVER-COUNT
           DISPLAY "TOTAL GROSS  : " WS-TOTAL-GROSS
           DISPLAY "TOTAL DPP    : " WS-TOTAL-DPP
           DISPLAY "TOTAL PPH 21 : " WS-TOTAL-TAX
           IF WS-DRIVER-COUNT = 0
              DISPLAY "NO PPH 21 WITHHELD IN " WS-PERIOD,
                     " - NIL RETURN"
           END-IF
           .

       WRITE-BUKTI-POTONG.
      **
      * One certificate per driver, numbered in driver order within
      * the period (nnnn/PPH21/mm/yyyy) - the same number goes on the
      * upload line so the two files tie.
      **
           OPEN OUTPUT BUKTI-POTONG-File
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-CERT-NO
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             PERFORM BUILD-CERT-NUMBER
             MOVE ALL "=" TO BUKTI-POTONG-RECORD
             WRITE BUKTI-POTONG-RECORD
             MOVE "BUKTI PEMOTONGAN PPH PASAL 21 BUKAN PEGAWAI"
                   TO BUKTI-POTONG-RECORD
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "NOMOR           : " WS-CERT-NUMBER
                    "  MASA : " WS-PERIOD-MONTH "-" WS-PERIOD-YEAR
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "NPWP PEMOTONG   : " WS-WITHHOLDER-NPWP
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "PENERIMA        : " TX-DRIVER-ID (WS-DRIVER-IDX)
                    " " TX-DRIVER-NAME (WS-DRIVER-IDX)
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "NPWP            : " TX-NPWP (WS-DRIVER-IDX)
                    "  NIK : " TX-NIK (WS-DRIVER-IDX)
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "KODE OBJEK      : " TX-OBJECT-CODE (WS-DRIVER-IDX)
                    "  PEMBAYARAN : " TX-PAY-COUNT (WS-DRIVER-IDX)
                    " KALI"
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE TX-GROSS (WS-DRIVER-IDX) TO WS-SHOW-AMOUNT
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "PENGHASILAN BRUTO   : " WS-SHOW-AMOUNT
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE TX-DPP (WS-DRIVER-IDX) TO WS-SHOW-AMOUNT
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "DASAR PENGENAAN PAJAK : " WS-SHOW-AMOUNT
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE TX-TAX (WS-DRIVER-IDX) TO WS-SHOW-AMOUNT
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "PPH 21 DIPOTONG     : " WS-SHOW-AMOUNT
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
             MOVE SPACES TO BUKTI-POTONG-RECORD
             STRING "TANGGAL         : " WS-TODAY
                    DELIMITED BY SIZE INTO BUKTI-POTONG-RECORD
             END-STRING
             WRITE BUKTI-POTONG-RECORD
           END-PERFORM
           CLOSE BUKTI-POTONG-File
           DISPLAY WS-CERT-NO " BUKTI POTONG WRITTEN TO "
                  FUNCTION TRIM(WS-BUKTI-FILENAME)
           .

       BUILD-CERT-NUMBER.
           ADD 1 TO WS-CERT-NO
           MOVE SPACES TO WS-CERT-NUMBER
           STRING WS-CERT-NO "/PPH21/" WS-PERIOD-MONTH "/"
                  WS-PERIOD-YEAR
                  DELIMITED BY SIZE INTO WS-CERT-NUMBER
           END-STRING
           .

       WRITE-UPLOAD-FILE.
      **
      * Tax office upload layout: a column-heading line, then one
      * line per certificate - masa, tahun, certificate number,
      * withholder NPWP, recipient NPWP and NIK, name, object code,
      * gross, DPP, rate and tax withheld.  Amounts carry no
      * separators.
      **
           OPEN OUTPUT PPH21-UPLOAD-File
           MOVE SPACES TO PPH21-UPLOAD-RECORD
           STRING "MASA,TAHUN,NOMOR-BUKTI,NPWP-PEMOTONG,NPWP,NIK,"
                  "NAMA,KODE-OBJEK,BRUTO,DPP,TARIF,PPH-DIPOTONG"
                  DELIMITED BY SIZE INTO PPH21-UPLOAD-RECORD
           END-STRING
           WRITE PPH21-UPLOAD-RECORD
           MOVE 0 TO WS-CERT-NO
           PERFORM VARYING WS-DRIVER-IDX FROM 1 BY 1
                     UNTIL WS-DRIVER-IDX > WS-DRIVER-COUNT
             PERFORM BUILD-CERT-NUMBER
             MOVE TX-GROSS (WS-DRIVER-IDX) TO WS-CSV-GROSS
             MOVE TX-DPP (WS-DRIVER-IDX) TO WS-CSV-DPP
             MOVE TX-TAX (WS-DRIVER-IDX) TO WS-CSV-TAX
             MOVE TX-TOP-RATE (WS-DRIVER-IDX) TO WS-CSV-RATE
             MOVE SPACES TO PPH21-UPLOAD-RECORD
             STRING WS-PERIOD-MONTH "," WS-PERIOD-YEAR ","
                    FUNCTION TRIM(WS-CERT-NUMBER) ","
                    FUNCTION TRIM(WS-WITHHOLDER-NPWP) ","
                    FUNCTION TRIM(TX-NPWP (WS-DRIVER-IDX)) ","
                    FUNCTION TRIM(TX-NIK (WS-DRIVER-IDX)) ","
                    FUNCTION TRIM(TX-DRIVER-NAME (WS-DRIVER-IDX)) ","
                    FUNCTION TRIM(TX-OBJECT-CODE (WS-DRIVER-IDX)) ","
                    FUNCTION TRIM(WS-CSV-GROSS) ","
                    FUNCTION TRIM(WS-CSV-DPP) ","
                    FUNCTION TRIM(WS-CSV-RATE) ","
                    FUNCTION TRIM(WS-CSV-TAX)
                    DELIMITED BY SIZE INTO PPH21-UPLOAD-RECORD
             END-STRING
             WRITE PPH21-UPLOAD-RECORD
           END-PERFORM
           CLOSE PPH21-UPLOAD-File
           DISPLAY "UPLOAD FILE WRITTEN TO "
                  FUNCTION TRIM(WS-UPLOAD-FILENAME)
           .
      ** add other procedures here
       END PROGRAM PPH21-RETURN.
