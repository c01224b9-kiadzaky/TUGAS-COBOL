      ******************************************************************
      * Author:
      * Date: 25 SEP 2026
      * Purpose: PPh 21 withholding on a driver's month-to-date gross
      *          pay.  Takes the withholding category's bracket set in
      *          force on the payout date from PPH21-RATE.dat (the
      *          rows with the highest effective date not after it),
      *          works the taxable amount (DPP) from the gross, runs
      *          it up through the brackets and raises the tax by the
      *          no-ID percentage when the driver has neither NPWP nor
      *          NIK.  The caller passes the month-to-date gross
      *          including this payout and withholds the difference
      *          from what has already been withheld in the month.
      *          PH-RESULT "A" = rates found, "N" = no rates for the
      *          category in force on the date (nothing withheld),
      *          "T" = no rate table at all (withholding is not in
      *          use and the caller skips it).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-CALC-PPH21.
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
         SELECT PPH21-RATE-File
             ASSIGN TO WS-RATE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS PTR-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD PPH21-RATE-File.
       COPY "copybooks/PPH21-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 PTR-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-RATE-FILENAME PIC X(60).
       01 WS-ANY-ROWS PIC X.
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-CATEGORY PIC X.
       01 WS-UPPER PIC 9(11).
       01 WS-PORTION PIC 9(11).
       01 WS-TAX PIC 9(11)V99.
      *-----------------------
      * The category's rows, every effective date - the set in force
      * is picked out once the whole file has been read
      *-----------------------
       01 WS-ROW-COUNT PIC 9(2) VALUE 0.
       01 WS-ROW-IDX PIC 9(2).
       01 WS-NEXT-IDX PIC 9(2).
       01 WS-ROW-TABLE.
         05 WS-ROW OCCURS 40 TIMES.
           10 RW-EFF-DATE PIC 9(8).
           10 RW-BRACKET-FROM PIC 9(11).
           10 RW-RATE-PCT PIC 9(2)V99.
           10 RW-DPP-PCT PIC 9(3).
           10 RW-NO-ID-PCT PIC 9(3).
           10 RW-OBJECT-CODE PIC X(9).

       LINKAGE SECTION.
       01 L-PPH21-REQUEST.
         05 PH-CATEGORY PIC X.
         05 PH-PAY-DATE PIC 9(8).
         05 PH-HAS-ID PIC X.
         05 PH-MTD-GROSS PIC 9(11).
         05 PH-RESULT PIC X.
         05 PH-MTD-DPP PIC 9(11).
         05 PH-MTD-TAX PIC 9(11).
         05 PH-TOP-RATE PIC 9(2)V99.
         05 PH-OBJECT-CODE PIC X(9).
      *-----------------------
       PROCEDURE DIVISION USING L-PPH21-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE "T" TO PH-RESULT
           MOVE 0 TO PH-MTD-DPP PH-MTD-TAX PH-TOP-RATE
           MOVE SPACES TO PH-OBJECT-CODE
           MOVE PH-CATEGORY TO WS-CATEGORY
           IF WS-CATEGORY = SPACE
              MOVE "N" TO WS-CATEGORY
           END-IF
           PERFORM LOAD-CONTROL
           OPEN INPUT PPH21-RATE-File
           IF PTR-FSTAT = "35"
              GOBACK
           END-IF
           PERFORM LOAD-CATEGORY-ROWS
           CLOSE PPH21-RATE-File
           IF WS-ANY-ROWS = "N"
              GOBACK
           END-IF
           MOVE "N" TO PH-RESULT
           IF WS-BEST-EFF-DATE = 0
              GOBACK
           END-IF
           MOVE "A" TO PH-RESULT
           PERFORM WORK-OUT-TAX
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
           MOVE SPACES TO WS-RATE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "PPH21-RATE.dat"
                  DELIMITED BY SIZE INTO WS-RATE-FILENAME
           END-STRING
           .

       LOAD-CATEGORY-ROWS.
      **
      * Any row at all means withholding is in use; an empty file is
      * treated the same as no file.
      **
           MOVE "N" TO WS-ANY-ROWS
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ PPH21-RATE-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE "Y" TO WS-ANY-ROWS
                  IF PT-CATEGORY = WS-CATEGORY
                     AND WS-ROW-COUNT < 40
                     ADD 1 TO WS-ROW-COUNT
                     MOVE PT-EFF-DATE TO RW-EFF-DATE (WS-ROW-COUNT)
                     MOVE PT-BRACKET-FROM
                           TO RW-BRACKET-FROM (WS-ROW-COUNT)
                     MOVE PT-RATE-PCT TO RW-RATE-PCT (WS-ROW-COUNT)
                     MOVE PT-DPP-PCT TO RW-DPP-PCT (WS-ROW-COUNT)
                     MOVE PT-NO-ID-PCT TO RW-NO-ID-PCT (WS-ROW-COUNT)
                     MOVE PT-OBJECT-CODE
                           TO RW-OBJECT-CODE (WS-ROW-COUNT)
                     IF PT-EFF-DATE NOT > PH-PAY-DATE
                        AND PT-EFF-DATE > WS-BEST-EFF-DATE
                        MOVE PT-EFF-DATE TO WS-BEST-EFF-DATE
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           .

       WORK-OUT-TAX.
      **
      * Each bracket taxes the slice of the month-to-date DPP between
      * its own start and the next bracket's start.  The rows of a set
      * need not be keyed in order, so the next start is searched for
      * rather than assumed to be the next row.
      **
           MOVE 0 TO WS-TAX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF RW-EFF-DATE (WS-ROW-IDX) = WS-BEST-EFF-DATE
                AND RW-BRACKET-FROM (WS-ROW-IDX) = 0
                MOVE RW-OBJECT-CODE (WS-ROW-IDX) TO PH-OBJECT-CODE
                COMPUTE PH-MTD-DPP ROUNDED =
                      PH-MTD-GROSS * RW-DPP-PCT (WS-ROW-IDX) / 100
             END-IF
           END-PERFORM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-ROW-COUNT
             IF RW-EFF-DATE (WS-ROW-IDX) = WS-BEST-EFF-DATE
                AND PH-MTD-DPP > RW-BRACKET-FROM (WS-ROW-IDX)
                PERFORM FIND-BRACKET-UPPER
                IF PH-MTD-DPP < WS-UPPER
                   COMPUTE WS-PORTION =
                         PH-MTD-DPP - RW-BRACKET-FROM (WS-ROW-IDX)
                ELSE
                   COMPUTE WS-PORTION =
                         WS-UPPER - RW-BRACKET-FROM (WS-ROW-IDX)
                END-IF
                COMPUTE WS-TAX = WS-TAX +
                      WS-PORTION * RW-RATE-PCT (WS-ROW-IDX) / 100
                IF RW-RATE-PCT (WS-ROW-IDX) > PH-TOP-RATE
                   MOVE RW-RATE-PCT (WS-ROW-IDX) TO PH-TOP-RATE
                END-IF
             END-IF
           END-PERFORM
           IF PH-HAS-ID NOT = "Y"
              PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                        UNTIL WS-ROW-IDX > WS-ROW-COUNT
                IF RW-EFF-DATE (WS-ROW-IDX) = WS-BEST-EFF-DATE
                   AND RW-BRACKET-FROM (WS-ROW-IDX) = 0
                   AND RW-NO-ID-PCT (WS-ROW-IDX) > 0
                   COMPUTE WS-TAX =
                         WS-TAX * RW-NO-ID-PCT (WS-ROW-IDX) / 100
                END-IF
              END-PERFORM
           END-IF
           COMPUTE PH-MTD-TAX ROUNDED = WS-TAX
           .

       FIND-BRACKET-UPPER.
           MOVE 99999999999 TO WS-UPPER
           PERFORM VARYING WS-NEXT-IDX FROM 1 BY 1
                     UNTIL WS-NEXT-IDX > WS-ROW-COUNT
             IF RW-EFF-DATE (WS-NEXT-IDX) = WS-BEST-EFF-DATE
                AND RW-BRACKET-FROM (WS-NEXT-IDX) >
                    RW-BRACKET-FROM (WS-ROW-IDX)
                AND RW-BRACKET-FROM (WS-NEXT-IDX) < WS-UPPER
                MOVE RW-BRACKET-FROM (WS-NEXT-IDX) TO WS-UPPER
             END-IF
           END-PERFORM
           .
      ** add other procedures here
       END PROGRAM SUB-CALC-PPH21.
