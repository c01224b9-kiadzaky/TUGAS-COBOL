      ******************************************************************
      * Author:
      * Date: 08 OCT 2026
      * Purpose: Menu item price lookup.  Finds the vendor's row for
      *          the item in MENU-ITEM.dat with the highest effective
      *          date that is not after the business date and returns
      *          its description, unit price and tolerance, then
      *          checks the caller's line amount against quantity
      *          times the unit price (MN-OUTSIDE "Y" when it differs
      *          by more than quantity times the tolerance).
      *          MN-RESULT "A" = item found, "U" = not on the vendor's
      *          menu, "I" = item withdrawn, "N" = no price in force
      *          on the date yet, "T" = no menu item file at all
      *          (items are not in use and the caller skips the
      *          check).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-MENU-ITEM.
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
         SELECT MENU-ITEM-File
             ASSIGN TO WS-ITEM-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS MIT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD MENU-ITEM-File.
       COPY "copybooks/MENUITEM-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 MIT-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-ITEM-FILENAME PIC X(60).
       01 WS-ITEM-KNOWN PIC X.
       01 WS-ANY-ROWS PIC X.
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-DIFFERENCE PIC S9(10).
       01 WS-ALLOWED PIC 9(11).

       LINKAGE SECTION.
       COPY "copybooks/MENUITEM-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING WS-ITEM-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE "T" TO MN-RESULT
           MOVE "N" TO MN-OUTSIDE
           MOVE SPACES TO MN-DESCRIPTION
           MOVE 0 TO MN-UNIT-PRICE MN-TOLERANCE MN-EXPECTED
           PERFORM LOAD-CONTROL
           OPEN INPUT MENU-ITEM-File
           IF MIT-FSTAT = "35"
              GOBACK
           END-IF
           PERFORM FIND-ITEM
           CLOSE MENU-ITEM-File
           IF MN-RESULT NOT = "A"
              GOBACK
           END-IF
           COMPUTE MN-EXPECTED = MN-QTY * MN-UNIT-PRICE
           COMPUTE WS-ALLOWED = MN-QTY * MN-TOLERANCE
           COMPUTE WS-DIFFERENCE = MN-LINE-AMOUNT - MN-EXPECTED
           IF WS-DIFFERENCE < 0
              COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE > WS-ALLOWED
              MOVE "Y" TO MN-OUTSIDE
           END-IF
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
           MOVE SPACES TO WS-ITEM-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "MENU-ITEM.dat"
                  DELIMITED BY SIZE INTO WS-ITEM-FILENAME
           END-STRING
           .

       FIND-ITEM.
      **
      * Any row at all for the vendor and item makes the item known;
      * only a row in force on the business date supplies the price.
      * An empty file is treated the same as no file.
      **
           MOVE "U" TO MN-RESULT
           MOVE "N" TO WS-ITEM-KNOWN
           MOVE "N" TO WS-ANY-ROWS
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ MENU-ITEM-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE "Y" TO WS-ANY-ROWS
                  IF MI-VENDOR-CODE = MN-VENDOR-CODE
                     AND MI-ITEM-CODE = MN-ITEM-CODE
                     MOVE "Y" TO WS-ITEM-KNOWN
                     IF MI-EFF-DATE NOT > MN-BUSINESS-DATE
                        AND MI-EFF-DATE > WS-BEST-EFF-DATE
                        MOVE MI-EFF-DATE TO WS-BEST-EFF-DATE
                        MOVE MI-DESCRIPTION TO MN-DESCRIPTION
                        MOVE MI-UNIT-PRICE TO MN-UNIT-PRICE
                        MOVE MI-TOLERANCE TO MN-TOLERANCE
                        IF MI-ACTIVE-FLAG = "I"
                           MOVE "I" TO MN-RESULT
                        ELSE
                           MOVE "A" TO MN-RESULT
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           IF WS-ITEM-KNOWN = "Y" AND WS-BEST-EFF-DATE = 0
              MOVE "N" TO MN-RESULT
           END-IF
           IF WS-ANY-ROWS = "N"
              MOVE "T" TO MN-RESULT
           END-IF
           .
      ** add other procedures here
       END PROGRAM SUB-MENU-ITEM.
