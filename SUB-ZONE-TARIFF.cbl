      ******************************************************************
      * Author:
      * Date: 18 SEP 2026
      * Purpose: Delivery zone tariff lookup.  Finds the zone's row in
      *          ZONE-TARIFF.dat with the highest effective date that
      *          is not after the business date and returns its
      *          description, standard ONGKIR and tolerance, then
      *          checks the caller's ONGKIR against it (ZN-OUTSIDE "Y"
      *          when it differs from the standard by more than the
      *          tolerance).
      *          ZN-RESULT "A" = tariff found, "U" = unknown zone,
      *          "I" = zone withdrawn, "N" = no tariff in force on the
      *          date yet, "T" = no tariff file at all (zones are not
      *          in use and the caller skips the check).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-ZONE-TARIFF.
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
         SELECT ZONE-TARIFF-File
             ASSIGN TO WS-ZONE-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS ZNT-FSTAT
          ACCESS MODE IS SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
       FD ZONE-TARIFF-File.
       COPY "copybooks/ZONE-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 ZNT-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-ZONE-FILENAME PIC X(60).
       01 WS-ZONE-KNOWN PIC X.
       01 WS-ANY-ROWS PIC X.
       01 WS-BEST-EFF-DATE PIC 9(8).
       01 WS-DIFFERENCE PIC S9(8).

       LINKAGE SECTION.
       01 L-ZONE-REQUEST.
         05 ZN-ZONE-CODE PIC X(4).
         05 ZN-BUSINESS-DATE PIC 9(8).
         05 ZN-ONGKIR PIC 9(7).
         05 ZN-RESULT PIC X.
         05 ZN-DESCRIPTION PIC X(20).
         05 ZN-STD-ONGKIR PIC 9(7).
         05 ZN-TOLERANCE PIC 9(7).
         05 ZN-OUTSIDE PIC X.
      *-----------------------
       PROCEDURE DIVISION USING L-ZONE-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE "T" TO ZN-RESULT
           MOVE "N" TO ZN-OUTSIDE
           MOVE SPACES TO ZN-DESCRIPTION
           MOVE 0 TO ZN-STD-ONGKIR ZN-TOLERANCE
           PERFORM LOAD-CONTROL
           OPEN INPUT ZONE-TARIFF-File
           IF ZNT-FSTAT = "35"
              GOBACK
           END-IF
           PERFORM FIND-TARIFF
           CLOSE ZONE-TARIFF-File
           IF ZN-RESULT NOT = "A"
              GOBACK
           END-IF
           COMPUTE WS-DIFFERENCE = ZN-ONGKIR - ZN-STD-ONGKIR
           IF WS-DIFFERENCE < 0
              COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE > ZN-TOLERANCE
              MOVE "Y" TO ZN-OUTSIDE
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
           MOVE SPACES TO WS-ZONE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "ZONE-TARIFF.dat"
                  DELIMITED BY SIZE INTO WS-ZONE-FILENAME
           END-STRING
           .

       FIND-TARIFF.
      **
      * Any row at all makes the zone known; only a row in force on
      * the business date supplies the tariff.  An empty file is
      * treated the same as no file.
      **
           MOVE "U" TO ZN-RESULT
           MOVE "N" TO WS-ZONE-KNOWN
           MOVE "N" TO WS-ANY-ROWS
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
             READ ZONE-TARIFF-File NEXT
               AT END
                  MOVE "Y" TO WS-EOF
               NOT AT END
                  MOVE "Y" TO WS-ANY-ROWS
                  IF ZT-ZONE-CODE = ZN-ZONE-CODE
                     MOVE "Y" TO WS-ZONE-KNOWN
                     IF ZT-EFF-DATE NOT > ZN-BUSINESS-DATE
                        AND ZT-EFF-DATE > WS-BEST-EFF-DATE
                        MOVE ZT-EFF-DATE TO WS-BEST-EFF-DATE
                        MOVE ZT-DESCRIPTION TO ZN-DESCRIPTION
                        MOVE ZT-STD-ONGKIR TO ZN-STD-ONGKIR
                        MOVE ZT-TOLERANCE TO ZN-TOLERANCE
                        IF ZT-ACTIVE-FLAG = "I"
                           MOVE "I" TO ZN-RESULT
                        ELSE
                           MOVE "A" TO ZN-RESULT
                        END-IF
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           IF WS-ZONE-KNOWN = "Y" AND WS-BEST-EFF-DATE = 0
              MOVE "N" TO ZN-RESULT
           END-IF
           IF WS-ANY-ROWS = "N"
              MOVE "T" TO ZN-RESULT
           END-IF
           .
      ** add other procedures here
       END PROGRAM SUB-ZONE-TARIFF.
