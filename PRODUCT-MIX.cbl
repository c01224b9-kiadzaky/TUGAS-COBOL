      *          SALES-TREND's vendor and driver rankings.  A CSV
      *          extract is written alongside like the other reports.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - Every outlet's ORDER-DETAIL file for each date
      *                 in the range is read, so the ranking covers all
      *                 outlets combined.
      *   08 OCT 2026 - ORDER-DETAIL-Record layout picked up the
      *                 vendor, the menu unit price, the price override
      *                 reason and the operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 CTL-FSTAT PIC 99.
       01 WS-EOF PIC X.
       01 WS-REGION PIC X(5) VALUE "PROD ".
      *-----------------------
      * Every outlet's item lines for a date are read (see SUB-OUTLET)
      *-----------------------
       01 WS-OUTLET-SUFFIX PIC X(4).
       01 WS-OUT-IDX PIC 9.
       COPY "copybooks/OUTLET-REQ.cpy".
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-DETAIL-FILENAME PIC X(70).
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           .

       ACCUMULATE-ONE-DAY.
      **
      * The menu is ranked across the outlets, so every outlet's ORDER-
      * DETAIL file for the date is read (see SUB-OUTLET).
      **
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             MOVE OU-FILE-SUFFIX (WS-OUT-IDX) TO WS-OUTLET-SUFFIX
             PERFORM ACCUMULATE-OUTLET-FILE
           END-PERFORM
           .

       ACCUMULATE-OUTLET-FILE.
           MOVE SPACES TO WS-DETAIL-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "ORDER-DETAIL-" WS-RUN-DATE
                  DELIMITED BY SIZE
                  WS-OUTLET-SUFFIX DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-DETAIL-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF
           OPEN INPUT ORDER-DETAIL-File
