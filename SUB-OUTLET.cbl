      ******************************************************************
      * Author:
      * Date: 30 SEP 2026
      * Purpose: Resolve an outlet (kitchen hub) code against the
      *          control record for the programs that name, write or
      *          report on the daily files.  Returns the workstation's
      *          own outlet, the home outlet (first on the group's
      *          list), the daily file name suffix of the outlet asked
      *          for and the whole list in order, each with its suffix.
      *          The home outlet keeps the plain file names so every
      *          file written before the second hub opened still reads
      *          as the home outlet's; other outlets' files carry
      *          "-" and the outlet code after the date.  A control
      *          record with no outlets set up is a single-outlet
      *          installation: one outlet, blank code, no suffix.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUB-OUTLET.
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
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 WS-IDX PIC 9.
       01 WS-WANTED PIC X(3).

       LINKAGE SECTION.
       COPY "copybooks/OUTLET-REQ.cpy".
      *-----------------------
       PROCEDURE DIVISION USING WS-OUTLET-REQUEST.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE OU-OUTLET-CODE TO WS-WANTED
           MOVE SPACES TO OU-WORKSTATION OU-HOME-OUTLET OU-SUFFIX
           MOVE 0 TO OU-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
             MOVE SPACES TO OU-CODE (WS-IDX) OU-FILE-SUFFIX (WS-IDX)
           END-PERFORM
           OPEN INPUT CONTROL-File
           IF CTL-FSTAT = 00
              READ CONTROL-File
                AT END
                   MOVE SPACES TO CONTROL-RECORD
              END-READ
              CLOSE CONTROL-File
           ELSE
              MOVE SPACES TO CONTROL-RECORD
           END-IF
           PERFORM LOAD-OUTLET-LIST
           MOVE CTL-OUTLET-CODE TO OU-WORKSTATION
           IF OU-WORKSTATION = SPACES
              MOVE OU-HOME-OUTLET TO OU-WORKSTATION
           END-IF
           IF WS-WANTED = SPACES
              MOVE OU-WORKSTATION TO WS-WANTED
           END-IF
           MOVE WS-WANTED TO OU-OUTLET-CODE
           MOVE "U" TO OU-RESULT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > OU-COUNT
             IF OU-CODE (WS-IDX) = WS-WANTED
                MOVE "A" TO OU-RESULT
                MOVE OU-FILE-SUFFIX (WS-IDX) TO OU-SUFFIX
             END-IF
           END-PERFORM
           GOBACK.

       LOAD-OUTLET-LIST.
      **
      * A list never keyed makes the workstation's own outlet the
      * only (home) outlet.  A workstation outlet that is not on a
      * keyed list comes back "U" and the callers refuse to run.
      **
           IF CTL-OUTLET-LIST = SPACES
              MOVE CTL-OUTLET-CODE TO CTL-OUTLET (1)
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
             IF CTL-OUTLET (WS-IDX) NOT = SPACES
                OR WS-IDX = 1
                ADD 1 TO OU-COUNT
                MOVE CTL-OUTLET (WS-IDX) TO OU-CODE (OU-COUNT)
                IF OU-COUNT > 1
                   STRING "-" CTL-OUTLET (WS-IDX)
                          DELIMITED BY SIZE
                          INTO OU-FILE-SUFFIX (OU-COUNT)
                   END-STRING
                END-IF
             END-IF
           END-PERFORM
           MOVE OU-CODE (1) TO OU-HOME-OUTLET
           .
      ** add other procedures here
       END PROGRAM SUB-OUTLET.
