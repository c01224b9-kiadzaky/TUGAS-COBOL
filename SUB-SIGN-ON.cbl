      *          of "S" an operator without the supervisor role is
      *          declined outright.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - An operator assigned to particular outlets
      *                 (OP-OUTLET on the operator master) is refused
      *                 at any workstation belonging to another outlet.
      *   13 OCT 2026 - An operator ID locked by its third wrong
      *                 password is queued as a SIGNON-LOCK alert for
      *                 the supervisor (SUB-ALERT).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD OPERATOR-MASTER-File.
       COPY "copybooks/OPER-REC.cpy".
       FD SIGNON-WORK-File.
       01 SIGNON-WORK-RECORD PIC X(34).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 CTL-FSTAT PIC 99.
       01 WS-ATTEMPT PIC 9 VALUE 0.
       01 WS-ATTEMPT-RESULT PIC X.
       01 WS-COUNT-ACTION PIC X.
       01 WS-OP-OUTLETS.
         05 WS-OP-OUTLET PIC X(3) OCCURS 4 TIMES.
       01 WS-OUT-IDX PIC 9.
       01 WS-OUTLET-OK PIC X.
       COPY "copybooks/OUTLET-REQ.cpy".
       COPY "copybooks/ALERT-REQ.cpy".
      *-----------------------
       LINKAGE SECTION.
       01 L-SIGNON-REQUEST.
                IF WS-OP-FAILS >= 3
                   DISPLAY "PASSWORD WRONG - OPERATOR ID IS NOW ",
                          "LOCKED"
                   PERFORM RAISE-LOCK-ALERT
                ELSE
                   DISPLAY "PASSWORD WRONG"
                END-IF
             WHEN SG-MIN-ROLE = "S" AND WS-OP-ROLE NOT = "S"
                DISPLAY "THIS PROGRAM REQUIRES THE SUPERVISOR ROLE"
             WHEN WS-OUTLET-OK = "N"
                DISPLAY "OPERATOR ID IS NOT ASSIGNED TO OUTLET ",
                       OU-WORKSTATION
             WHEN OTHER
                MOVE "A" TO SG-RESULT
                MOVE WS-KEYED-ID TO SG-OPERATOR-ID
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           MOVE SPACES TO WS-OPERATOR-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE) "OPERATOR-MASTER.dat"
                  DELIMITED BY SIZE INTO WS-OPERATOR-FILENAME
           MOVE "N" TO WS-OP-FOUND
           MOVE "A" TO WS-OP-ACTIVE
           MOVE SPACES TO WS-OP-PASSWORD WS-OP-ROLE WS-OP-LOCK
           MOVE SPACES TO WS-OP-OUTLETS
           MOVE "Y" TO WS-OUTLET-OK
           MOVE 0 TO WS-OP-FAILS
           MOVE "N" TO WS-EOF
           OPEN INPUT OPERATOR-MASTER-File
                     MOVE OP-ACTIVE TO WS-OP-ACTIVE
                     MOVE OP-FAIL-COUNT TO WS-OP-FAILS
                     MOVE OP-LOCK-FLAG TO WS-OP-LOCK
                     MOVE OP-OUTLET (1) TO WS-OP-OUTLET (1)
                     MOVE OP-OUTLET (2) TO WS-OP-OUTLET (2)
                     MOVE OP-OUTLET (3) TO WS-OP-OUTLET (3)
                     MOVE OP-OUTLET (4) TO WS-OP-OUTLET (4)
                  END-IF
             END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-File
           PERFORM CHECK-OPERATOR-OUTLET
           .

       CHECK-OPERATOR-OUTLET.
      **
      * An operator with no outlets listed may sign on anywhere;
      * otherwise the workstation's outlet must be one of them.
      **
           IF WS-OP-OUTLETS = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OUTLET-OK
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > 4
             IF WS-OP-OUTLET (WS-OUT-IDX) = OU-WORKSTATION
                MOVE "Y" TO WS-OUTLET-OK
             END-IF
           END-PERFORM
           .

       UPDATE-FAIL-COUNT.
           CLOSE SIGNON-WORK-File
           CLOSE OPERATOR-MASTER-File
           .

       RAISE-LOCK-ALERT.
           MOVE "M" TO AQ-SEVERITY
           MOVE "SIGNON-LOCK" TO AQ-EVENT-TYPE
           MOVE 0 TO AQ-BUSINESS-DATE
           MOVE SG-PROGRAM TO AQ-PROGRAM
           MOVE SPACES TO AQ-MESSAGE
           STRING "OPERATOR " FUNCTION TRIM(WS-KEYED-ID)
                  " LOCKED AFTER 3 WRONG PASSWORDS"
                  DELIMITED BY SIZE INTO AQ-MESSAGE
           END-STRING
           CALL "SUB-ALERT" USING WS-ALERT-REQUEST
           CANCEL "SUB-ALERT"
           .
      ** add other procedures here
       END PROGRAM SUB-SIGN-ON.
