      *          entry programs before any WRITE or correction against
      *          a business date.
      * Tectonics: cobc
      * Modification History:
      *   30 SEP 2026 - Answers per outlet - the workstation's own
      *                 outlet by default, a named outlet, or "ALL" for
      *                 the whole group (closed only once every outlet
      *                 has closed the date).  Close records with no
      *                 outlet belong to the home outlet.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WS-FILE-BASE PIC X(50)
             VALUE "C:\MAYBANK\COBOL\GNU PROJECT\data\".
       01 WS-CLOSE-FILENAME PIC X(60).
       01 WS-WANTED-OUTLET PIC X(3).
       01 WS-RECORD-OUTLET PIC X(3).
       01 WS-OUT-IDX PIC 9.
       01 WS-OUTLET-CLOSED-TABLE.
         05 WS-OUTLET-CLOSED PIC X OCCURS 6 TIMES.
       COPY "copybooks/OUTLET-REQ.cpy".

       LINKAGE SECTION.
       01 L-BUSINESS-DATE PIC 9(8).
       01 L-CLOSED-FLAG PIC X.
       01 L-OUTLET-CODE PIC X(3).
      *-----------------------
       PROCEDURE DIVISION USING L-BUSINESS-DATE, L-CLOSED-FLAG,
                                L-OUTLET-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Latest close-status record for the date and outlet wins, so
      * a reopen written after a close leaves the date open again.
      * The outlet is this workstation's unless the caller passes one;
      * "ALL" answers for the whole group - closed only once every
      * outlet has closed the date.
      **
           MOVE "N" TO L-CLOSED-FLAG
           MOVE "N" TO WS-CLS-EOF
              END-READ
              CLOSE CONTROL-File
           END-IF
           MOVE SPACES TO WS-WANTED-OUTLET
           IF ADDRESS OF L-OUTLET-CODE NOT = NULL
              MOVE L-OUTLET-CODE TO WS-WANTED-OUTLET
           END-IF
           MOVE SPACES TO OU-OUTLET-CODE
           CALL "SUB-OUTLET" USING WS-OUTLET-REQUEST
           CANCEL "SUB-OUTLET"
           IF WS-WANTED-OUTLET = SPACES
              MOVE OU-WORKSTATION TO WS-WANTED-OUTLET
           END-IF
           MOVE ALL "N" TO WS-OUTLET-CLOSED-TABLE
           MOVE SPACES TO WS-CLOSE-FILENAME
           STRING FUNCTION TRIM(WS-FILE-BASE)
                  "CLOSE-STATUS.dat"
                    MOVE "Y" TO WS-CLS-EOF
                 NOT AT END
                    IF CS-BUSINESS-DATE = L-BUSINESS-DATE
                       PERFORM NOTE-OUTLET-STATUS
                    END-IF
               END-READ
             END-PERFORM
             CLOSE CLOSE-STATUS-File
           END-IF
           IF WS-WANTED-OUTLET = "ALL"
              MOVE "Y" TO L-CLOSED-FLAG
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > OU-COUNT
                IF WS-OUTLET-CLOSED (WS-OUT-IDX) NOT = "Y"
                   MOVE "N" TO L-CLOSED-FLAG
                END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                        UNTIL WS-OUT-IDX > OU-COUNT
                IF OU-CODE (WS-OUT-IDX) = WS-WANTED-OUTLET
                   MOVE WS-OUTLET-CLOSED (WS-OUT-IDX) TO L-CLOSED-FLAG
                END-IF
              END-PERFORM
           END-IF
           GOBACK.

       NOTE-OUTLET-STATUS.
      **
      * A record with no outlet code predates the second hub and
      * belongs to the home outlet.
      **
           MOVE CS-OUTLET-CODE TO WS-RECORD-OUTLET
           IF WS-RECORD-OUTLET = SPACES
              MOVE OU-HOME-OUTLET TO WS-RECORD-OUTLET
           END-IF
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                     UNTIL WS-OUT-IDX > OU-COUNT
             IF OU-CODE (WS-OUT-IDX) = WS-RECORD-OUTLET
                IF CS-STATUS = "C"
                   MOVE "Y" TO WS-OUTLET-CLOSED (WS-OUT-IDX)
                ELSE
                   MOVE "N" TO WS-OUTLET-CLOSED (WS-OUT-IDX)
                END-IF
             END-IF
           END-PERFORM
           .
      ** add other procedures here
       END PROGRAM SUB-CHECK-CLOSE.
