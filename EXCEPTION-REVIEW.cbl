      *                 real sign-on through SUB-SIGN-ON; an
      *                 inquiry-only role can list open items but
      *                 cannot mark one resolved.
      *   15 OCT 2026 - Work record widened to 175 bytes for the new
      *                 exception severity byte; the open list marks
      *                 high-severity items and counts them.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD EXCEPTION-File.
       COPY "copybooks/EXCEP-REC.cpy".
       FD EXCEPTION-WORK-File.
       01 EXCEPTION-WORK-RECORD PIC X(175).
       FD CONTROL-File.
       COPY "copybooks/CTRL-REC.cpy".
      *-----------------------
       01 WS-TODAY PIC 9(8).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE 0.
       01 WS-HIGH-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEM-NO PIC 9(5) VALUE 0.
       01 WS-RESOLVE-NO PIC 9(5) VALUE 0.
       01 WS-RESOLVE-FOUND PIC X VALUE "N".
      * numbering MARK-RESOLVED uses.
      **
           MOVE 0 TO WS-OPEN-COUNT WS-CARRIED-COUNT WS-ITEM-NO
                     WS-HIGH-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCEPTION-File
           IF EXC-FSTAT = "35"
                     DISPLAY "    " EX-PROGRAM " " EX-TYPE,
                            " BUSINESS DATE " EX-BUSINESS-DATE
                     DISPLAY "    " EX-KEY-INFO " AMOUNT " EX-AMOUNT
                     IF EX-SEVERITY = "H"
                        ADD 1 TO WS-HIGH-COUNT
                        DISPLAY "    *** HIGH SEVERITY ***"
                     END-IF
                  END-IF
             END-READ
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "OPEN ITEMS        : " WS-OPEN-COUNT
           DISPLAY "  CARRIED FORWARD : " WS-CARRIED-COUNT
           DISPLAY "  HIGH SEVERITY   : " WS-HIGH-COUNT
           .

       MARK-RESOLVED.
