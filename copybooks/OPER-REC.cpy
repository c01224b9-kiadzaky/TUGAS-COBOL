      * OP-FAIL-COUNT counts consecutive password failures;
      * OP-LOCK-FLAG "L" locks the ID after three and stays set until
      * a supervisor reactivates it through MASTER-MAINT.
      * OP-OUTLET lists the outlets the operator may sign on at; all
      * blank = every outlet (head office staff, and every operator
      * set up before the second hub).
      *-----------------------
       01 OPERATOR-MASTER-RECORD.
         05 OP-OPERATOR-ID PIC X(10).
         05 OP-ACTIVE PIC X.
         05 OP-FAIL-COUNT PIC 9.
         05 OP-LOCK-FLAG PIC X.
         05 OP-OUTLET PIC X(3) OCCURS 4 TIMES.
