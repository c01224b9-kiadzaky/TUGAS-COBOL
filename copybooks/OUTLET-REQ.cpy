      *-----------------------
      * Outlet request - passed to SUB-OUTLET to resolve an outlet
      * code against the control record.  OU-OUTLET-CODE in: the
      * outlet wanted (spaces = this workstation's outlet); out: the
      * resolved code.  OU-RESULT "A" = known outlet, "U" = not on the
      * group's list.  OU-SUFFIX is what follows the date in the
      * outlet's daily file names (spaces for the home outlet).  The
      * group's outlets come back in list order so a program can run
      * across all of them; OU-COUNT is 1 (the home outlet, no
      * suffix) on a single-outlet installation.
      *-----------------------
       01 WS-OUTLET-REQUEST.
         05 OU-OUTLET-CODE PIC X(3).
         05 OU-RESULT PIC X.
         05 OU-SUFFIX PIC X(4).
         05 OU-WORKSTATION PIC X(3).
         05 OU-HOME-OUTLET PIC X(3).
         05 OU-COUNT PIC 9.
         05 OU-ENTRY OCCURS 6 TIMES.
           10 OU-CODE PIC X(3).
           10 OU-FILE-SUFFIX PIC X(4).
