      *****************************************************************
      * ROSTERRJ - BULK ROSTER REJECT RECORD, ONE PER ROSTERIN ENTRY
      * THE BULK RUN COULD NOT GREET (ID MISSING/INVALID, NOT ON THE
      * EMPLOYEE MASTER, TERMINATED PER HRTERM, OR A TEMPORARY ID
      * OUTSIDE ITS ACCESS WINDOW). TERMINATED HITS ARE ALSO LOGGED
      * TO TERMEXCP, AND TEMPORARY-ID REFUSALS TO SIGNFAIL, LIKE THE
      * ONLINE SIGN-ON PATH.
      *****************************************************************
       05  RX-EMP-ID                   PIC X(8).
       05  FILLER                      PIC X(2)   VALUE SPACES.
