      * NOT ON THE MASTER, SO SECURITY CAN SEE GUESSING ATTEMPTS
      * AGAINST OPERATOR IDS. REASONS: EMPLOYEE ID FORMAT INVALID /
      * NOT ON EMPLOYEE MASTER / TERMINATED PER HRTERM / EMPLOYEE
      * ID LOCKED OUT / MANDATORY NOTICE NOT ACKNOWLEDGED / UNKNOWN
      * CONSOLE ID / CONSOLE NOT ALLOWED FOR DEPARTMENT / TEMPORARY
      * ID NOT YET ACTIVE / TEMPORARY ID EXPIRED / OUTSIDE DEPARTMENT
      * SIGN-ON WINDOW. THE TWO TEMPORARY-ID REASONS ARE ALSO
      * WRITTEN BY THE BULK ROSTER RUN. SF-CONSOLE-ID IS THE CONSOLE
      * THE ATTEMPT CAME FROM, AS PASSED ON THE PARM (SPACES FROM THE
      * BULK RUN).
      *****************************************************************
       05  SF-DATE                     PIC 9(8).
       05  SF-TIME                     PIC 9(6).
       05  SF-EMP-ID                   PIC X(8).
       05  SF-REASON                   PIC X(35).
       05  SF-CONSOLE-ID               PIC X(3).
