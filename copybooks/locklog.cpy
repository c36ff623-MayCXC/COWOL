      *****************************************************************
      * LOCKLOG - SIGN-ON LOCKOUT LOG, ONE RECORD EACH TIME HELLOTSO
      * LOCKS AN EMPLOYEE ID OUT (EM-FAIL-COUNT REACHING THE SIGNCTL
      * LIMIT). EMPAUDIT ONLY CARRIES EMPMAINT'S TRANSACTIONS, SO
      * THIS IS THE ONLY RECORD OF WHEN A LOCKOUT WAS SET (DISP=MOD -
      * NEVER TRIMMED). NAME AND DEPARTMENT ARE AS ON EMPMAST AT THE
      * TIME; LK-TIME IS HHMMSS. READ BY HRCHGEX FOR THE OUTBOUND HR
      * CHANGE EXTRACT.
      *****************************************************************
       05  LK-DATE                     PIC 9(8).
       05  LK-TIME                     PIC 9(6).
       05  LK-EMP-ID                   PIC X(8).
       05  LK-EMP-NAME                 PIC X(20).
       05  LK-DEPT-CODE                PIC X(4).
       05  LK-FAIL-COUNT               PIC 9(2).
       05  LK-CONSOLE-ID               PIC X(3).
       05  FILLER                      PIC X(29).
