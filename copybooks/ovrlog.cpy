      *****************************************************************
      * OVRLOG - SIGN-ON WINDOW OVERRIDE LOG, ONE RECORD EACH TIME
      * HELLOTSO LETS AN OPERATOR SIGN ON OUTSIDE THEIR DEPARTMENT'S
      * DEPTTAB WINDOW ON THE STRENGTH OF A SUPVOVR CARD (DISP=MOD -
      * NEVER TRIMMED, IT IS THE PROOF OF WHO AUTHORISED OFF-SHIFT
      * ACCESS). OL-BAND IS THE SHIFT BAND OF THE SIGN-ON (1 =
      * NIGHTS, 2 = DAYS, 3 = EVENINGS). READ BY WINDRPT.
      *****************************************************************
       05  OL-DATE                     PIC 9(8).
       05  OL-TIME                     PIC 9(6).
       05  OL-EMP-ID                   PIC X(8).
       05  OL-DEPT-CODE                PIC X(4).
       05  OL-CONSOLE-ID               PIC X(3).
       05  OL-BAND                     PIC 9(1).
       05  OL-SUPV-ID                  PIC X(8).
       05  OL-REASON                   PIC X(30).
       05  FILLER                      PIC X(12).
