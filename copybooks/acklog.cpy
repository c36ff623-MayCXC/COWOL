      *****************************************************************
      * ACKLOG - MANDATORY NOTICE ACKNOWLEDGEMENT LOG, ONE RECORD PER
      * NOTICE ACKNOWLEDGED BY AN OPERATOR AT THE HELLOTSO SIGN-ON
      * SCREEN (DISP=MOD - NEVER TRIMMED, IT IS THE CHANGE-MANAGEMENT
      * PROOF THAT THE OPERATOR SAW THE NOTICE). READ BACK BY
      * HELLOTSO SO A NOTICE IS ONLY PRESENTED UNTIL IT IS
      * ACKNOWLEDGED, AND BY ACKRPT FOR THE OUTSTANDING LIST.
      *****************************************************************
       05  AK-NOTICE-ID                PIC X(8).
       05  AK-EMP-ID                   PIC X(8).
       05  AK-DATE                     PIC 9(8).
       05  AK-TIME                     PIC 9(6).
       05  FILLER                      PIC X(10).
