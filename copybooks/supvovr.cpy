      *****************************************************************
      * SUPVOVR - SUPERVISOR SIGN-ON WINDOW OVERRIDE CARDS, KEPT BY
      * THE SHIFT SUPERVISORS AS A PLAIN CARD DATASET (LIKE NOTICE
      * AND MOTD). ONE CARD LETS ONE EMPLOYEE SIGN ON OUTSIDE THEIR
      * DEPARTMENT'S DEPTTAB WINDOW ON ONE DATE - AS OFTEN AS NEEDED
      * THAT DAY. THE SUPERVISOR ID IS THE SUPERVISOR'S OWN EMPLOYEE
      * ID AND MUST NOT BE THE OPERATOR'S; THE REASON IS FREE TEXT.
      * HELLOTSO LOGS EVERY OVERRIDE IT APPLIES TO OVRLOG, AND
      * WINDRPT LISTS THEM. OLD CARDS DO NO HARM BUT SHOULD BE
      * REMOVED WHEN THE DATASET IS NEXT EDITED.
      *****************************************************************
       05  SO-EMP-ID                   PIC X(8).
       05  SO-DATE                     PIC 9(8).
       05  SO-SUPV-ID                  PIC X(8).
       05  SO-REASON                   PIC X(30).
       05  FILLER                      PIC X(26).
