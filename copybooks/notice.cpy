      *****************************************************************
      * NOTICE - MANDATORY READ-AND-ACKNOWLEDGE NOTICE DATASET,
      * MAINTAINED BY OPERATIONS AS CARDS (LIKE MOTD). UNLIKE A MOTD
      * LINE, A NOTICE MUST BE ACKNOWLEDGED BY EACH TARGETED OPERATOR
      * AT SIGN-ON BEFORE HELLOTSO COMPLETES THE SIGN-ON, AND EVERY
      * ACKNOWLEDGEMENT IS LOGGED TO ACKLOG.
      *
      * EACH NOTICE IS ONE 'H' HEADER CARD FOLLOWED BY ITS 'T' TEXT
      * CARDS, ALL CARRYING THE SAME NOTICE ID:
      *    'H' - EFFECTIVE FROM/TO DATES (YYYYMMDD, INCLUSIVE), UP TO
      *          FIVE TARGET DEPARTMENT CODES (ALL BLANK = EVERY
      *          DEPARTMENT) AND A SHORT TITLE FOR THE REPORTS
      *    'T' - ONE LINE OF NOTICE TEXT AS DISPLAYED AT SIGN-ON
      * A NOTICE ID MUST NEVER BE REUSED - ACKNOWLEDGEMENTS ARE
      * MATCHED ON IT.
      *****************************************************************
       05  NT-REC-TYPE                 PIC X(1).
           88  NT-HEADER                          VALUE 'H'.
           88  NT-TEXT-LINE                       VALUE 'T'.
       05  NT-NOTICE-ID                PIC X(8).
       05  NT-HEADER-DATA.
           10  NT-FROM-DATE            PIC 9(8).
           10  NT-TO-DATE              PIC 9(8).
           10  NT-TARGET-DEPTS.
               15  NT-TARGET-DEPT      PIC X(4)   OCCURS 5 TIMES.
           10  NT-TITLE                PIC X(35).
       05  NT-TEXT-DATA REDEFINES NT-HEADER-DATA.
           10  NT-TEXT                 PIC X(71).
