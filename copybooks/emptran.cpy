      *    SAME RULE APPLIES TO ET-EMP-NAME ON A CHANGE - SPACES
      *    KEEPS THE EXISTING NAME; AN ADD WITH A BLANK NAME IS
      *    REJECTED.
      *    ET-SPONSOR-ID .. ET-TEMP-REASON: TEMPORARY (VENDOR OR
      *    CONTRACTOR) ACCESS - SEE THE tempacc COPYBOOK. AN 'A' CARD
      *    WITH A SPONSOR ADDS A TEMPORARY ID; SPONSOR, DATES AND
      *    REASON ARE THEN ALL REQUIRED. A 'C' CARD FOR A TEMPORARY
      *    ID MAY CARRY NEW DATES (AN EXTENSION), A NEW SPONSOR OR A
      *    NEW REASON - BLANK COLUMNS KEEP WHAT IS ON FILE. SPACES ON
      *    EVERY OTHER CARD.
      *****************************************************************
       05  ET-TRAN-CODE                PIC X(1).
       05  ET-EMP-ID                   PIC X(8).
       05  ET-EMP-NAME                 PIC X(20).
       05  ET-DEPT-CODE                PIC X(4).
       05  ET-TEMP-ACCESS.
           10  ET-SPONSOR-ID           PIC X(8).
           10  ET-START-DATE           PIC X(8).
           10  ET-START-DATE-N REDEFINES ET-START-DATE
                                       PIC 9(8).
           10  ET-EXPIRY-DATE          PIC X(8).
           10  ET-EXPIRY-DATE-N REDEFINES ET-EXPIRY-DATE
                                       PIC 9(8).
           10  ET-TEMP-REASON          PIC X(20).
       05  FILLER                      PIC X(3).
