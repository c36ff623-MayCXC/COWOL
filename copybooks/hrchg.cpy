      *****************************************************************
      * HRCHG - OUTBOUND EMPLOYEE CHANGE INTERFACE RECORD FOR HR,
      * BUILT NIGHTLY BY HRCHGEX FROM THE DAY'S EMPAUDIT RECORDS AND
      * THE LOCKOUTS HELLOTSO LOGGED TO LOCKLOG. ONE 'H' HEADER, ONE
      * 'D' RECORD PER CHANGE, ONE 'T' TRAILER WITH CONTROL TOTALS SO
      * HR CAN BALANCE THE FILE ON RECEIPT (THE PAYEXTR CONVENTION,
      * WITH A HEADER ADDED SO HR CAN CHECK THE BUSINESS DATE BEFORE
      * LOADING).
      *    HX-CHANGE-CODE: 'A' = ADDED       'C' = CHANGED
      *                    'D' = DELETED     'R' = LOCKOUT RESET
      *                    'L' = LOCKED OUT AFTER FAILED SIGN-ONS
      *    HX-EMP-NAME / HX-DEPT-CODE ARE AS THEY STAND AFTER THE
      *    CHANGE (ON A DELETE, AS THEY STOOD BEFORE IT); THE BEFORE
      *    FIELDS ARE SPACES EXCEPT ON A CHANGE.
      *    HX-SEQ-NO NUMBERS THE DETAILS FROM 1 WITHIN THE BUSINESS
      *    DATE; HR QUOTES THE BUSINESS DATE AND SEQUENCE NUMBER ON
      *    ITS ACKNOWLEDGEMENT (SEE THE HRACK COPYBOOK).
      *****************************************************************
       05  HX-REC-TYPE                 PIC X(1).
           88  HX-HEADER-REC                      VALUE 'H'.
           88  HX-DETAIL-REC                      VALUE 'D'.
           88  HX-TRAILER-REC                     VALUE 'T'.
       05  HX-DETAIL.
           10  HX-SEQ-NO               PIC 9(6).
           10  HX-CHANGE-CODE          PIC X(1).
           10  HX-EMP-ID               PIC X(8).
           10  HX-EMP-NAME             PIC X(20).
           10  HX-DEPT-CODE            PIC X(4).
           10  HX-BEFORE-NAME          PIC X(20).
           10  HX-BEFORE-DEPT          PIC X(4).
           10  HX-CHANGE-DATE          PIC 9(8).
           10  HX-CHANGE-TIME          PIC 9(6).
       05  HX-HEADER REDEFINES HX-DETAIL.
           10  HX-HDR-SOURCE           PIC X(8).
           10  HX-HDR-BUSINESS-DATE    PIC 9(8).
           10  HX-HDR-CREATED-DATE     PIC 9(8).
           10  HX-HDR-CREATED-TIME     PIC 9(6).
           10  FILLER                  PIC X(47).
       05  HX-TRAILER REDEFINES HX-DETAIL.
           10  HX-TRL-BUSINESS-DATE    PIC 9(8).
           10  HX-TRL-DETAIL-COUNT     PIC 9(7).
           10  HX-TRL-ADD-COUNT        PIC 9(7).
           10  HX-TRL-CHANGE-COUNT     PIC 9(7).
           10  HX-TRL-DELETE-COUNT     PIC 9(7).
           10  HX-TRL-RESET-COUNT      PIC 9(7).
           10  HX-TRL-LOCKOUT-COUNT    PIC 9(7).
           10  FILLER                  PIC X(27).
       05  FILLER                      PIC X(2).
