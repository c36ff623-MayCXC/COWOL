      *****************************************************************
      * TEMPACC - TEMPORARY ACCESS RECORD (INDEXED BY EMP ID), ONE PER
      * VENDOR ENGINEER OR CONTRACTOR ID. THE ID ITSELF IS AN ORDINARY
      * EMPMAST RECORD; THIS RECORD IS WHAT MAKES IT TEMPORARY. IT IS
      * WRITTEN BY EMPMAINT FROM AN 'A' CARD CARRYING A SPONSOR, AND
      * AN EXTENSION IS A 'C' CARD WITH NEW DATES. HELLOTSO REFUSES A
      * SIGN-ON BEFORE TA-START-DATE OR AFTER TA-EXPIRY-DATE, AND THE
      * NIGHTLY TEMPEXP JOB REMOVES THE ID (EMPMAINT 'D', SO IT IS ON
      * EMPAUDIT) THE DAY AFTER IT EXPIRES. DELETING THE EMPMAST
      * RECORD DELETES THIS RECORD WITH IT.
      *    TA-SPONSOR-ID: THE PERMANENT EMPLOYEE ANSWERABLE FOR THE ID
      *    TA-START-DATE / TA-EXPIRY-DATE: YYYYMMDD, BOTH INCLUSIVE
      *    TA-ADDED-DATE / TA-CHANGED-DATE: MAINTENANCE RUN DATES
      *    (CHANGED IS ZERO UNTIL THE WINDOW IS FIRST EXTENDED)
      *****************************************************************
       05  TA-EMP-ID                   PIC X(8).
       05  TA-SPONSOR-ID               PIC X(8).
       05  TA-START-DATE               PIC 9(8).
       05  TA-EXPIRY-DATE              PIC 9(8).
       05  TA-REASON                   PIC X(20).
       05  TA-ADDED-DATE               PIC 9(8).
       05  TA-CHANGED-DATE             PIC 9(8).
       05  FILLER                      PIC X(12).
