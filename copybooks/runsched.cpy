      *****************************************************************
      * RUNSCHED - BATCH RUN SCHEDULE CARD, ONE PER BATCH PROGRAM
      * THAT IS EXPECTED TO RUN ON A FIXED PATTERN OF BUSINESS DAYS.
      * RUNTRND CHECKS THE RUNLEDG LEDGER AGAINST THESE CARDS AND
      * REPORTS EVERY EXPECTED BUSINESS DATE WITH NO RUN RECORDED.
      * MAINTAINED BY OPERATIONS AS CARDS (LIKE COVREQ); A PROGRAM
      * WITH NO CARD (ON-REQUEST JOBS SUCH AS GRTINQ OR ARCRETR) IS
      * NEVER REPORTED AS MISSED.
      *    RS-RUN-DAY: 'Y' = EXPECTED THAT DAY, OCCURRENCE 1 = MONDAY
      *                ... 7 = SUNDAY (THE COVREQ CONVENTION)
      *    RS-LAG-DAYS: HOW MANY DAYS THE JOB'S BUSINESS DATE RUNS
      *                BEHIND THE NIGHT IT RUNS (0-6; BLANK = 0). A
      *                JOB WHOSE DEFAULT DATE IS YESTERDAY, LIKE
      *                HRACKRC, IS CARDED 1. THE DAYS IN RS-RUN-DAYS
      *                ARE BUSINESS DATES.
      *****************************************************************
       05  RS-PROGRAM-ID               PIC X(8).
       05  FILLER                      PIC X(1).
       05  RS-RUN-DAYS.
           10  RS-RUN-DAY              PIC X(1)   OCCURS 7 TIMES.
       05  FILLER                      PIC X(1).
       05  RS-LAG-DAYS                 PIC X(1).
       05  FILLER                      PIC X(62).
