      * OPERATIONS VIA IDCAMS REPRO (SEE depttab.jcl) - CODES ARE
      * ADDED RARELY ENOUGH THAT A MAINTENANCE PROGRAM WAS NOT
      * JUDGED WORTH WRITING.
      *
      * THE DEPARTMENT'S PERMITTED SIGN-ON WINDOW, ENFORCED BY
      * HELLOTSO AT THE ONLINE SIGN-ON SCREEN:
      *    DT-SIGNON-BAND: 'Y' = SIGN-ON PERMITTED IN THAT SHIFT BAND,
      *                    OCCURRENCE 1 = NIGHTS 0000-0759, 2 = DAYS
      *                    0800-1559, 3 = EVENINGS 1600-2359 (THE
      *                    SHIFTRPT/COVERCHK BANDS). ALL THREE BLANK =
      *                    NO WINDOW - SIGN-ON AT ANY HOUR.
      *    DT-FIRST-DAY /  THE DAYS OF WEEK THE WINDOW IS OPEN, AS A
      *    DT-LAST-DAY     RANGE (1 = MONDAY ... 7 = SUNDAY, THE COVREQ
      *                    CONVENTION). A RANGE MAY WRAP PAST SUNDAY
      *                    (6 TO 1 = SATURDAY, SUNDAY, MONDAY). BLANK
      *                    = EVERY DAY. THE DAY IS THE CALENDAR DAY OF
      *                    THE SIGN-ON, AS FOR THE BANDS.
      * THE RECORD IS KEPT AT 40 BYTES - MSTBKUP AND MSTRCVR COPY
      * ALL THREE MASTERS AS 40-BYTE IMAGES - SO THE WINDOW HAS TO
      * FIT THE SIX BYTES THAT WERE SPARE.
      *****************************************************************
       05  DT-DEPT-CODE                PIC X(4).
       05  DT-DEPT-NAME                PIC X(30).
       05  DT-SIGNON-BANDS.
           10  DT-SIGNON-BAND          PIC X(1)   OCCURS 3 TIMES.
       05  DT-SIGNON-DAYS.
           10  DT-FIRST-DAY            PIC 9(1).
           10  DT-LAST-DAY             PIC 9(1).
       05  FILLER                      PIC X(1).
