       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    HRCHGEX.
       AUTHOR.        STUDENT.
      *
      * NIGHTLY OUTBOUND EMPLOYEE CHANGE EXTRACT FOR HR. HR KEEPS ITS
      * OWN EMPLOYEE RECORDS AND NEEDS TO HEAR OF EVERY CHANGE MADE
      * TO THE EMPLOYEE MASTER HERE. FOR THE BUSINESS DATE THIS
      * PROGRAM WRITES ONE FIXED-LAYOUT HRCHG DETAIL RECORD FOR:
      *
      *    1. EVERY EMPAUDIT RECORD - THE ADDS, CHANGES, DELETES AND
      *       LOCKOUT RESETS EMPMAINT APPLIED (INCLUDING THE TEMPEXP
      *       EXPIRY DELETES), IN THE ORDER THEY WERE APPLIED.
      *    2. EVERY LOCKLOG RECORD - THE IDS HELLOTSO LOCKED OUT
      *       AFTER REPEATED FAILED SIGN-ONS.
      *
      * THE DETAILS ARE NUMBERED FROM 1 AND ENCLOSED IN AN 'H' HEADER
      * AND A 'T' TRAILER CARRYING THE DETAIL COUNT AND THE COUNT FOR
      * EACH CHANGE CODE, SO HR CAN BALANCE THE FILE BEFORE LOADING
      * IT. HR RETURNS AN HRACK ACKNOWLEDGEMENT PER DETAIL, WHICH
      * HRACKRC RECONCILES AGAINST THIS EXTRACT. A DAY WITH NO
      * CHANGES STILL GETS A HEADER AND A ZERO TRAILER, SO HR KNOWS
      * NOTHING WAS MISSED.
      *
      * THE SYSIN CONTROL CARD CARRIES THE BUSINESS DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY).
      *
      * RC=16 MEANS EMPAUDIT COULD NOT BE OPENED - NO EXTRACT IS
      * WRITTEN AND THE RUN MUST BE REPEATED BEFORE THE FILE IS SENT.
      * RC=4 MEANS LOCKLOG COULD NOT BE OPENED (THE EXTRACT CARRIES
      * NO LOCKOUTS) OR AN EMPAUDIT RECORD CARRIED A CODE HR IS NOT
      * SENT (LISTED ON SYSOUT).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPAUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPAUDIT-STATUS.

           SELECT LOCKLOG-FILE ASSIGN TO "LOCKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKLOG-STATUS.

           SELECT HRCHG-FILE ASSIGN TO "HRCHG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  EMPAUDIT-FILE
           RECORDING MODE IS F.
       01  EMPAUDIT-REC.
           COPY empaudit.

       FD  LOCKLOG-FILE
           RECORDING MODE IS F.
       01  LOCKLOG-REC.
           COPY locklog.

       FD  HRCHG-FILE
           RECORDING MODE IS F.
       01  HRCHG-REC.
           COPY hrchg.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EMPAUDIT-STATUS          PIC X(2).
       01  WS-LOCKLOG-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-BUSINESS-DATE            PIC 9(8).
       01  WS-RUN-CLOCK                PIC 9(8)   VALUE 0.

       01  WS-AUDIT-READ-COUNT         PIC 9(7)   VALUE 0.
       01  WS-LOCK-READ-COUNT          PIC 9(7)   VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(7)   VALUE 0.
       01  WS-ADD-COUNT                PIC 9(7)   VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7)   VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7)   VALUE 0.
       01  WS-RESET-COUNT              PIC 9(7)   VALUE 0.
       01  WS-LOCKOUT-COUNT            PIC 9(7)   VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7)   VALUE 0.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-EXTRACT-CONTROLS
           OPEN INPUT EMPAUDIT-FILE
           IF WS-EMPAUDIT-STATUS NOT = "00"
               DISPLAY "HRCHGEX: EMPAUDIT FILE NOT AVAILABLE (STATUS "
                   WS-EMPAUDIT-STATUS ") - RUN TERMINATED, NOTHING "
                   "WRITTEN."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HRCHG-FILE
               PERFORM WRITE-HEADER-RECORD
               PERFORM EXTRACT-AUDIT-CHANGES
               CLOSE EMPAUDIT-FILE
               PERFORM EXTRACT-LOCKOUTS
               PERFORM WRITE-TRAILER-RECORD
               CLOSE HRCHG-FILE
               PERFORM DISPLAY-RUN-TOTALS
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-LEDG-BUSINESS-DATE
           COMPUTE WS-LEDG-RECORDS-IN =
               WS-AUDIT-READ-COUNT + WS-LOCK-READ-COUNT
           MOVE WS-DETAIL-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-SKIPPED-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-EXTRACT-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO HRCHG-REC
           SET HX-HEADER-REC TO TRUE
           MOVE "HELLOTSO" TO HX-HDR-SOURCE
           MOVE WS-BUSINESS-DATE TO HX-HDR-BUSINESS-DATE
           MOVE WS-RUN-DATE TO HX-HDR-CREATED-DATE
           ACCEPT WS-RUN-CLOCK FROM TIME
           COMPUTE HX-HDR-CREATED-TIME = WS-RUN-CLOCK / 100
           WRITE HRCHG-REC.

      *****************************************************************
      * EMPAUDIT - THE BUSINESS DATE'S MAINTENANCE TRANSACTIONS. THE
      * NAME AND DEPARTMENT SENT ARE THE AFTER IMAGES, EXCEPT ON A
      * DELETE (THE BEFORE IMAGES - WHO WAS REMOVED) AND WHERE THE
      * CARD LEFT THE NAME BLANK (A RESET CARD CARRIES NO NAME).
      *****************************************************************
       EXTRACT-AUDIT-CHANGES.
           SET WS-NOT-EOF TO TRUE
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM PROCESS-AUDIT-RECORD UNTIL WS-EOF.

       PROCESS-AUDIT-RECORD.
           IF AH-DATE = WS-BUSINESS-DATE
               IF AH-TRAN-CODE = "A" OR AH-TRAN-CODE = "C"
                       OR AH-TRAN-CODE = "D" OR AH-TRAN-CODE = "R"
                   PERFORM WRITE-AUDIT-DETAIL
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "HRCHGEX: EMPAUDIT CODE '" AH-TRAN-CODE
                       "' FOR " AH-EMP-ID " AT " AH-TIME
                       " NOT SENT TO HR."
               END-IF
           END-IF
           PERFORM READ-NEXT-AUDIT-RECORD.

       WRITE-AUDIT-DETAIL.
           MOVE SPACES TO HRCHG-REC
           SET HX-DETAIL-REC TO TRUE
           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-DETAIL-COUNT TO HX-SEQ-NO
           MOVE AH-TRAN-CODE TO HX-CHANGE-CODE
           MOVE AH-EMP-ID TO HX-EMP-ID
           IF AH-TRAN-CODE = "D"
               MOVE AH-BEFORE-NAME TO HX-EMP-NAME
               MOVE AH-BEFORE-DEPT TO HX-DEPT-CODE
           ELSE
               IF AH-AFTER-NAME = SPACES
                   MOVE AH-BEFORE-NAME TO HX-EMP-NAME
               ELSE
                   MOVE AH-AFTER-NAME TO HX-EMP-NAME
               END-IF
               MOVE AH-AFTER-DEPT TO HX-DEPT-CODE
           END-IF
           IF AH-TRAN-CODE = "C"
               MOVE AH-BEFORE-NAME TO HX-BEFORE-NAME
               MOVE AH-BEFORE-DEPT TO HX-BEFORE-DEPT
           END-IF
           MOVE AH-DATE TO HX-CHANGE-DATE
           MOVE AH-TIME TO HX-CHANGE-TIME
           WRITE HRCHG-REC
           EVALUATE AH-TRAN-CODE
               WHEN "A"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "C"
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN "D"
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RESET-COUNT
           END-EVALUATE.

       READ-NEXT-AUDIT-RECORD.
           READ EMPAUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

      *****************************************************************
      * LOCKLOG - THE LOCKOUTS HELLOTSO SET ON THE BUSINESS DATE.
      * WITHOUT LOCKLOG THE EXTRACT IS STILL WRITTEN, LESS LOCKOUTS.
      *****************************************************************
       EXTRACT-LOCKOUTS.
           OPEN INPUT LOCKLOG-FILE
           IF WS-LOCKLOG-STATUS NOT = "00"
               DISPLAY "HRCHGEX: LOCKLOG FILE NOT AVAILABLE (STATUS "
                   WS-LOCKLOG-STATUS ") - NO LOCKOUTS SENT."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-LOCKLOG-RECORD
               PERFORM PROCESS-LOCKLOG-RECORD UNTIL WS-EOF
               CLOSE LOCKLOG-FILE
           END-IF.

       PROCESS-LOCKLOG-RECORD.
           IF LK-DATE = WS-BUSINESS-DATE
               MOVE SPACES TO HRCHG-REC
               SET HX-DETAIL-REC TO TRUE
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-DETAIL-COUNT TO HX-SEQ-NO
               MOVE "L" TO HX-CHANGE-CODE
               MOVE LK-EMP-ID TO HX-EMP-ID
               MOVE LK-EMP-NAME TO HX-EMP-NAME
               MOVE LK-DEPT-CODE TO HX-DEPT-CODE
               MOVE LK-DATE TO HX-CHANGE-DATE
               MOVE LK-TIME TO HX-CHANGE-TIME
               WRITE HRCHG-REC
               ADD 1 TO WS-LOCKOUT-COUNT
           END-IF
           PERFORM READ-NEXT-LOCKLOG-RECORD.

       READ-NEXT-LOCKLOG-RECORD.
           READ LOCKLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOCK-READ-COUNT
           END-READ.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO HRCHG-REC
           SET HX-TRAILER-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO HX-TRL-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO HX-TRL-DETAIL-COUNT
           MOVE WS-ADD-COUNT TO HX-TRL-ADD-COUNT
           MOVE WS-CHANGE-COUNT TO HX-TRL-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO HX-TRL-DELETE-COUNT
           MOVE WS-RESET-COUNT TO HX-TRL-RESET-COUNT
           MOVE WS-LOCKOUT-COUNT TO HX-TRL-LOCKOUT-COUNT
           WRITE HRCHG-REC.

       DISPLAY-RUN-TOTALS.
           DISPLAY "HRCHGEX: BUSINESS DATE          "
               WS-BUSINESS-DATE
           DISPLAY "HRCHGEX: EMPAUDIT RECORDS READ  "
               WS-AUDIT-READ-COUNT
           DISPLAY "HRCHGEX: LOCKLOG RECORDS READ   "
               WS-LOCK-READ-COUNT
           DISPLAY "HRCHGEX: ADDS SENT              "
               WS-ADD-COUNT
           DISPLAY "HRCHGEX: CHANGES SENT           "
               WS-CHANGE-COUNT
           DISPLAY "HRCHGEX: DELETES SENT           "
               WS-DELETE-COUNT
           DISPLAY "HRCHGEX: LOCKOUT RESETS SENT    "
               WS-RESET-COUNT
           DISPLAY "HRCHGEX: LOCKOUTS SENT          "
               WS-LOCKOUT-COUNT
           DISPLAY "HRCHGEX: DETAIL RECORDS WRITTEN "
               WS-DETAIL-COUNT
           DISPLAY "HRCHGEX: EMPAUDIT CODES SKIPPED "
               WS-SKIPPED-COUNT
           IF WS-SKIPPED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * STAMPS THE START OF THE RUN FOR THE RUNLEDG RECORD. THE
      * BUSINESS DATE DEFAULTS TO THE RUN DATE UNTIL THE CONTROL
      * CARD SAYS OTHERWISE.
       START-RUN-LEDGER.
           ACCEPT WS-LEDG-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDG-CLOCK FROM TIME
           COMPUTE WS-LEDG-START-TIME = WS-LEDG-CLOCK / 100
           MOVE WS-LEDG-START-DATE TO WS-LEDG-BUSINESS-DATE.

      * APPENDS THIS RUN'S RUNLEDG RECORD. PERFORMED LAST, JUST AHEAD
      * OF STOP RUN, SO THE FINAL RETURN CODE IS WHAT IS RECORDED. A
      * LEDGER THAT CANNOT BE OPENED IS REPORTED BUT NEVER CHANGES
      * THE RUN'S RETURN CODE.
       WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDG-FILE
           IF WS-LEDG-STATUS = "00"
               MOVE SPACES TO RUNLEDG-REC
               MOVE "HRCHGEX" TO RL-PROGRAM-ID
               MOVE WS-LEDG-BUSINESS-DATE TO RL-BUSINESS-DATE
               MOVE WS-LEDG-START-DATE TO RL-START-DATE
               MOVE WS-LEDG-START-TIME TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LEDG-CLOCK FROM TIME
               COMPUTE RL-END-TIME = WS-LEDG-CLOCK / 100
               MOVE WS-LEDG-RECORDS-IN TO RL-RECORDS-IN
               MOVE WS-LEDG-RECORDS-OUT TO RL-RECORDS-OUT
               MOVE WS-LEDG-REJECTS TO RL-REJECTS
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUNLEDG-REC
               CLOSE RUNLEDG-FILE
           ELSE
               DISPLAY "HRCHGEX: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
