               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNCTL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT ACKLOG-FILE ASSIGN TO "ACKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.

           SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HANDOVER-STATUS.

           SELECT CONSOLE-FILE ASSIGN TO "CONSOLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-CONSOLE-ID
               FILE STATUS IS WS-CONSOLE-STATUS.

           SELECT TEMPACC-FILE ASSIGN TO "TEMPACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-EMP-ID
               FILE STATUS IS WS-TEMPACC-STATUS.

           SELECT DEPTTAB-FILE ASSIGN TO "DEPTTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-DEPT-CODE
               FILE STATUS IS WS-DEPTTAB-STATUS.

           SELECT SUPVOVR-FILE ASSIGN TO "SUPVOVR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPVOVR-STATUS.

           SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.

           SELECT LOCKLOG-FILE ASSIGN TO "LOCKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKLOG-STATUS.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       01  SIGNCTL-REC.
           COPY signctl.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-REC.
           COPY notice.

       FD  ACKLOG-FILE
           RECORDING MODE IS F.
       01  ACKLOG-REC.
           COPY acklog.

       FD  HANDOVER-FILE.
       01  HANDOVER-REC.
           COPY handover.

       FD  CONSOLE-FILE.
       01  CONSOLE-REC.
           COPY console.

       FD  TEMPACC-FILE.
       01  TEMPACC-REC.
           COPY tempacc.

       FD  DEPTTAB-FILE.
       01  DEPTTAB-REC.
           COPY depttab.

       FD  SUPVOVR-FILE
           RECORDING MODE IS F.
       01  SUPVOVR-REC.
           COPY supvovr.

       FD  OVRLOG-FILE
           RECORDING MODE IS F.
       01  OVRLOG-REC.
           COPY ovrlog.

       FD  LOCKLOG-FILE
           RECORDING MODE IS F.
       01  LOCKLOG-REC.
           COPY locklog.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-RUN-MODE                 PIC X(4)   VALUE 'ONLN'.
           88  WS-RUN-MODE-BULK                   VALUE 'BULK'.

       01  WS-EMP-ID                   PIC X(8).
       01  WS-EMP-NAME                 PIC X(20).
       01  WS-EMP-DEPT                 PIC X(4).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-HRTERM-STATUS            PIC X(2).
       01  WS-LANGTXT-STATUS           PIC X(2).
       01  WS-MOTD-STATUS              PIC X(2).
       01  WS-SIGNCTL-STATUS           PIC X(2).
       01  WS-NOTICE-STATUS            PIC X(2).
       01  WS-ACKLOG-STATUS            PIC X(2).
       01  WS-HANDOVER-STATUS          PIC X(2).
       01  WS-CONSOLE-STATUS           PIC X(2).
       01  WS-TEMPACC-STATUS           PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-SUPVOVR-STATUS           PIC X(2).
       01  WS-OVRLOG-STATUS            PIC X(2).
       01  WS-LOCKLOG-STATUS           PIC X(2).
       01  WS-LANG-CODE                PIC X(2).

       01  WS-LOCKOUT-LIMIT            PIC 9(2)   VALUE 3.
           88  WS-EMPLOYEE-LOCKED                 VALUE 'Y'.
           88  WS-EMPLOYEE-NOT-LOCKED             VALUE 'N'.

      * THE CONSOLE ID FOLLOWS THE RUN MODE ON THE PARM ('ONLN,M01').
      * UP TO FIVE CHARACTERS ARE TAKEN SO AN OVERLONG ID IS SEEN AS
      * UNKNOWN RATHER THAN QUIETLY CUT DOWN TO A VALID ONE.
       01  WS-CONSOLE-ID               PIC X(3)   VALUE SPACES.
       01  WS-CONSOLE-PARM             PIC X(5)   VALUE SPACES.
       01  WS-CONSOLE-PARM-LEN         PIC 9(2)   VALUE 0.

       01  WS-CONSOLE-SW               PIC X      VALUE 'N'.
           88  WS-CONSOLE-REFUSED                 VALUE 'Y'.
           88  WS-CONSOLE-ACCEPTED                VALUE 'N'.

       01  WS-CONSOLE-DEPT-SW          PIC X      VALUE 'N'.
           88  WS-CONSOLE-DEPT-ALLOWED            VALUE 'Y'.
           88  WS-CONSOLE-DEPT-NOT-ALLOWED        VALUE 'N'.

       01  WS-TEMP-SW                  PIC X      VALUE 'N'.
           88  WS-TEMP-REFUSED                    VALUE 'Y'.
           88  WS-TEMP-ACCEPTED                   VALUE 'N'.

       01  WS-WINDOW-SW                PIC X      VALUE 'N'.
           88  WS-WINDOW-REFUSED                  VALUE 'Y'.
           88  WS-WINDOW-ACCEPTED                 VALUE 'N'.

       01  WS-IN-WINDOW-SW             PIC X      VALUE 'Y'.
           88  WS-IN-WINDOW                       VALUE 'Y'.
           88  WS-OUT-OF-WINDOW                   VALUE 'N'.

       01  WS-OVERRIDE-SW              PIC X      VALUE 'N'.
           88  WS-OVERRIDE-FOUND                  VALUE 'Y'.
           88  WS-OVERRIDE-NOT-FOUND              VALUE 'N'.

       01  WS-SUPVOVR-EOF-SW           PIC X      VALUE 'N'.
           88  WS-SUPVOVR-EOF                     VALUE 'Y'.
           88  WS-SUPVOVR-NOT-EOF                 VALUE 'N'.

      * THE SIGN-ON'S SHIFT BAND (1 = NIGHTS, 2 = DAYS, 3 = EVENINGS)
      * AND DAY OF WEEK (1 = MONDAY ... 7 = SUNDAY) FOR THE DEPTTAB
      * WINDOW CHECK. THE CLOCK IS HHMMSSHH.
       01  WS-WINDOW-CLOCK             PIC 9(8)   VALUE 0.
       01  WS-WINDOW-HHMM              PIC 9(4)   VALUE 0.
       01  WS-WINDOW-BAND              PIC 9(1)   VALUE 0.
       01  WS-WINDOW-DAY               PIC 9(1)   VALUE 0.
       01  WS-OVR-SUPV-ID              PIC X(8)   VALUE SPACES.
       01  WS-OVR-REASON               PIC X(30)  VALUE SPACES.

      * TIME A LOCKOUT WAS SET, FOR LOCKLOG. THE CLOCK IS HHMMSSHH.
       01  WS-LOCK-CLOCK               PIC 9(8)   VALUE 0.

           COPY langtab.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-TIME         PIC 9(6).
           05  FILLER                  PIC X(8).

      * THE CLOCK IS HHMMSSHH; WS-CURRENT-TIME IS THE HHMMSS PART.
       01  WS-CURRENT-CLOCK            PIC 9(8)   VALUE 0.

       01  WS-ATTEMPT-COUNT            PIC 9      VALUE 0.
       01  WS-BAD-CHAR-COUNT           PIC 9(2)   VALUE 0.
       01  WS-SUB                      PIC 9(2)   VALUE 0.
           88  WS-CHKPT-EOF                       VALUE 'Y'.
           88  WS-CHKPT-NOT-EOF                   VALUE 'N'.

      * MANDATORY NOTICES IN EFFECT TODAY FOR THE OPERATOR'S
      * DEPARTMENT. AN ENTRY IS MARKED ACKNOWLEDGED WHEN ACKLOG
      * ALREADY HOLDS THIS OPERATOR'S ACKNOWLEDGEMENT, SO EACH
      * NOTICE IS PRESENTED ONLY UNTIL IT HAS BEEN CONFIRMED ONCE.
       01  WS-PEND-COUNT               PIC 9(2)   VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 20 TIMES.
               10  WS-PEND-NOTICE-ID   PIC X(8).
               10  WS-PEND-ACKED-SW    PIC X.
                   88  WS-PEND-ACKED              VALUE 'Y'.
                   88  WS-PEND-NOT-ACKED          VALUE 'N'.

       01  WS-PEND-SUB                 PIC 9(2)   VALUE 0.
       01  WS-REPLY-COUNT              PIC 9      VALUE 0.
       01  WS-ACK-REPLY                PIC X(3).
       01  WS-REFUSED-NOTICE-ID        PIC X(8)   VALUE SPACES.

       01  WS-NOTICES-ACKED-SW         PIC X      VALUE 'Y'.
           88  WS-NOTICES-ACKNOWLEDGED            VALUE 'Y'.
           88  WS-NOTICE-REFUSED                  VALUE 'N'.

       01  WS-NOTICE-TARGET-SW         PIC X      VALUE 'N'.
           88  WS-NOTICE-TARGETED                 VALUE 'Y'.
           88  WS-NOTICE-NOT-TARGETED             VALUE 'N'.

       01  WS-NOTICE-EOF-SW            PIC X      VALUE 'N'.
           88  WS-NOTICE-EOF                      VALUE 'Y'.
           88  WS-NOTICE-NOT-EOF                  VALUE 'N'.

       01  WS-ACKLOG-EOF-SW            PIC X      VALUE 'N'.
           88  WS-ACKLOG-EOF                      VALUE 'Y'.
           88  WS-ACKLOG-NOT-EOF                  VALUE 'N'.

      * HANDOVER NOTE LINES KEYED AT SIGN-OFF, BEFORE THEY ARE
      * WRITTEN AS ONE BLOCK.
       01  WS-HAND-LINE-COUNT          PIC 9      VALUE 0.
       01  WS-HAND-LINES.
           05  WS-HAND-LINE            PIC X(60)  OCCURS 5 TIMES.
       01  WS-HAND-INPUT               PIC X(60).
       01  WS-HAND-REPLY               PIC X(1).
       01  WS-HAND-BASE                PIC 9(3)   VALUE 0.
       01  WS-HAND-SUB                 PIC 9(2)   VALUE 0.

       01  WS-HAND-INPUT-SW            PIC X      VALUE 'N'.
           88  WS-HAND-INPUT-DONE                 VALUE 'Y'.
           88  WS-HAND-INPUT-NOT-DONE             VALUE 'N'.

       01  WS-HAND-SLOT-SW             PIC X      VALUE 'N'.
           88  WS-HAND-SLOT-FREE                  VALUE 'Y'.
           88  WS-HAND-SLOT-TAKEN                 VALUE 'N'.

       01  WS-HAND-BROWSE-SW           PIC X      VALUE 'N'.
           88  WS-HAND-BROWSE-DONE                VALUE 'Y'.
           88  WS-HAND-BROWSE-NOT-DONE            VALUE 'N'.

      * OPEN HANDOVER NOTE LINES FOR THE OPERATOR'S DEPARTMENT, IN
      * KEY (TIME) ORDER. THE FIRST 19 BYTES OF THE KEY (DEPARTMENT,
      * DATE, TIME AND THE TENS DIGIT OF THE SEQUENCE) IDENTIFY ONE
      * SIGN-OFF'S HANDOVER.
       01  WS-OPEN-COUNT               PIC 9(2)   VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 50 TIMES.
               10  WS-OPEN-KEY.
                   15  WS-OPEN-DEPT-CODE
                                       PIC X(4).
                   15  WS-OPEN-DATE    PIC 9(8).
                   15  WS-OPEN-TIME    PIC 9(6).
                   15  WS-OPEN-SEQ     PIC 9(2).
               10  WS-OPEN-EMP-ID      PIC X(8).
               10  WS-OPEN-CARRY-COUNT PIC 9(2).
               10  WS-OPEN-TEXT        PIC X(60).

       01  WS-OPEN-SUB                 PIC 9(2)   VALUE 0.
       01  WS-GROUP-START              PIC 9(2)   VALUE 0.
       01  WS-GROUP-END                PIC 9(2)   VALUE 0.

       01  WS-CHKPT-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(4)   VALUE 10.
       01  WS-ROSTER-READ-COUNT        PIC 9(8)   VALUE 0.
       01  WS-CHKPT-LAST-COUNT         PIC 9(8)   VALUE 0.
       01  WS-SKIP-SUB                 PIC 9(8)   VALUE 0.

           COPY runlgws.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT TO WS-RUN-MODE
           END-IF
           IF LS-PARM-LEN > 5
               COMPUTE WS-CONSOLE-PARM-LEN = LS-PARM-LEN - 5
               IF WS-CONSOLE-PARM-LEN > 5
                   MOVE 5 TO WS-CONSOLE-PARM-LEN
               END-IF
               MOVE LS-PARM-TEXT(6:WS-CONSOLE-PARM-LEN)
                   TO WS-CONSOLE-PARM
               MOVE WS-CONSOLE-PARM TO WS-CONSOLE-ID
           END-IF
           PERFORM LOAD-LANGUAGE-TABLE
           IF WS-RUN-MODE-SIGNOFF
               MOVE 'F' TO WS-GREET-REC-TYPE
      *        FOR EVERY ROSTER ENTRY; THE VOLUME REPORTS STILL
      *        COUNT 'B' AS A SIGN-ON VIA GL-SIGN-ON.
               MOVE 'B' TO WS-GREET-REC-TYPE
      *        ONLY THE BULK RUN IS A BATCH JOB, SO ONLY IT IS
      *        RECORDED ON THE RUN LEDGER.
               PERFORM START-RUN-LEDGER
               PERFORM PROCESS-BULK-ROSTER
               MOVE WS-ROSTER-READ-COUNT TO WS-LEDG-RECORDS-IN
               PERFORM WRITE-RUN-LEDGER
           ELSE
               PERFORM PROCESS-ONLINE-SIGNON
           END-IF
      *    SUCCESSFUL SIGN-ON CLEARS THE COUNT.
           OPEN I-O EMPMAST-FILE
           OPEN INPUT HRTERM-FILE
      *    THE CONSOLE TABLE IS A SECURITY CONTROL - WITHOUT IT NO
      *    SIGN-ON OR SIGN-OFF CAN BE CHECKED, SO NONE IS ALLOWED.
           OPEN INPUT CONSOLE-FILE
      *    LIKEWISE TEMPACC - WITHOUT IT A CONTRACTOR'S ID COULD NOT
      *    BE TOLD FROM A PERMANENT ONE. IT IS ONLY READ, BUT IS
      *    OPENED I-O SO A CLUSTER WITH NO TEMPORARY IDS YET (DEFINED
      *    EMPTY, LIKE HANDOVER) CAN STILL BE OPENED.
           OPEN I-O TEMPACC-FILE
      *    AND DEPTTAB, WHICH CARRIES EACH DEPARTMENT'S SIGN-ON
      *    WINDOW.
           OPEN INPUT DEPTTAB-FILE
           OPEN EXTEND TERMEXCP-FILE
           OPEN EXTEND SIGNFAIL-FILE
           PERFORM LOAD-SIGNON-CONTROLS
               IF WS-HRTERM-STATUS = "00"
                   CLOSE HRTERM-FILE
               END-IF
               IF WS-CONSOLE-STATUS = "00"
                   CLOSE CONSOLE-FILE
               END-IF
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
               IF WS-DEPTTAB-STATUS = "00"
                   CLOSE DEPTTAB-FILE
               END-IF
           ELSE IF WS-HRTERM-STATUS NOT = "00"
               DISPLAY "HELLOTSO: HRTERM FILE NOT AVAILABLE (STATUS "
                   WS-HRTERM-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               IF WS-CONSOLE-STATUS = "00"
                   CLOSE CONSOLE-FILE
               END-IF
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
               IF WS-DEPTTAB-STATUS = "00"
                   CLOSE DEPTTAB-FILE
               END-IF
           ELSE IF WS-CONSOLE-STATUS NOT = "00"
               DISPLAY "HELLOTSO: CONSOLE FILE NOT AVAILABLE (STATUS "
                   WS-CONSOLE-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
               IF WS-DEPTTAB-STATUS = "00"
                   CLOSE DEPTTAB-FILE
               END-IF
           ELSE IF WS-TEMPACC-STATUS NOT = "00"
               DISPLAY "HELLOTSO: TEMPACC FILE NOT AVAILABLE (STATUS "
                   WS-TEMPACC-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
               CLOSE CONSOLE-FILE
               IF WS-DEPTTAB-STATUS = "00"
                   CLOSE DEPTTAB-FILE
               END-IF
           ELSE IF WS-DEPTTAB-STATUS NOT = "00"
               DISPLAY "HELLOTSO: DEPTTAB FILE NOT AVAILABLE (STATUS "
                   WS-DEPTTAB-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
               CLOSE CONSOLE-FILE
               CLOSE TEMPACC-FILE
           ELSE
               PERFORM SELECT-LANGUAGE
               PERFORM GET-VALID-EMPLOYEE-SIGNON
                       DISPLAY "Goodbye, " FUNCTION TRIM(WS-EMP-NAME)
                           ". Sign-off recorded."
                       PERFORM WRITE-GREETLOG-RECORD
                       PERFORM CAPTURE-HANDOVER-NOTES
                   ELSE
      *                A MANDATORY NOTICE MUST BE ACKNOWLEDGED BEFORE
      *                THE SIGN-ON COMPLETES - NO GREETING AND NO
      *                GREETLOG SIGN-ON RECORD UNTIL IT IS.
                       PERFORM ACKNOWLEDGE-MANDATORY-NOTICES
                       IF WS-NOTICES-ACKNOWLEDGED
                           DISPLAY FUNCTION
                               TRIM(LT-GREETING-PREFIX(LT-IDX))
                               " " FUNCTION TRIM(WS-EMP-NAME)
                               FUNCTION TRIM(LT-GREETING-SUFFIX(LT-IDX))
                           PERFORM WRITE-GREETLOG-RECORD
                           PERFORM DISPLAY-HANDOVER-NOTES
                           PERFORM DISPLAY-MOTD-NOTICES
                       ELSE
                           DISPLAY "HELLOTSO: SIGN-ON NOT COMPLETED - "
                               "MANDATORY NOTICE " WS-REFUSED-NOTICE-ID
                               " NOT ACKNOWLEDGED. RUN TERMINATED."
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   IF WS-EMPLOYEE-LOCKED
                       DISPLAY "HELLOTSO: ACCESS DENIED - EMPLOYEE ID "
                           "IS LOCKED OUT. ASK A SUPERVISOR FOR A "
                           "RESET. RUN TERMINATED."
                   ELSE IF WS-CONSOLE-REFUSED
                       DISPLAY "HELLOTSO: ACCESS DENIED - NOT "
                           "PERMITTED FROM CONSOLE '" WS-CONSOLE-ID
                           "'. RUN TERMINATED."
                   ELSE IF WS-TEMP-REFUSED
                       DISPLAY "HELLOTSO: ACCESS DENIED - TEMPORARY "
                           "ID IS OUTSIDE ITS ACCESS WINDOW. ASK THE "
                           "SPONSOR FOR AN EXTENSION. RUN TERMINATED."
                   ELSE IF WS-WINDOW-REFUSED
                       DISPLAY "HELLOTSO: ACCESS DENIED - OUTSIDE "
                           "YOUR DEPARTMENT'S SIGN-ON WINDOW. ASK A "
                           "SUPERVISOR FOR AN OVERRIDE. RUN TERMINATED."
                   ELSE
                       IF WS-EMPLOYEE-TERMINATED
                           DISPLAY "HELLOTSO: ACCESS DENIED - "
                               " ATTEMPTS - RUN TERMINATED."
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
               CLOSE CONSOLE-FILE
               CLOSE TEMPACC-FILE
               CLOSE DEPTTAB-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           CLOSE GREETLOG-FILE
           CLOSE TERMEXCP-FILE

       WRITE-SIGNFAIL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           MOVE SPACES TO SIGNFAIL-REC
           MOVE WS-CURRENT-DATE TO SF-DATE
           MOVE WS-CURRENT-TIME TO SF-TIME
           MOVE WS-EMP-ID TO SF-EMP-ID
           MOVE WS-FAIL-REASON TO SF-REASON
           MOVE WS-CONSOLE-ID TO SF-CONSOLE-ID
           WRITE SIGNFAIL-REC.

      * A FAILED ATTEMPT THAT REACHED A MASTER RECORD COUNTS AGAINST
      * THAT ID; AT THE SIGNCTL LIMIT THE RECORD IS MARKED LOCKED
      * OUT UNTIL A SUPERVISOR RESET (EMPMAINT 'R' TRANSACTION),
      * AND THE LOCKOUT IS LOGGED TO LOCKLOG FOR THE HR EXTRACT.
      * AN ALREADY-LOCKED RECORD IS LEFT ALONE. NON-NUMERIC COUNTS
      * (RECORDS LOADED BEFORE THE FIELD EXISTED) START FROM ZERO.
       COUNT-MASTER-FAILURE.
                   DISPLAY "HELLOTSO: EMPLOYEE ID " WS-EMP-ID
                       " IS NOW LOCKED OUT AFTER " EM-FAIL-COUNT
                       " FAILED ATTEMPTS."
                   PERFORM WRITE-LOCKLOG-RECORD
               END-IF
               REWRITE EMPMAST-REC
           END-IF.
       VALIDATE-EMPLOYEE-ID.
           SET WS-MASTER-NOT-HIT TO TRUE
           SET WS-EMPLOYEE-NOT-LOCKED TO TRUE
           SET WS-TEMP-ACCEPTED TO TRUE
           SET WS-WINDOW-ACCEPTED TO TRUE
           MOVE "EMPLOYEE ID FORMAT INVALID" TO WS-FAIL-REASON
           PERFORM CHECK-EMPLOYEE-ID-FORMAT
           IF VALID-INPUT-YES
                       SET VALID-INPUT-YES TO TRUE
                       SET WS-MASTER-HIT TO TRUE
                       MOVE EM-EMP-NAME TO WS-EMP-NAME
                       MOVE EM-DEPT-CODE TO WS-EMP-DEPT
               END-READ
           END-IF
           IF VALID-INPUT-YES
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-IF
           END-IF
           IF VALID-INPUT-YES AND NOT WS-RUN-MODE-SIGNOFF
               PERFORM CHECK-TEMPORARY-ACCESS
           END-IF
           IF VALID-INPUT-YES AND NOT WS-RUN-MODE-BULK
               PERFORM CHECK-CONSOLE-ACCESS
           END-IF
           IF VALID-INPUT-YES AND NOT WS-RUN-MODE-BULK
                   AND NOT WS-RUN-MODE-SIGNOFF
               PERFORM CHECK-SIGNON-WINDOW
           END-IF.

      * A TEMPORARY (VENDOR OR CONTRACTOR) ID MAY ONLY SIGN ON FROM
      * ITS START DATE TO ITS EXPIRY DATE INCLUSIVE. LIKE THE CONSOLE
      * CHECK, A REFUSAL ENDS THE ATTEMPTS AND DOES NOT COUNT TOWARDS
      * THE LOCKOUT. SIGN-OFF IS NOT CHECKED, SO A SESSION THAT RUNS
      * PAST MIDNIGHT ON THE EXPIRY DATE CAN STILL BE CLOSED.
       CHECK-TEMPORARY-ACCESS.
           MOVE WS-EMP-ID TO TA-EMP-ID
           READ TEMPACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   IF WS-CURRENT-DATE < TA-START-DATE
                       SET WS-TEMP-REFUSED TO TRUE
                       MOVE "TEMPORARY ID NOT YET ACTIVE"
                           TO WS-FAIL-REASON
                   END-IF
                   IF WS-CURRENT-DATE > TA-EXPIRY-DATE
                       SET WS-TEMP-REFUSED TO TRUE
                       MOVE "TEMPORARY ID EXPIRED" TO WS-FAIL-REASON
                   END-IF
           END-READ
           IF WS-TEMP-REFUSED
               SET VALID-INPUT-NO TO TRUE
               SET WS-MASTER-NOT-HIT TO TRUE
               MOVE 3 TO WS-ATTEMPT-COUNT
           END-IF.

      * THE CONSOLE ON THE PARM MUST BE ON THE CONSOLE TABLE AND
      * ALLOWED FOR THE OPERATOR'S DEPARTMENT. RETRYING THE ID CANNOT
      * CHANGE THE CONSOLE, SO A REFUSAL ENDS THE ATTEMPTS; IT DOES
      * NOT COUNT TOWARDS THE LOCKOUT - THE CREDENTIAL WAS RIGHT, THE
      * PLACE WAS WRONG. BULK ROSTER RUNS HAVE NO CONSOLE.
       CHECK-CONSOLE-ACCESS.
           SET WS-CONSOLE-ACCEPTED TO TRUE
           IF WS-CONSOLE-PARM(4:2) NOT = SPACES
                   OR WS-CONSOLE-ID = SPACES
               SET WS-CONSOLE-REFUSED TO TRUE
               MOVE "UNKNOWN CONSOLE ID" TO WS-FAIL-REASON
           ELSE
               MOVE WS-CONSOLE-ID TO CN-CONSOLE-ID
               READ CONSOLE-FILE
                   INVALID KEY
                       SET WS-CONSOLE-REFUSED TO TRUE
                       MOVE "UNKNOWN CONSOLE ID" TO WS-FAIL-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-CONSOLE-DEPARTMENT
                       IF WS-CONSOLE-DEPT-NOT-ALLOWED
                           SET WS-CONSOLE-REFUSED TO TRUE
                           MOVE "CONSOLE NOT ALLOWED FOR DEPARTMENT"
                               TO WS-FAIL-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-CONSOLE-REFUSED
               SET VALID-INPUT-NO TO TRUE
               SET WS-MASTER-NOT-HIT TO TRUE
               MOVE 3 TO WS-ATTEMPT-COUNT
           END-IF.

      * ALL TEN ALLOWED DEPARTMENTS BLANK MEANS EVERY DEPARTMENT.
       CHECK-CONSOLE-DEPARTMENT.
           IF CN-ALLOWED-DEPTS = SPACES
               SET WS-CONSOLE-DEPT-ALLOWED TO TRUE
           ELSE
               SET WS-CONSOLE-DEPT-NOT-ALLOWED TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                   IF CN-ALLOWED-DEPT(WS-SUB) = WS-EMP-DEPT
                           AND CN-ALLOWED-DEPT(WS-SUB) NOT = SPACES
                       SET WS-CONSOLE-DEPT-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * THE OPERATOR'S DEPARTMENT MAY CARRY A SIGN-ON WINDOW ON
      * DEPTTAB - PERMITTED SHIFT BANDS AND DAYS OF WEEK. OUTSIDE IT
      * THE SIGN-ON IS REFUSED UNLESS A SUPERVISOR HAS LEFT A SUPVOVR
      * CARD FOR THIS EMPLOYEE AND TODAY'S DATE; EVERY OVERRIDE USED
      * IS LOGGED TO OVRLOG. A DEPARTMENT WITH NO WINDOW (OR NOT ON
      * DEPTTAB) IS NOT RESTRICTED. LIKE THE CONSOLE CHECK, A REFUSAL
      * ENDS THE ATTEMPTS AND DOES NOT COUNT TOWARDS THE LOCKOUT.
      * ONLY THE SIGN-ON IS CHECKED - AN OPERATOR MAY ALWAYS SIGN
      * OFF, AND THE BULK RUN HAS NO OPERATOR AT A SCREEN.
       CHECK-SIGNON-WINDOW.
           SET WS-IN-WINDOW TO TRUE
           MOVE WS-EMP-DEPT TO DT-DEPT-CODE
           READ DEPTTAB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET-SIGNON-BAND-AND-DAY
                   IF DT-SIGNON-BANDS NOT = SPACES
                       IF DT-SIGNON-BAND(WS-WINDOW-BAND) NOT = 'Y'
                           SET WS-OUT-OF-WINDOW TO TRUE
                       END-IF
                   END-IF
                   IF DT-FIRST-DAY IS NUMERIC
                           AND DT-LAST-DAY IS NUMERIC
                       PERFORM CHECK-SIGNON-DAY
                   END-IF
           END-READ
           IF WS-OUT-OF-WINDOW
               PERFORM FIND-SUPERVISOR-OVERRIDE
               IF WS-OVERRIDE-FOUND
                   DISPLAY "HELLOTSO: OUTSIDE THE DEPARTMENT SIGN-ON "
                       "WINDOW - OVERRIDE BY SUPERVISOR "
                       WS-OVR-SUPV-ID " APPLIED."
                   PERFORM WRITE-OVRLOG-RECORD
               ELSE
                   SET WS-WINDOW-REFUSED TO TRUE
                   SET VALID-INPUT-NO TO TRUE
                   SET WS-MASTER-NOT-HIT TO TRUE
                   MOVE "OUTSIDE DEPARTMENT SIGN-ON WINDOW"
                       TO WS-FAIL-REASON
                   MOVE 3 TO WS-ATTEMPT-COUNT
               END-IF
           END-IF.

      * BANDS AS IN SHIFTRPT: NIGHTS 0000-0759, DAYS 0800-1559,
      * EVENINGS 1600-2359.
       GET-SIGNON-BAND-AND-DAY.
           ACCEPT WS-WINDOW-CLOCK FROM TIME
           COMPUTE WS-WINDOW-HHMM = WS-WINDOW-CLOCK / 10000
           IF WS-WINDOW-HHMM < 0800
               MOVE 1 TO WS-WINDOW-BAND
           ELSE
               IF WS-WINDOW-HHMM < 1600
                   MOVE 2 TO WS-WINDOW-BAND
               ELSE
                   MOVE 3 TO WS-WINDOW-BAND
               END-IF
           END-IF
           ACCEPT WS-WINDOW-DAY FROM DAY-OF-WEEK.

      * A FIRST DAY AFTER THE LAST DAY IS A RANGE THAT WRAPS PAST
      * SUNDAY (6 TO 1 = SATURDAY, SUNDAY, MONDAY).
       CHECK-SIGNON-DAY.
           IF DT-FIRST-DAY <= DT-LAST-DAY
               IF WS-WINDOW-DAY < DT-FIRST-DAY
                       OR WS-WINDOW-DAY > DT-LAST-DAY
                   SET WS-OUT-OF-WINDOW TO TRUE
               END-IF
           ELSE
               IF WS-WINDOW-DAY < DT-FIRST-DAY
                       AND WS-WINDOW-DAY > DT-LAST-DAY
                   SET WS-OUT-OF-WINDOW TO TRUE
               END-IF
           END-IF.

      * THE FIRST SUPVOVR CARD FOR THIS EMPLOYEE AND TODAY'S DATE
      * WINS. A CARD WITH NO SUPERVISOR, OR SIGNED BY THE OPERATOR
      * THEMSELVES, IS IGNORED. A MISSING SUPVOVR DATASET MEANS NO
      * OVERRIDES, AS WITH NOTICE.
       FIND-SUPERVISOR-OVERRIDE.
           SET WS-OVERRIDE-NOT-FOUND TO TRUE
           SET WS-SUPVOVR-NOT-EOF TO TRUE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT SUPVOVR-FILE
           IF WS-SUPVOVR-STATUS = "00"
               PERFORM UNTIL WS-SUPVOVR-EOF OR WS-OVERRIDE-FOUND
                   READ SUPVOVR-FILE
                       AT END
                           SET WS-SUPVOVR-EOF TO TRUE
                       NOT AT END
                           IF SO-EMP-ID = WS-EMP-ID
                                   AND SO-DATE IS NUMERIC
                                   AND SO-DATE = WS-CURRENT-DATE
                                   AND SO-SUPV-ID NOT = SPACES
                                   AND SO-SUPV-ID NOT = WS-EMP-ID
                               SET WS-OVERRIDE-FOUND TO TRUE
                               MOVE SO-SUPV-ID TO WS-OVR-SUPV-ID
                               MOVE SO-REASON TO WS-OVR-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPVOVR-FILE
           END-IF.

      * OVRLOG IS OPENED PER OVERRIDE, LIKE ACKLOG. IF IT CANNOT BE
      * OPENED THE SIGN-ON STILL COMPLETES (RC=4) AND THE OVERRIDE
      * IS SHOWN ON SYSOUT ONLY.
       WRITE-OVRLOG-RECORD.
           OPEN EXTEND OVRLOG-FILE
           IF WS-OVRLOG-STATUS = "00"
               MOVE SPACES TO OVRLOG-REC
               MOVE WS-CURRENT-DATE TO OL-DATE
               COMPUTE OL-TIME = WS-WINDOW-CLOCK / 100
               MOVE WS-EMP-ID TO OL-EMP-ID
               MOVE WS-EMP-DEPT TO OL-DEPT-CODE
               MOVE WS-CONSOLE-ID TO OL-CONSOLE-ID
               MOVE WS-WINDOW-BAND TO OL-BAND
               MOVE WS-OVR-SUPV-ID TO OL-SUPV-ID
               MOVE WS-OVR-REASON TO OL-REASON
               WRITE OVRLOG-REC
               CLOSE OVRLOG-FILE
           ELSE
               DISPLAY "HELLOTSO: OVRLOG FILE NOT AVAILABLE (STATUS "
                   WS-OVRLOG-STATUS ") - OVERRIDE NOT LOGGED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * LOCKLOG IS OPENED PER LOCKOUT, LIKE ACKLOG. IF IT CANNOT BE
      * OPENED THE LOCKOUT STILL STANDS ON EMPMAST (RC=4) BUT HR IS
      * NOT TOLD OF IT BY THE NEXT HRCHGEX RUN.
       WRITE-LOCKLOG-RECORD.
           OPEN EXTEND LOCKLOG-FILE
           IF WS-LOCKLOG-STATUS = "00"
               ACCEPT WS-LOCK-CLOCK FROM TIME
               MOVE SPACES TO LOCKLOG-REC
               MOVE WS-CURRENT-DATE TO LK-DATE
               COMPUTE LK-TIME = WS-LOCK-CLOCK / 100
               MOVE EM-EMP-ID TO LK-EMP-ID
               MOVE EM-EMP-NAME TO LK-EMP-NAME
               MOVE EM-DEPT-CODE TO LK-DEPT-CODE
               MOVE EM-FAIL-COUNT TO LK-FAIL-COUNT
               MOVE WS-CONSOLE-ID TO LK-CONSOLE-ID
               WRITE LOCKLOG-REC
               CLOSE LOCKLOG-FILE
           ELSE
               DISPLAY "HELLOTSO: LOCKLOG FILE NOT AVAILABLE (STATUS "
                   WS-LOCKLOG-STATUS ") - LOCKOUT NOT LOGGED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-HR-TERMINATION.

       WRITE-EXCEPTION-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           MOVE WS-CURRENT-DATE TO EX-DATE
           MOVE WS-CURRENT-TIME TO EX-TIME
           MOVE WS-EMP-ID TO EX-EMP-ID

       WRITE-GREETLOG-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           MOVE WS-CURRENT-DATE TO GL-DATE
           MOVE WS-CURRENT-TIME TO GL-TIME
           MOVE WS-EMP-ID TO GL-EMP-ID
           MOVE FUNCTION TRIM(WS-EMP-NAME) TO GL-EMP-NAME
           MOVE WS-LANG-CODE TO GL-LANG-CODE
           MOVE WS-GREET-REC-TYPE TO GL-REC-TYPE
           MOVE WS-CONSOLE-ID TO GL-CONSOLE-ID
           WRITE GREETLOG-REC.

       DISPLAY-MOTD-NOTICES.
               CLOSE MOTD-FILE
           END-IF.

      * PRESENTS EVERY MANDATORY NOTICE IN EFFECT TODAY THAT TARGETS
      * THE OPERATOR'S DEPARTMENT AND HAS NOT YET BEEN ACKNOWLEDGED
      * BY THIS OPERATOR. EACH ONE NEEDS AN "ACK" REPLY (3 TRIES,
      * LIKE THE ID PROMPT), LOGGED TO ACKLOG WITH THE DATE AND
      * TIME. A NOTICE LEFT UNACKNOWLEDGED STOPS THE SIGN-ON AND IS
      * LOGGED TO SIGNFAIL SO SECURITY SEES THE REFUSAL. A MISSING
      * NOTICE DATASET MEANS NO NOTICES, AS WITH MOTD.
       ACKNOWLEDGE-MANDATORY-NOTICES.
           SET WS-NOTICES-ACKNOWLEDGED TO TRUE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PENDING-NOTICES
           IF WS-PEND-COUNT > 0
               PERFORM MARK-ACKNOWLEDGED-NOTICES
           END-IF
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                       OR WS-NOTICE-REFUSED
               IF WS-PEND-NOT-ACKED(WS-PEND-SUB)
                   PERFORM PRESENT-MANDATORY-NOTICE
               END-IF
           END-PERFORM
           IF WS-NOTICE-REFUSED
               MOVE "MANDATORY NOTICE NOT ACKNOWLEDGED"
                   TO WS-FAIL-REASON
               PERFORM WRITE-SIGNFAIL-RECORD
           END-IF.

       LOAD-PENDING-NOTICES.
           MOVE 0 TO WS-PEND-COUNT
           SET WS-NOTICE-NOT-EOF TO TRUE
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
               PERFORM UNTIL WS-NOTICE-EOF
                   READ NOTICE-FILE
                       AT END
                           SET WS-NOTICE-EOF TO TRUE
                       NOT AT END
                           IF NT-HEADER
                                   AND NT-FROM-DATE IS NUMERIC
                                   AND NT-TO-DATE IS NUMERIC
                                   AND NT-FROM-DATE <= WS-CURRENT-DATE
                                   AND NT-TO-DATE >= WS-CURRENT-DATE
                               PERFORM CHECK-NOTICE-TARGET
                               IF WS-NOTICE-TARGETED
                                   PERFORM ADD-PENDING-NOTICE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF.

      * ALL FIVE TARGET DEPARTMENTS BLANK MEANS EVERY DEPARTMENT.
       CHECK-NOTICE-TARGET.
           IF NT-TARGET-DEPTS = SPACES
               SET WS-NOTICE-TARGETED TO TRUE
           ELSE
               SET WS-NOTICE-NOT-TARGETED TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF NT-TARGET-DEPT(WS-SUB) = WS-EMP-DEPT
                           AND NT-TARGET-DEPT(WS-SUB) NOT = SPACES
                       SET WS-NOTICE-TARGETED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       ADD-PENDING-NOTICE.
           IF WS-PEND-COUNT < 20
               ADD 1 TO WS-PEND-COUNT
               MOVE NT-NOTICE-ID TO WS-PEND-NOTICE-ID(WS-PEND-COUNT)
               SET WS-PEND-NOT-ACKED(WS-PEND-COUNT) TO TRUE
           ELSE
               DISPLAY "HELLOTSO: NOTICE TABLE FULL (20) - NOTICE "
                   NT-NOTICE-ID " NOT PRESENTED THIS SIGN-ON."
           END-IF.

       MARK-ACKNOWLEDGED-NOTICES.
           SET WS-ACKLOG-NOT-EOF TO TRUE
           OPEN INPUT ACKLOG-FILE
           IF WS-ACKLOG-STATUS = "00"
               PERFORM UNTIL WS-ACKLOG-EOF
                   READ ACKLOG-FILE
                       AT END
                           SET WS-ACKLOG-EOF TO TRUE
                       NOT AT END
                           IF AK-EMP-ID = WS-EMP-ID
                               PERFORM MATCH-ACKNOWLEDGED-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACKLOG-FILE
           END-IF.

       MATCH-ACKNOWLEDGED-NOTICE.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PEND-NOTICE-ID(WS-PEND-SUB) = AK-NOTICE-ID
                   SET WS-PEND-ACKED(WS-PEND-SUB) TO TRUE
               END-IF
           END-PERFORM.

       PRESENT-MANDATORY-NOTICE.
           DISPLAY "*** MANDATORY NOTICE "
               WS-PEND-NOTICE-ID(WS-PEND-SUB) " ***"
           SET WS-NOTICE-NOT-EOF TO TRUE
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
               PERFORM UNTIL WS-NOTICE-EOF
                   READ NOTICE-FILE
                       AT END
                           SET WS-NOTICE-EOF TO TRUE
                       NOT AT END
                           IF NT-TEXT-LINE AND NT-NOTICE-ID =
                                   WS-PEND-NOTICE-ID(WS-PEND-SUB)
                               DISPLAY FUNCTION TRIM(NT-TEXT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF
           MOVE 0 TO WS-REPLY-COUNT
           MOVE SPACES TO WS-ACK-REPLY
           PERFORM UNTIL WS-ACK-REPLY = "ACK" OR WS-REPLY-COUNT = 3
               ADD 1 TO WS-REPLY-COUNT
               DISPLAY "Type ACK to confirm you have read this "
                   "notice:"
               MOVE SPACES TO WS-ACK-REPLY
               ACCEPT WS-ACK-REPLY
               INSPECT WS-ACK-REPLY CONVERTING "ack" TO "ACK"
           END-PERFORM
           IF WS-ACK-REPLY = "ACK"
               PERFORM WRITE-ACKLOG-RECORD
           ELSE
               SET WS-NOTICE-REFUSED TO TRUE
               MOVE WS-PEND-NOTICE-ID(WS-PEND-SUB)
                   TO WS-REFUSED-NOTICE-ID
           END-IF.

      * ACKLOG IS OPENED PER ACKNOWLEDGEMENT, AFTER THE READ-BACK
      * ABOVE HAS CLOSED IT. IF IT CANNOT BE OPENED THE SIGN-ON
      * STILL COMPLETES (RC=4) - THE NOTICE IS SIMPLY PRESENTED
      * AGAIN NEXT TIME, SINCE NO ACKNOWLEDGEMENT WAS RECORDED.
       WRITE-ACKLOG-RECORD.
           OPEN EXTEND ACKLOG-FILE
           IF WS-ACKLOG-STATUS = "00"
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-CLOCK FROM TIME
               COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
               MOVE SPACES TO ACKLOG-REC
               MOVE WS-PEND-NOTICE-ID(WS-PEND-SUB) TO AK-NOTICE-ID
               MOVE WS-EMP-ID TO AK-EMP-ID
               MOVE WS-CURRENT-DATE TO AK-DATE
               MOVE WS-CURRENT-TIME TO AK-TIME
               WRITE ACKLOG-REC
               CLOSE ACKLOG-FILE
           ELSE
               DISPLAY "HELLOTSO: ACKLOG FILE NOT AVAILABLE (STATUS "
                   WS-ACKLOG-STATUS ") - ACKNOWLEDGEMENT NOT RECORDED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * SIGN-OFF: THE OPERATOR MAY LEAVE UP TO 5 LINES OF HANDOVER
      * NOTES FOR THE NEXT SHIFT IN THEIR DEPARTMENT. ANY REPLY BUT
      * "Y" MEANS NO NOTES, SO A LEFTOVER SYSIN ID CARD IN A BATCH
      * DECK IS NEVER TAKEN AS NOTE TEXT.
       CAPTURE-HANDOVER-NOTES.
           MOVE 0 TO WS-HAND-LINE-COUNT
           DISPLAY "Any handover notes for the next shift? (Y/N):"
           MOVE SPACES TO WS-HAND-REPLY
           ACCEPT WS-HAND-REPLY
           INSPECT WS-HAND-REPLY CONVERTING "y" TO "Y"
           IF WS-HAND-REPLY = "Y"
               DISPLAY "Enter up to 5 lines of notes; a blank line "
                   "ends the notes:"
               SET WS-HAND-INPUT-NOT-DONE TO TRUE
               PERFORM UNTIL WS-HAND-INPUT-DONE
                       OR WS-HAND-LINE-COUNT = 5
                   MOVE SPACES TO WS-HAND-INPUT
                   ACCEPT WS-HAND-INPUT
                   IF WS-HAND-INPUT = SPACES
                           OR WS-HAND-INPUT = LOW-VALUES
                       SET WS-HAND-INPUT-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-HAND-LINE-COUNT
                       MOVE WS-HAND-INPUT
                           TO WS-HAND-LINE(WS-HAND-LINE-COUNT)
                   END-IF
               END-PERFORM
               IF WS-HAND-LINE-COUNT > 0
                   PERFORM WRITE-HANDOVER-NOTES
               END-IF
           END-IF.

      * THE SIGN-OFF IS ALREADY ON GREETLOG, SO A HANDOVER FILE
      * PROBLEM ONLY LOSES THE NOTES - RC=4, NOT A FAILED SIGN-OFF.
       WRITE-HANDOVER-NOTES.
           OPEN I-O HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               DISPLAY "HELLOTSO: HANDOVER FILE NOT AVAILABLE (STATUS "
                   WS-HANDOVER-STATUS ") - NOTES NOT RECORDED."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-CLOCK FROM TIME
               COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
               PERFORM FIND-FREE-HANDOVER-BLOCK
               IF WS-HAND-SLOT-FREE
                   PERFORM VARYING WS-HAND-SUB FROM 1 BY 1
                           UNTIL WS-HAND-SUB > WS-HAND-LINE-COUNT
                       PERFORM WRITE-HANDOVER-LINE
                   END-PERFORM
                   DISPLAY "Handover notes recorded for department "
                       WS-EMP-DEPT "."
               ELSE
                   DISPLAY "HELLOTSO: NO FREE HANDOVER KEY FOR "
                       WS-EMP-DEPT " " WS-CURRENT-DATE " "
                       WS-CURRENT-TIME " - NOTES NOT RECORDED."
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE HANDOVER-FILE
           END-IF.

      * ANOTHER SIGN-OFF FROM THE SAME DEPARTMENT IN THE SAME SECOND
      * HAS ALREADY TAKEN BLOCK 0 - MOVE UP A BLOCK OF TEN.
       FIND-FREE-HANDOVER-BLOCK.
           MOVE 0 TO WS-HAND-BASE
           SET WS-HAND-SLOT-TAKEN TO TRUE
           PERFORM UNTIL WS-HAND-SLOT-FREE OR WS-HAND-BASE > 90
               MOVE WS-EMP-DEPT TO HO-DEPT-CODE
               MOVE WS-CURRENT-DATE TO HO-DATE
               MOVE WS-CURRENT-TIME TO HO-TIME
               COMPUTE HO-SEQ = WS-HAND-BASE + 1
               READ HANDOVER-FILE
                   INVALID KEY
                       SET WS-HAND-SLOT-FREE TO TRUE
                   NOT INVALID KEY
                       ADD 10 TO WS-HAND-BASE
               END-READ
           END-PERFORM.

       WRITE-HANDOVER-LINE.
           MOVE SPACES TO HANDOVER-REC
           MOVE WS-EMP-DEPT TO HO-DEPT-CODE
           MOVE WS-CURRENT-DATE TO HO-DATE
           MOVE WS-CURRENT-TIME TO HO-TIME
           COMPUTE HO-SEQ = WS-HAND-BASE + WS-HAND-SUB
           MOVE WS-EMP-ID TO HO-EMP-ID
           SET HO-OPEN TO TRUE
           MOVE 0 TO HO-CARRY-COUNT
           MOVE 0 TO HO-ACTION-DATE
           MOVE 0 TO HO-ACTION-TIME
           MOVE WS-HAND-LINE(WS-HAND-SUB) TO HO-NOTE-TEXT
           WRITE HANDOVER-REC
               INVALID KEY
                   DISPLAY "HELLOTSO: HANDOVER KEY " HO-KEY
                       " ALREADY ON FILE - NOTE LINE NOT RECORDED."
           END-WRITE.

      * SIGN-ON: EVERY OPEN HANDOVER FOR THE OPERATOR'S DEPARTMENT IS
      * SHOWN AFTER THE GREETING, OLDEST FIRST, AND THE OPERATOR
      * MARKS EACH ONE READ ("R") OR CARRIES IT FORWARD (ANY OTHER
      * REPLY, INCLUDING JUST ENTER) FOR THE NEXT SHIFT. NOTES NEVER
      * STOP A SIGN-ON: A MISSING FILE IS REPORTED AND SKIPPED.
       DISPLAY-HANDOVER-NOTES.
           OPEN I-O HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               DISPLAY "HELLOTSO: HANDOVER FILE NOT AVAILABLE (STATUS "
                   WS-HANDOVER-STATUS ") - HANDOVER NOTES NOT SHOWN."
           ELSE
               PERFORM LOAD-OPEN-HANDOVER-NOTES
               IF WS-OPEN-COUNT > 0
                   PERFORM SHOW-OPEN-HANDOVER-NOTES
               END-IF
               CLOSE HANDOVER-FILE
           END-IF.

       LOAD-OPEN-HANDOVER-NOTES.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE WS-EMP-DEPT TO HO-DEPT-CODE
           MOVE 0 TO HO-DATE
           MOVE 0 TO HO-TIME
           MOVE 0 TO HO-SEQ
           SET WS-HAND-BROWSE-NOT-DONE TO TRUE
           START HANDOVER-FILE KEY >= HO-KEY
               INVALID KEY
                   SET WS-HAND-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-HAND-BROWSE-DONE
               READ HANDOVER-FILE NEXT
                   AT END
                       SET WS-HAND-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF HO-DEPT-CODE NOT = WS-EMP-DEPT
                           SET WS-HAND-BROWSE-DONE TO TRUE
                       ELSE
                           IF HO-OPEN
                               PERFORM ADD-OPEN-HANDOVER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OPEN-HANDOVER-LINE.
           IF WS-OPEN-COUNT < 50
               ADD 1 TO WS-OPEN-COUNT
               MOVE HO-KEY TO WS-OPEN-KEY(WS-OPEN-COUNT)
               MOVE HO-EMP-ID TO WS-OPEN-EMP-ID(WS-OPEN-COUNT)
               MOVE HO-CARRY-COUNT
                   TO WS-OPEN-CARRY-COUNT(WS-OPEN-COUNT)
               MOVE HO-NOTE-TEXT TO WS-OPEN-TEXT(WS-OPEN-COUNT)
           ELSE
               SET WS-HAND-BROWSE-DONE TO TRUE
               DISPLAY "HELLOTSO: HANDOVER TABLE FULL (50) - LATER "
                   "NOTES SHOWN AT THE NEXT SIGN-ON."
           END-IF.

      * ONE HEADER PER HANDOVER; THE OPERATOR'S REPLY IS TAKEN WHEN
      * THE NEXT HANDOVER STARTS, AND FOR THE LAST ONE AFTER THE
      * LOOP.
       SHOW-OPEN-HANDOVER-NOTES.
           DISPLAY "Open handover notes for department " WS-EMP-DEPT
               ":"
           MOVE 1 TO WS-GROUP-START
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OPEN-SUB = 1
                   PERFORM DISPLAY-HANDOVER-HEADER
               ELSE IF WS-OPEN-KEY(WS-OPEN-SUB)(1:19) NOT =
                       WS-OPEN-KEY(WS-OPEN-SUB - 1)(1:19)
                   COMPUTE WS-GROUP-END = WS-OPEN-SUB - 1
                   PERFORM ASK-HANDOVER-ACTION
                   MOVE WS-OPEN-SUB TO WS-GROUP-START
                   PERFORM DISPLAY-HANDOVER-HEADER
               END-IF
               END-IF
               DISPLAY "  " FUNCTION TRIM(WS-OPEN-TEXT(WS-OPEN-SUB))
           END-PERFORM
           MOVE WS-OPEN-COUNT TO WS-GROUP-END
           PERFORM ASK-HANDOVER-ACTION.

       DISPLAY-HANDOVER-HEADER.
           IF WS-OPEN-CARRY-COUNT(WS-OPEN-SUB) IS NUMERIC
                   AND WS-OPEN-CARRY-COUNT(WS-OPEN-SUB) > 0
               DISPLAY "--- From " WS-OPEN-EMP-ID(WS-OPEN-SUB)
                   " at sign-off " WS-OPEN-DATE(WS-OPEN-SUB) " "
                   WS-OPEN-TIME(WS-OPEN-SUB) " (carried forward "
                   WS-OPEN-CARRY-COUNT(WS-OPEN-SUB) " times):"
           ELSE
               DISPLAY "--- From " WS-OPEN-EMP-ID(WS-OPEN-SUB)
                   " at sign-off " WS-OPEN-DATE(WS-OPEN-SUB) " "
                   WS-OPEN-TIME(WS-OPEN-SUB) ":"
           END-IF.

       ASK-HANDOVER-ACTION.
           DISPLAY "Enter R to mark this handover read, or press "
               "Enter to carry it forward:"
           MOVE SPACES TO WS-HAND-REPLY
           ACCEPT WS-HAND-REPLY
           INSPECT WS-HAND-REPLY CONVERTING "r" TO "R"
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           PERFORM VARYING WS-HAND-SUB FROM WS-GROUP-START BY 1
                   UNTIL WS-HAND-SUB > WS-GROUP-END
               PERFORM UPDATE-HANDOVER-LINE
           END-PERFORM
           IF WS-HAND-REPLY = "R"
               DISPLAY "Handover marked read."
           ELSE
               DISPLAY "Handover carried forward."
           END-IF.

      * A LINE ANOTHER OPERATOR HAS MARKED READ MEANWHILE IS LEFT
      * ALONE.
       UPDATE-HANDOVER-LINE.
           MOVE WS-OPEN-KEY(WS-HAND-SUB) TO HO-KEY
           READ HANDOVER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HO-OPEN
                       IF WS-HAND-REPLY = "R"
                           SET HO-READ TO TRUE
                       ELSE
                           IF HO-CARRY-COUNT NOT NUMERIC
                               MOVE 0 TO HO-CARRY-COUNT
                           END-IF
                           IF HO-CARRY-COUNT < 99
                               ADD 1 TO HO-CARRY-COUNT
                           END-IF
                       END-IF
                       MOVE WS-EMP-ID TO HO-ACTION-EMP-ID
                       MOVE WS-CURRENT-DATE TO HO-ACTION-DATE
                       MOVE WS-CURRENT-TIME TO HO-ACTION-TIME
                       REWRITE HANDOVER-REC
                   END-IF
           END-READ.

       PROCESS-BULK-ROSTER.
           OPEN EXTEND GREETLOG-FILE
           OPEN INPUT ROSTERIN-FILE
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT HRTERM-FILE
           OPEN I-O TEMPACC-FILE
           OPEN EXTEND TERMEXCP-FILE
           OPEN EXTEND SIGNFAIL-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "HELLOTSO: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - BULK RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
           ELSE IF WS-HRTERM-STATUS NOT = "00"
               DISPLAY "HELLOTSO: HRTERM FILE NOT AVAILABLE (STATUS "
                   WS-HRTERM-STATUS ") - BULK RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
           ELSE IF WS-TEMPACC-STATUS NOT = "00"
               DISPLAY "HELLOTSO: TEMPACC FILE NOT AVAILABLE (STATUS "
                   WS-TEMPACC-STATUS ") - BULK RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
           ELSE
               PERFORM PROCESS-BULK-ROSTER-RECORDS
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
               CLOSE TEMPACC-FILE
               CLOSE ROSTEROUT-FILE
               CLOSE ROSTERRJ-FILE
           END-IF
           END-IF
           END-IF
           CLOSE GREETLOG-FILE
           CLOSE ROSTERIN-FILE
           CLOSE TERMEXCP-FILE
           CLOSE SIGNFAIL-FILE.

       PROCESS-BULK-ROSTER-RECORDS.
           PERFORM LOAD-CHECKPOINT
      *    SAME VALIDATION CONTRACT AS THE ONLINE SIGN-ON SCREEN:
      *    ID FORMAT CHECK, EMPMAST LOOKUP, AND HRTERM TERMINATION
      *    CROSS-CHECK (WHICH LOGS TERMINATION HITS TO TERMEXCP).
      *    A TEMPORARY ID OUTSIDE ITS WINDOW IS ALSO LOGGED TO
      *    SIGNFAIL, AS IT WOULD BE AT THE SIGN-ON SCREEN.
           MOVE RR-EMP-ID TO WS-EMP-ID
           SET WS-EMPLOYEE-ACTIVE TO TRUE
           PERFORM VALIDATE-EMPLOYEE-ID
           IF WS-TEMP-REFUSED
               PERFORM WRITE-SIGNFAIL-RECORD
           END-IF.

       WRITE-ROSTER-REJECT.
           MOVE SPACES TO ROSTERRJ-REC
           MOVE RR-EMP-ID TO RX-EMP-ID
           MOVE RR-EMP-NAME TO RX-EMP-NAME
           MOVE WS-FAIL-REASON TO RX-REASON
           WRITE ROSTERRJ-REC
           ADD 1 TO WS-LEDG-REJECTS.

       WRITE-ROSTER-GREETING.
           MOVE SPACES TO ROSTEROUT-REC
               INTO RO-GREETING-LINE
           END-STRING
           WRITE ROSTEROUT-REC
           ADD 1 TO WS-LEDG-RECORDS-OUT
           PERFORM WRITE-GREETLOG-RECORD.

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
               MOVE "HELLOTSO" TO RL-PROGRAM-ID
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
               DISPLAY "HELLOTSO: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
