       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    SIGNRPT.
       AUTHOR.        STUDENT.
      *
      * NIGHTLY FAILED SIGN-ON ANALYSIS FOR SECURITY. HELLOTSO LOGS
      * EVERY FAILED ATTEMPT TO SIGNFAIL, BUT UNTIL NOW NOTHING READ
      * IT BACK. THIS REPORT HAS THREE SECTIONS:
      *
      *   1. FAILURE BURSTS ON THE REPORT DATE - EITHER SEVERAL
      *      FAILURES AGAINST THE SAME ID, OR MANY DIFFERENT IDS
      *      THAT ARE NOT ON THE MASTER, INSIDE A SHORT SLIDING TIME
      *      WINDOW. THE FIRST LOOKS LIKE SOMEONE GUESSING AT ONE
      *      OPERATOR'S ID, THE SECOND LIKE SOMEONE PROBING FOR
      *      VALID IDS. A BURST IS PRINTED ONCE, AT THE FAILURE THAT
      *      TIPS THE COUNT OVER THE THRESHOLD.
      *   2. THE REPORT DATE'S FAILURES GROUPED BY SF-REASON.
      *   3. EVERY EMPMAST RECORD CURRENTLY LOCKED OUT (EM-LOCKOUT-SW
      *      = 'L') WITH ITS EM-FAIL-COUNT AND THE DATE/TIME OF ITS
      *      LAST SIGNFAIL RECORD (ANY DATE), SO SUPERVISORS SEE WHO
      *      IS LOCKED OUT BEFORE THE OPERATOR PHONES IN.
      *
      * THE SYSIN CONTROL CARD CARRIES THE REPORT DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY), THE BURST
      * WINDOW IN MINUTES (COLUMNS 10-12, DEFAULT 10), THE NUMBER OF
      * FAILURES AGAINST ONE ID THAT MAKES A BURST (COLUMNS 14-15,
      * DEFAULT 3) AND THE NUMBER OF DISTINCT UNKNOWN IDS THAT MAKES
      * A PROBE (COLUMNS 17-18, DEFAULT 5). A BLANK, NON-NUMERIC OR
      * ZERO FIELD TAKES ITS DEFAULT.
      *
      * SIGNFAIL IS CHRONOLOGICAL (DISP=MOD, APPENDED AS FAILURES
      * HAPPEN), SO THE WINDOW IS A TABLE OF RECENT FAILURES THAT
      * DROPS ENTRIES FROM THE FRONT AS THEY AGE OUT. TIMES ARE
      * CONVERTED TO SECONDS FROM THE INTEGER DATE BASE, AND THE DAY
      * BEFORE THE REPORT DATE IS FED INTO THE WINDOW TOO (BUT NOT
      * REPORTED), SO A BURST RUNNING ACROSS MIDNIGHT IS STILL SEEN.
      *
      * RC=4 MEANS AT LEAST ONE BURST WAS FLAGGED (OR SIGNFAIL WAS
      * NOT AVAILABLE) - SECURITY REVIEWS THE SIGNRPT LISTING. AN
      * UNAVAILABLE EMPMAST ENDS THE RUN RC=16.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNFAIL-FILE ASSIGN TO "SIGNFAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNFAIL-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SIGNRPT-FILE ASSIGN TO "SIGNRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  SIGNFAIL-FILE
           RECORDING MODE IS F.
       01  SIGNFAIL-REC.
           COPY signfail.

       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  SIGNRPT-FILE
           RECORDING MODE IS F.
       01  SIGNRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-SIGNFAIL-STATUS          PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-MASTER-EOF-SW            PIC X      VALUE 'N'.
           88  WS-MASTER-EOF                      VALUE 'Y'.

       01  WS-FOUND-SW                 PIC X      VALUE 'N'.
           88  WS-FOUND                           VALUE 'Y'.
           88  WS-NOT-FOUND                       VALUE 'N'.

       01  WS-WINDOW-FULL-SW           PIC X      VALUE 'N'.
           88  WS-WINDOW-FULL-REPORTED            VALUE 'Y'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-WINDOW-MIN       PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-CTL-ID-LIMIT         PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-CTL-PROBE-LIMIT      PIC X(2).

       01  WS-REPORT-DATE              PIC 9(8)   VALUE 0.
       01  WS-PRIOR-DATE               PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-WINDOW-MINUTES           PIC 9(3)   VALUE 10.
       01  WS-ID-LIMIT                 PIC 9(2)   VALUE 3.
       01  WS-PROBE-LIMIT              PIC 9(2)   VALUE 5.

       01  WS-UNKNOWN-REASON           PIC X(35)  VALUE
           "NOT ON EMPLOYEE MASTER".

      * SECONDS FROM THE INTEGER DATE BASE - DATE * 86400 PLUS THE
      * TIME OF DAY - SO THE WINDOW ARITHMETIC IGNORES MIDNIGHT.
       01  WS-EVENT-SECONDS            PIC 9(11)  VALUE 0.
       01  WS-WINDOW-START             PIC 9(11)  VALUE 0.
       01  WS-WORK-TIME                PIC 9(6)   VALUE 0.
       01  WS-WORK-TIME-SPLIT REDEFINES WS-WORK-TIME.
           05  WS-WORK-HH              PIC 9(2).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-SS              PIC 9(2).

      * RECENT FAILURES STILL INSIDE THE BURST WINDOW, OLDEST
      * FIRST. ON OVERFLOW THE OLDEST ENTRY IS DROPPED, WHICH CAN
      * ONLY UNDERSTATE A BURST THAT IS ALREADY 500 FAILURES DEEP.
       01  WS-WIN-COUNT                PIC 9(3)   VALUE 0.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 500 TIMES.
               10  WS-WIN-SECONDS      PIC 9(11).
               10  WS-WIN-EMP-ID       PIC X(8).
               10  WS-WIN-UNKNOWN-SW   PIC X(1).
                   88  WS-WIN-UNKNOWN             VALUE 'Y'.

       01  WS-EVENT-UNKNOWN-SW         PIC X      VALUE 'N'.
           88  WS-EVENT-UNKNOWN                   VALUE 'Y'.
           88  WS-EVENT-KNOWN                     VALUE 'N'.

       01  WS-ID-HITS                  PIC 9(3)   VALUE 0.
       01  WS-DISTINCT-UNKNOWN         PIC 9(3)   VALUE 0.

      * FAILURE COUNTS BY SF-REASON FOR THE REPORT DATE - 20
      * REASONS IS FAR MORE THAN HELLOTSO WRITES.
       01  WS-REASON-COUNT             PIC 9(2)   VALUE 0.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-RSN-TEXT         PIC X(35).
               10  WS-RSN-FAILURES     PIC 9(7).

      * EMPMAST RECORDS CURRENTLY LOCKED OUT, LOADED BEFORE THE
      * SIGNFAIL PASS SO THE PASS CAN PICK UP EACH ONE'S LAST
      * FAILURE.
       01  WS-LOCK-COUNT               PIC 9(3)   VALUE 0.
       01  WS-LOCK-TABLE.
           05  WS-LOCK-ENTRY OCCURS 500 TIMES.
               10  WS-LCK-EMP-ID       PIC X(8).
               10  WS-LCK-EMP-NAME     PIC X(20).
               10  WS-LCK-DEPT-CODE    PIC X(4).
               10  WS-LCK-FAIL-COUNT   PIC 9(2).
               10  WS-LCK-LAST-DATE    PIC 9(8).
               10  WS-LCK-LAST-TIME    PIC 9(6).

       01  WS-SUB                      PIC 9(3)   VALUE 0.
       01  WS-SUB2                     PIC 9(3)   VALUE 0.
       01  WS-HIT-SUB                  PIC 9(3)   VALUE 0.

       01  WS-READ-COUNT               PIC 9(7)   VALUE 0.
       01  WS-DAY-FAIL-COUNT           PIC 9(7)   VALUE 0.
       01  WS-BURST-COUNT              PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(32)  VALUE
               "FAILED SIGN-ON ANALYSIS FOR ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(7)   VALUE " - RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-BURST-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-BST-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-BST-TIME             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-BST-TYPE             PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-BST-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-BST-COUNT            PIC ZZ9.
           05  WS-BST-WHAT             PIC X(16).
           05  WS-BST-MINUTES          PIC ZZ9.
           05  FILLER                  PIC X(4)   VALUE " MIN".
           05  FILLER                  PIC X(5)   VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RSL-REASON           PIC X(35).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RSL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(34)  VALUE SPACES.

       01  WS-LOCK-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LKL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LKL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "DEPT ".
           05  WS-LKL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "FAILS:".
           05  WS-LKL-FAIL-COUNT       PIC Z9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-LKL-LAST-FAILURE.
               10  WS-LKL-LAST-DATE    PIC 9(8).
               10  FILLER              PIC X(1)   VALUE SPACES.
               10  WS-LKL-LAST-TIME    PIC 9(6).
           05  WS-LKL-NO-FAILURE REDEFINES WS-LKL-LAST-FAILURE
                                       PIC X(15).
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
           OPEN INPUT EMPMAST-FILE
           OPEN OUTPUT SIGNRPT-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "SIGNRPT: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM PRINT-REPORT-HEADING
               PERFORM LOAD-LOCKED-OUT-IDS
               CLOSE EMPMAST-FILE
               PERFORM SCAN-SIGNFAIL-RECORDS
               PERFORM PRINT-REASON-SUMMARY
               PERFORM PRINT-LOCKED-OUT-IDS
               PERFORM PRINT-RUN-TOTALS
           END-IF
           CLOSE SIGNRPT-FILE
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-READ-COUNT TO WS-LEDG-RECORDS-IN
           COMPUTE WS-LEDG-RECORDS-OUT =
               WS-BURST-COUNT + WS-LOCK-COUNT
           MOVE WS-DAY-FAIL-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-REPORT-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           IF WS-CTL-WINDOW-MIN IS NUMERIC
                   AND WS-CTL-WINDOW-MIN > "000"
               MOVE WS-CTL-WINDOW-MIN TO WS-WINDOW-MINUTES
           END-IF
           IF WS-CTL-ID-LIMIT IS NUMERIC
                   AND WS-CTL-ID-LIMIT > "00"
               MOVE WS-CTL-ID-LIMIT TO WS-ID-LIMIT
           END-IF
           IF WS-CTL-PROBE-LIMIT IS NUMERIC
                   AND WS-CTL-PROBE-LIMIT > "00"
               MOVE WS-CTL-PROBE-LIMIT TO WS-PROBE-LIMIT
           END-IF
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1).

       PRINT-REPORT-HEADING.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE SIGNRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-WINDOW-MINUTES TO WS-EDIT-COUNT
           STRING "BURST RULES: WINDOW " WS-EDIT-COUNT " MIN, "
                   WS-ID-LIMIT " FAILURES AGAINST ONE ID, "
                   WS-PROBE-LIMIT " UNKNOWN IDS"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE "SECTION 1 - FAILURE BURSTS:" TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE.

       LOAD-LOCKED-OUT-IDS.
           MOVE LOW-VALUES TO EM-EMP-ID
           START EMPMAST-FILE KEY >= EM-EMP-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ EMPMAST-FILE NEXT
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       IF EM-LOCKED-OUT
                           PERFORM ADD-LOCKED-OUT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-LOCKED-OUT-ENTRY.
           IF WS-LOCK-COUNT < 500
               ADD 1 TO WS-LOCK-COUNT
               MOVE EM-EMP-ID TO WS-LCK-EMP-ID(WS-LOCK-COUNT)
               MOVE EM-EMP-NAME TO WS-LCK-EMP-NAME(WS-LOCK-COUNT)
               MOVE EM-DEPT-CODE TO WS-LCK-DEPT-CODE(WS-LOCK-COUNT)
               IF EM-FAIL-COUNT IS NUMERIC
                   MOVE EM-FAIL-COUNT
                       TO WS-LCK-FAIL-COUNT(WS-LOCK-COUNT)
               ELSE
                   MOVE 0 TO WS-LCK-FAIL-COUNT(WS-LOCK-COUNT)
               END-IF
               MOVE 0 TO WS-LCK-LAST-DATE(WS-LOCK-COUNT)
               MOVE 0 TO WS-LCK-LAST-TIME(WS-LOCK-COUNT)
           ELSE
               DISPLAY "SIGNRPT: LOCKOUT TABLE FULL (500) - "
                   EM-EMP-ID " NOT LISTED."
           END-IF.

       SCAN-SIGNFAIL-RECORDS.
           OPEN INPUT SIGNFAIL-FILE
           IF WS-SIGNFAIL-STATUS NOT = "00"
               DISPLAY "SIGNRPT: SIGNFAIL FILE NOT AVAILABLE (STATUS "
                   WS-SIGNFAIL-STATUS ") - NO FAILURES ANALYSED."
               MOVE "  *** SIGNFAIL NOT AVAILABLE - SEE SYSOUT ***"
                   TO WS-TEXT-LINE
               WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-NEXT-SIGNFAIL-RECORD
               PERFORM PROCESS-SIGNFAIL-RECORD UNTIL WS-EOF
               CLOSE SIGNFAIL-FILE
               IF WS-BURST-COUNT = 0
                   MOVE "  (NONE)" TO WS-TEXT-LINE
                   WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF.

      * EVERY RECORD, WHATEVER ITS DATE, CAN BE THE LAST FAILURE OF
      * A LOCKED-OUT ID; ONLY THE REPORT DATE AND THE DAY BEFORE IT
      * FEED THE BURST WINDOW, AND ONLY THE REPORT DATE IS COUNTED
      * AND FLAGGED.
       PROCESS-SIGNFAIL-RECORD.
           PERFORM NOTE-LOCKED-OUT-FAILURE
           IF SF-DATE >= WS-PRIOR-DATE AND SF-DATE <= WS-REPORT-DATE
               PERFORM CHECK-FAILURE-BURST
           END-IF
           IF SF-DATE = WS-REPORT-DATE
               ADD 1 TO WS-DAY-FAIL-COUNT
               PERFORM TALLY-FAILURE-REASON
           END-IF
           PERFORM READ-NEXT-SIGNFAIL-RECORD.

       NOTE-LOCKED-OUT-FAILURE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOCK-COUNT
               IF WS-LCK-EMP-ID(WS-SUB) = SF-EMP-ID
                   MOVE SF-DATE TO WS-LCK-LAST-DATE(WS-SUB)
                   MOVE SF-TIME TO WS-LCK-LAST-TIME(WS-SUB)
               END-IF
           END-PERFORM.

       CHECK-FAILURE-BURST.
           MOVE SF-TIME TO WS-WORK-TIME
           COMPUTE WS-EVENT-SECONDS =
               FUNCTION INTEGER-OF-DATE(SF-DATE) * 86400
               + WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
           IF WS-EVENT-SECONDS > WS-WINDOW-MINUTES * 60
               COMPUTE WS-WINDOW-START =
                   WS-EVENT-SECONDS - WS-WINDOW-MINUTES * 60
           ELSE
               MOVE 0 TO WS-WINDOW-START
           END-IF
           PERFORM DROP-OLDEST-WINDOW-ENTRY
               UNTIL WS-WIN-COUNT = 0
                  OR WS-WIN-SECONDS(1) >= WS-WINDOW-START
           IF SF-REASON = WS-UNKNOWN-REASON
               SET WS-EVENT-UNKNOWN TO TRUE
           ELSE
               SET WS-EVENT-KNOWN TO TRUE
           END-IF
      *    HITS ALREADY IN THE WINDOW FOR THIS ID, AND WHETHER THIS
      *    UNKNOWN ID IS A NEW ONE FOR THE WINDOW
           MOVE 0 TO WS-ID-HITS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WIN-COUNT
               IF WS-WIN-EMP-ID(WS-SUB) = SF-EMP-ID
                   ADD 1 TO WS-ID-HITS
               END-IF
           END-PERFORM
           IF WS-EVENT-UNKNOWN AND WS-ID-HITS = 0
               PERFORM COUNT-DISTINCT-UNKNOWN-IDS
           END-IF
           PERFORM ADD-WINDOW-ENTRY
           IF SF-DATE = WS-REPORT-DATE
               IF WS-ID-HITS + 1 = WS-ID-LIMIT
                   MOVE "REPEATED ID" TO WS-BST-TYPE
                   MOVE WS-ID-LIMIT TO WS-BST-COUNT
                   MOVE " FAILURES IN" TO WS-BST-WHAT
                   PERFORM WRITE-BURST-LINE
               END-IF
               IF WS-EVENT-UNKNOWN AND WS-ID-HITS = 0
                       AND WS-DISTINCT-UNKNOWN + 1 = WS-PROBE-LIMIT
                   MOVE "UNKNOWN ID PROBE" TO WS-BST-TYPE
                   MOVE WS-PROBE-LIMIT TO WS-BST-COUNT
                   MOVE " UNKNOWN IDS IN" TO WS-BST-WHAT
                   PERFORM WRITE-BURST-LINE
               END-IF
           END-IF.

       DROP-OLDEST-WINDOW-ENTRY.
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-WIN-COUNT
               COMPUTE WS-SUB2 = WS-SUB - 1
               MOVE WS-WIN-ENTRY(WS-SUB) TO WS-WIN-ENTRY(WS-SUB2)
           END-PERFORM
           SUBTRACT 1 FROM WS-WIN-COUNT.

      * AN UNKNOWN ID IS COUNTED ONCE HOWEVER MANY TIMES IT WAS
      * TRIED - ONLY ITS FIRST APPEARANCE IN THE WINDOW COUNTS.
       COUNT-DISTINCT-UNKNOWN-IDS.
           MOVE 0 TO WS-DISTINCT-UNKNOWN
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WIN-COUNT
               IF WS-WIN-UNKNOWN(WS-SUB)
                   SET WS-NOT-FOUND TO TRUE
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 >= WS-SUB
                       IF WS-WIN-EMP-ID(WS-SUB2) = WS-WIN-EMP-ID(WS-SUB)
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-NOT-FOUND
                       ADD 1 TO WS-DISTINCT-UNKNOWN
                   END-IF
               END-IF
           END-PERFORM.

       ADD-WINDOW-ENTRY.
           IF WS-WIN-COUNT >= 500
               IF NOT WS-WINDOW-FULL-REPORTED
                   DISPLAY "SIGNRPT: BURST WINDOW TABLE FULL (500) - "
                       "OLDEST ENTRIES DROPPED."
                   SET WS-WINDOW-FULL-REPORTED TO TRUE
               END-IF
               PERFORM DROP-OLDEST-WINDOW-ENTRY
           END-IF
           ADD 1 TO WS-WIN-COUNT
           MOVE WS-EVENT-SECONDS TO WS-WIN-SECONDS(WS-WIN-COUNT)
           MOVE SF-EMP-ID TO WS-WIN-EMP-ID(WS-WIN-COUNT)
           MOVE WS-EVENT-UNKNOWN-SW TO WS-WIN-UNKNOWN-SW(WS-WIN-COUNT).

       WRITE-BURST-LINE.
           MOVE SF-DATE TO WS-BST-DATE
           MOVE SF-TIME TO WS-BST-TIME
           MOVE SF-EMP-ID TO WS-BST-EMP-ID
           MOVE WS-WINDOW-MINUTES TO WS-BST-MINUTES
           WRITE SIGNRPT-LINE FROM WS-BURST-LINE
           ADD 1 TO WS-BURST-COUNT.

       TALLY-FAILURE-REASON.
           MOVE 0 TO WS-HIT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REASON-COUNT
               IF WS-RSN-TEXT(WS-SUB) = SF-REASON
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-HIT-SUB = 0
               IF WS-REASON-COUNT < 20
                   ADD 1 TO WS-REASON-COUNT
                   MOVE SF-REASON TO WS-RSN-TEXT(WS-REASON-COUNT)
                   MOVE 0 TO WS-RSN-FAILURES(WS-REASON-COUNT)
                   MOVE WS-REASON-COUNT TO WS-HIT-SUB
               ELSE
                   DISPLAY "SIGNRPT: REASON TABLE FULL (20) - "
                       "FAILURES ROLLED INTO THE LAST ENTRY."
                   MOVE WS-REASON-COUNT TO WS-HIT-SUB
               END-IF
           END-IF
           ADD 1 TO WS-RSN-FAILURES(WS-HIT-SUB).

       PRINT-REASON-SUMMARY.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE "SECTION 2 - FAILURES BY REASON:" TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           IF WS-REASON-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REASON-COUNT
               MOVE WS-RSN-TEXT(WS-SUB) TO WS-RSL-REASON
               MOVE WS-RSN-FAILURES(WS-SUB) TO WS-RSL-COUNT
               WRITE SIGNRPT-LINE FROM WS-REASON-LINE
           END-PERFORM.

       PRINT-LOCKED-OUT-IDS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE "SECTION 3 - IDS CURRENTLY LOCKED OUT (LAST FAILURE):"
               TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           IF WS-LOCK-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LOCK-COUNT
               MOVE WS-LCK-EMP-ID(WS-SUB) TO WS-LKL-EMP-ID
               MOVE WS-LCK-EMP-NAME(WS-SUB) TO WS-LKL-EMP-NAME
               MOVE WS-LCK-DEPT-CODE(WS-SUB) TO WS-LKL-DEPT-CODE
               MOVE WS-LCK-FAIL-COUNT(WS-SUB) TO WS-LKL-FAIL-COUNT
               IF WS-LCK-LAST-DATE(WS-SUB) = 0
                   MOVE "NONE ON FILE" TO WS-LKL-NO-FAILURE
               ELSE
                   MOVE SPACES TO WS-LKL-NO-FAILURE
                   MOVE WS-LCK-LAST-DATE(WS-SUB) TO WS-LKL-LAST-DATE
                   MOVE WS-LCK-LAST-TIME(WS-SUB) TO WS-LKL-LAST-TIME
               END-IF
               WRITE SIGNRPT-LINE FROM WS-LOCK-LINE
           END-PERFORM.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           STRING "SIGNFAIL RECORDS READ:    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-DAY-FAIL-COUNT TO WS-EDIT-COUNT
           STRING "FAILURES ON REPORT DATE:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-BURST-COUNT TO WS-EDIT-COUNT
           STRING "BURSTS FLAGGED:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-LOCK-COUNT TO WS-EDIT-COUNT
           STRING "IDS LOCKED OUT:           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE SIGNRPT-LINE FROM WS-TEXT-LINE
           IF WS-BURST-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-NEXT-SIGNFAIL-RECORD.
           READ SIGNFAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

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
               MOVE "SIGNRPT" TO RL-PROGRAM-ID
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
               DISPLAY "SIGNRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
