       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    WINDRPT.
       AUTHOR.        STUDENT.
      *
      * DAILY DEPARTMENT SIGN-ON WINDOW REPORT. HELLOTSO REFUSES A
      * SIGN-ON OUTSIDE THE OPERATOR'S DEPTTAB WINDOW (LOGGED TO
      * SIGNFAIL AS "OUTSIDE DEPARTMENT SIGN-ON WINDOW") UNLESS A
      * SUPERVISOR HAS LEFT A SUPVOVR OVERRIDE CARD, IN WHICH CASE
      * THE OVERRIDE IS LOGGED TO OVRLOG. FOR THE REPORT DATE THIS
      * REPORT LISTS:
      *
      *    1. EVERY OUT-OF-WINDOW SIGN-ON ATTEMPT THAT WAS REFUSED,
      *       WITH THE EMPLOYEE'S NAME AND DEPARTMENT FROM EMPMAST.
      *    2. EVERY SUPERVISOR OVERRIDE THAT WAS USED - WHO SIGNED
      *       ON, IN WHICH BAND, FROM WHICH CONSOLE, WHO AUTHORISED
      *       IT AND WHY. AN OVERRIDE SIGNED WITH AN ID THAT IS NOT
      *       ON THE EMPLOYEE MASTER IS FLAGGED.
      *
      * THE SYSIN CONTROL CARD CARRIES THE REPORT DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY).
      *
      * RC=4 MEANS AT LEAST ONE OUT-OF-WINDOW ATTEMPT WAS REFUSED OR
      * AN OVERRIDE WAS FLAGGED - SECURITY REVIEWS THE LISTING - OR
      * THAT SIGNFAIL, OVRLOG OR EMPMAST COULD NOT BE OPENED (THAT
      * SECTION, OR THE NAMES, ARE THEN NOT SHOWN).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNFAIL-FILE ASSIGN TO "SIGNFAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNFAIL-STATUS.

           SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT WINDRPT-FILE ASSIGN TO "WINDRPT"
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

       FD  OVRLOG-FILE
           RECORDING MODE IS F.
       01  OVRLOG-REC.
           COPY ovrlog.

       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  WINDRPT-FILE
           RECORDING MODE IS F.
       01  WINDRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-SIGNFAIL-STATUS          PIC X(2).
       01  WS-OVRLOG-STATUS            PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-MASTER-SW                PIC X      VALUE 'N'.
           88  WS-MASTER-OPEN                     VALUE 'Y'.
           88  WS-MASTER-NOT-OPEN                 VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).

       01  WS-WINDOW-REASON            PIC X(35)  VALUE
           "OUTSIDE DEPARTMENT SIGN-ON WINDOW".

      * OL-BAND 1 = NIGHTS, 2 = DAYS, 3 = EVENINGS.
       01  WS-BAND-NAMES.
           05  FILLER                  PIC X(8)   VALUE "NIGHTS".
           05  FILLER                  PIC X(8)   VALUE "DAYS".
           05  FILLER                  PIC X(8)   VALUE "EVENINGS".
       01  WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME            PIC X(8)   OCCURS 3 TIMES.

       01  WS-LOOKUP-NAME              PIC X(20).
       01  WS-LOOKUP-DEPT              PIC X(4).

       01  WS-REFUSED-COUNT            PIC 9(7)   VALUE 0.
       01  WS-OVERRIDE-COUNT           PIC 9(7)   VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(34)  VALUE
               "DEPARTMENT SIGN-ON WINDOW REPORT".
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(6)   VALUE "  RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(18)  VALUE SPACES.

       01  WS-REFUSED-COLUMNS.
           05  FILLER                  PIC X(40)  VALUE
               "  TIME    EMP ID    NAME".
           05  FILLER                  PIC X(40)  VALUE
               "          DEPT  CON".

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RFL-TIME             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RFL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RFL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  WS-RFL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RFL-CONSOLE-ID       PIC X(3).
           05  FILLER                  PIC X(21)  VALUE SPACES.

       01  WS-OVERRIDE-COLUMNS.
           05  FILLER                  PIC X(40)  VALUE
               "  TIME    EMP ID   DEPT CON BAND     SUP".
           05  FILLER                  PIC X(40)  VALUE
               "V ID  REASON".

       01  WS-OVERRIDE-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-OVL-TIME             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-OVL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-OVL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-OVL-CONSOLE-ID       PIC X(3).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-OVL-BAND             PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-OVL-SUPV-ID          PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-OVL-REASON           PIC X(30).
           05  FILLER                  PIC X(4)   VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WINDRPT: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - NAMES NOT SHOWN."
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT WINDRPT-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-REFUSED-ATTEMPTS
           PERFORM PRINT-OVERRIDES-USED
           PERFORM PRINT-RUN-TOTALS
           IF WS-MASTER-OPEN
               CLOSE EMPMAST-FILE
           END-IF
           CLOSE WINDRPT-FILE
           IF (WS-REFUSED-COUNT > 0 OR WS-FLAGGED-COUNT > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           COMPUTE WS-LEDG-RECORDS-OUT =
               WS-REFUSED-COUNT + WS-OVERRIDE-COUNT
           MOVE WS-REFUSED-COUNT TO WS-LEDG-REJECTS
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
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE WINDRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE.

      *****************************************************************
      * SECTION 1 - THE REPORT DATE'S SIGNFAIL RECORDS FOR A SIGN-ON
      * REFUSED AS OUTSIDE THE DEPARTMENT WINDOW, IN TIME ORDER.
      *****************************************************************
       PRINT-REFUSED-ATTEMPTS.
           MOVE "SECTION 1 - OUT-OF-WINDOW SIGN-ON ATTEMPTS REFUSED:"
               TO WS-TEXT-LINE
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE
           OPEN INPUT SIGNFAIL-FILE
           IF WS-SIGNFAIL-STATUS NOT = "00"
               DISPLAY "WINDRPT: SIGNFAIL FILE NOT AVAILABLE (STATUS "
                   WS-SIGNFAIL-STATUS ") - SECTION 1 NOT PRODUCED."
               MOVE "  (SIGNFAIL NOT AVAILABLE)" TO WS-TEXT-LINE
               WRITE WINDRPT-LINE FROM WS-TEXT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE WINDRPT-LINE FROM WS-REFUSED-COLUMNS
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-SIGNFAIL-RECORD
               PERFORM PROCESS-SIGNFAIL-RECORD UNTIL WS-EOF
               CLOSE SIGNFAIL-FILE
               IF WS-REFUSED-COUNT = 0
                   MOVE "  (NONE)" TO WS-TEXT-LINE
                   WRITE WINDRPT-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE.

       PROCESS-SIGNFAIL-RECORD.
           IF SF-DATE = WS-REPORT-DATE
                   AND SF-REASON = WS-WINDOW-REASON
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SF-EMP-ID TO EM-EMP-ID
               PERFORM LOOKUP-EMPLOYEE
               MOVE SF-TIME TO WS-RFL-TIME
               MOVE SF-EMP-ID TO WS-RFL-EMP-ID
               MOVE WS-LOOKUP-NAME TO WS-RFL-EMP-NAME
               MOVE WS-LOOKUP-DEPT TO WS-RFL-DEPT-CODE
               MOVE SF-CONSOLE-ID TO WS-RFL-CONSOLE-ID
               WRITE WINDRPT-LINE FROM WS-REFUSED-LINE
           END-IF
           PERFORM READ-NEXT-SIGNFAIL-RECORD.

       READ-NEXT-SIGNFAIL-RECORD.
           READ SIGNFAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDG-RECORDS-IN
           END-READ.

      *****************************************************************
      * SECTION 2 - THE REPORT DATE'S OVRLOG RECORDS. THE SUPERVISOR
      * ID IS LOOKED UP ON EMPMAST; ONE THAT IS NOT THERE IS FLAGGED
      * BENEATH THE OVERRIDE.
      *****************************************************************
       PRINT-OVERRIDES-USED.
           MOVE "SECTION 2 - SUPERVISOR OVERRIDES USED:"
               TO WS-TEXT-LINE
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE
           OPEN INPUT OVRLOG-FILE
           IF WS-OVRLOG-STATUS NOT = "00"
               DISPLAY "WINDRPT: OVRLOG FILE NOT AVAILABLE (STATUS "
                   WS-OVRLOG-STATUS ") - SECTION 2 NOT PRODUCED."
               MOVE "  (OVRLOG NOT AVAILABLE)" TO WS-TEXT-LINE
               WRITE WINDRPT-LINE FROM WS-TEXT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE WINDRPT-LINE FROM WS-OVERRIDE-COLUMNS
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-OVRLOG-RECORD
               PERFORM PROCESS-OVRLOG-RECORD UNTIL WS-EOF
               CLOSE OVRLOG-FILE
               IF WS-OVERRIDE-COUNT = 0
                   MOVE "  (NONE)" TO WS-TEXT-LINE
                   WRITE WINDRPT-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE.

       PROCESS-OVRLOG-RECORD.
           IF OL-DATE = WS-REPORT-DATE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE OL-TIME TO WS-OVL-TIME
               MOVE OL-EMP-ID TO WS-OVL-EMP-ID
               MOVE OL-DEPT-CODE TO WS-OVL-DEPT-CODE
               MOVE OL-CONSOLE-ID TO WS-OVL-CONSOLE-ID
               IF OL-BAND IS NUMERIC AND OL-BAND >= 1 AND OL-BAND <= 3
                   MOVE WS-BAND-NAME(OL-BAND) TO WS-OVL-BAND
               ELSE
                   MOVE SPACES TO WS-OVL-BAND
               END-IF
               MOVE OL-SUPV-ID TO WS-OVL-SUPV-ID
               MOVE OL-REASON TO WS-OVL-REASON
               WRITE WINDRPT-LINE FROM WS-OVERRIDE-LINE
               IF WS-MASTER-OPEN
                   MOVE OL-SUPV-ID TO EM-EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           ADD 1 TO WS-FLAGGED-COUNT
                           MOVE SPACES TO WS-TEXT-LINE
                           STRING "    ** SUPERVISOR ID " OL-SUPV-ID
                                   " IS NOT ON THE EMPLOYEE MASTER"
                               DELIMITED BY SIZE INTO WS-TEXT-LINE
                           END-STRING
                           WRITE WINDRPT-LINE FROM WS-TEXT-LINE
                   END-READ
               END-IF
           END-IF
           PERFORM READ-NEXT-OVRLOG-RECORD.

       READ-NEXT-OVRLOG-RECORD.
           READ OVRLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDG-RECORDS-IN
           END-READ.

      * EM-EMP-ID IS SET BY THE CALLER. WITHOUT EMPMAST THE NAME AND
      * DEPARTMENT ARE LEFT BLANK.
       LOOKUP-EMPLOYEE.
           MOVE SPACES TO WS-LOOKUP-NAME
           MOVE SPACES TO WS-LOOKUP-DEPT
           IF WS-MASTER-OPEN
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-LOOKUP-NAME
                   NOT INVALID KEY
                       MOVE EM-EMP-NAME TO WS-LOOKUP-NAME
                       MOVE EM-DEPT-CODE TO WS-LOOKUP-DEPT
               END-READ
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE WS-REFUSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "OUT-OF-WINDOW ATTEMPTS REFUSED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SUPERVISOR OVERRIDES USED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "OVERRIDES FLAGGED               " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE WINDRPT-LINE FROM WS-TEXT-LINE.

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
               MOVE "WINDRPT" TO RL-PROGRAM-ID
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
               DISPLAY "WINDRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
