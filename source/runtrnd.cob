       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RUNTRND.
       AUTHOR.        STUDENT.
      *
      * WEEKLY BATCH RUN TREND REPORT. EVERY HELLOTSO BATCH PROGRAM
      * APPENDS ONE RUNLEDG RECORD PER RUN - BUSINESS DATE, START AND
      * END DATE/TIME, RECORDS IN/OUT/REJECTED AND RETURN CODE. THE
      * INDIVIDUAL JOB OUTPUTS SAY WHETHER LAST NIGHT RAN CLEAN
      * (DAYBAL), BUT NOT WHETHER A JOB IS GETTING SLOWER WEEK ON
      * WEEK, QUIETLY STOPPED BEING SUBMITTED, OR SUDDENLY SAW A
      * VERY DIFFERENT VOLUME. THIS REPORT READS THE LEDGER FOR THE
      * SEVEN BUSINESS DATES ENDING ON THE REPORT DATE AND PRINTS
      * THREE SECTIONS:
      *    1. ELAPSED SECONDS PER PROGRAM PER BUSINESS DATE, WITH
      *       THE WEEK'S AVERAGE AGAINST THE PROGRAM'S NORMAL - THE
      *       AVERAGE OVER THE FOUR WEEKS BEFORE THE REPORT WEEK -
      *       FLAGGED SLOWER/FASTER WHEN IT MOVED BY MORE THAN THE
      *       TOLERANCE.
      *    2. EVERY BUSINESS DATE IN THE WEEK (MOVED BACK BY THE
      *       CARD'S LAG, BELOW) ON WHICH A PROGRAM WITH A RUNSCHED
      *       CARD WAS EXPECTED BUT HAS NO LEDGER RECORD.
      *    3. EVERY RUN DAY WHOSE RECORDS IN OR RECORDS OUT MOVED BY
      *       MORE THAN THE TOLERANCE FROM THE PROGRAM'S NORMAL.
      * A PROGRAM WITH NO RUNS IN THE FOUR-WEEK NORMAL PERIOD HAS NO
      * NORMAL AND IS NOT JUDGED FOR SPEED OR VOLUME.
      *
      * THE SYSIN CONTROL CARD CARRIES THE WEEK-ENDING BUSINESS DATE
      * (YYYYMMDD IN COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY)
      * AND THE TOLERANCE AS A WHOLE PERCENTAGE (COLUMNS 10-12, LEFT-
      * OR RIGHT-JUSTIFIED; BLANK MEANS 50, AND A NON-NUMERIC OR ZERO
      * VALUE IS REPORTED ON SYSOUT AND 50 USED).
      *
      * EACH RUNSCHED CARD MAY CARRY A LAG IN COLUMN 18 - THE DAYS
      * THE JOB'S BUSINESS DATE RUNS BEHIND THE NIGHT IT RUNS (HRACKRC
      * RECONCILES YESTERDAY, SO IS CARDED 1). SECTION 2 CHECKS SUCH
      * A JOB FOR THE SEVEN DATES ENDING LAG DAYS BEFORE THE REPORT
      * DATE, SINCE ITS RUN FOR THE LAST DATES OF THE WEEK HAS NOT
      * HAPPENED YET; THOSE DATES ARE CHECKED THE FOLLOWING WEEK.
      *
      * SEVERAL RUNS OF ONE PROGRAM FOR THE SAME BUSINESS DATE (A
      * RERUN, OR ONE RUN PER DEPARTMENT) ARE SUMMED FOR ELAPSED
      * TIME AND AVERAGED PER RUN FOR THE VOLUME COMPARISON.
      *
      * RC=4 MEANS A SCHEDULED JOB DID NOT RUN, A VOLUME MOVED
      * SHARPLY, OR RUNSCHED COULD NOT BE READ - PASS THE LISTING TO
      * OPERATIONS. RC=16 MEANS RUNLEDG COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSCHED-FILE ASSIGN TO "RUNSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSCHED-STATUS.

           SELECT RUNTRND-FILE ASSIGN TO "RUNTRND"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  RUNSCHED-FILE
           RECORDING MODE IS F.
       01  RUNSCHED-REC.
           COPY runsched.

       FD  RUNTRND-FILE
           RECORDING MODE IS F.
       01  RUNTRND-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-RUNSCHED-STATUS          PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-RUNSCHED-EOF-SW          PIC X      VALUE 'N'.
           88  WS-RUNSCHED-EOF                    VALUE 'Y'.
           88  WS-RUNSCHED-NOT-EOF                VALUE 'N'.

       01  WS-RUNSCHED-MISSING-SW      PIC X      VALUE 'N'.
           88  WS-RUNSCHED-MISSING                VALUE 'Y'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-TOLERANCE        PIC X(3).
           05  FILLER                  PIC X(68).

       01  WS-REPORT-DATE              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-TOLERANCE                PIC 9(3)   VALUE 50.
       01  WS-TOLERANCE-WORK           PIC X(3)   JUSTIFIED RIGHT.

      * THE REPORT WEEK IS DAY 1 (SIX DAYS BEFORE THE REPORT DATE)
      * THROUGH DAY 7 (THE REPORT DATE); THE NORMAL PERIOD IS THE 28
      * DAYS BEFORE DAY 1.
       01  WS-REPORT-INTEGER           PIC 9(8)   VALUE 0.
       01  WS-WEEK-START-INTEGER       PIC 9(8)   VALUE 0.
       01  WS-BASE-START-INTEGER       PIC 9(8)   VALUE 0.
       01  WS-RECORD-INTEGER           PIC 9(8)   VALUE 0.
       01  WS-DATE-INTEGER             PIC 9(8)   VALUE 0.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 7 TIMES.
               10  WS-WEEK-DATE        PIC 9(8).
               10  WS-WEEK-DATE-X REDEFINES WS-WEEK-DATE.
                   15  FILLER          PIC X(4).
                   15  WS-WEEK-MMDD    PIC X(4).
               10  WS-WEEK-DOW         PIC 9(1).

      * ONE ENTRY PER PROGRAM - RUNSCHED PROGRAMS FIRST, IN CARD
      * ORDER, THEN ANY OTHER PROGRAM AS IT IS FIRST SEEN ON THE
      * LEDGER.
       01  WS-PGM-COUNT                PIC 9(2)   VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-ID           PIC X(8).
               10  WS-PGM-SCHED-SW     PIC X(1).
                   88  WS-PGM-SCHEDULED           VALUE 'Y'.
               10  WS-PGM-RUN-DAYS.
                   15  WS-PGM-RUN-DAY  PIC X(1)   OCCURS 7 TIMES.
               10  WS-PGM-LAG-DAYS     PIC 9(1).
               10  WS-PGM-BASE-RUNS    PIC 9(5).
               10  WS-PGM-BASE-SECONDS PIC 9(9).
               10  WS-PGM-BASE-IN      PIC 9(11).
               10  WS-PGM-BASE-OUT     PIC 9(11).
               10  WS-PGM-WEEK-RUNS    PIC 9(5).
               10  WS-PGM-WEEK-SECONDS PIC 9(9).
               10  WS-PGM-DAY OCCURS 7 TIMES.
                   15  WS-PGM-DAY-RUNS PIC 9(3).
                   15  WS-PGM-DAY-SECONDS
                                       PIC 9(7).
                   15  WS-PGM-DAY-IN   PIC 9(11).
                   15  WS-PGM-DAY-OUT  PIC 9(11).
      *        RUNS FOR THE SIX DATES BEFORE THE REPORT WEEK (1 = SIX
      *        DAYS BEFORE DAY 1 ... 6 = THE DAY BEFORE), SO A JOB
      *        CARDED WITH A LAG CAN BE CHECKED FOR THE DATES IT HAS
      *        RUN FOR BY THE END OF THE WEEK.
               10  WS-PGM-PRIOR-RUNS   PIC 9(3)   OCCURS 6 TIMES.

       01  WS-LOOKUP-PGM-ID            PIC X(8).
       01  WS-PGM-SUB                  PIC 9(2)   VALUE 0.
       01  WS-DAY-SUB                  PIC 9(1)   VALUE 0.
       01  WS-DOW-SUB                  PIC 9(1)   VALUE 0.
       01  WS-PRIOR-SUB                PIC 9(1)   VALUE 0.
       01  WS-CHECK-SUB                PIC S9(2)  VALUE 0.
       01  WS-CHECK-RUNS               PIC 9(3)   VALUE 0.
       01  WS-FOUND-SW                 PIC X      VALUE 'N'.
           88  WS-FOUND                           VALUE 'Y'.
           88  WS-NOT-FOUND                       VALUE 'N'.

       01  WS-WORK-TIME                PIC 9(6)   VALUE 0.
       01  WS-WORK-TIME-SPLIT REDEFINES WS-WORK-TIME.
           05  WS-WORK-HH              PIC 9(2).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-SS              PIC 9(2).
       01  WS-START-SECONDS            PIC 9(12)  VALUE 0.
       01  WS-END-SECONDS              PIC 9(12)  VALUE 0.
       01  WS-ELAPSED-SECONDS          PIC 9(7)   VALUE 0.

       01  WS-WEEK-AVERAGE             PIC 9(7)   VALUE 0.
       01  WS-BASE-AVERAGE             PIC 9(7)   VALUE 0.
       01  WS-DAY-VOLUME               PIC 9(11)  VALUE 0.
       01  WS-NORMAL-VOLUME            PIC 9(11)  VALUE 0.
       01  WS-VOLUME-LABEL             PIC X(3).
       01  WS-CHANGE-PERCENT           PIC S9(7)  VALUE 0.
       01  WS-CHANGE-LIMIT             PIC 9(13)  VALUE 0.
       01  WS-CHANGE-AMOUNT            PIC 9(13)  VALUE 0.

       01  WS-LEDGER-READ-COUNT        PIC 9(9)   VALUE 0.
       01  WS-LEDGER-USED-COUNT        PIC 9(9)   VALUE 0.
       01  WS-MISSED-COUNT             PIC 9(5)   VALUE 0.
       01  WS-SHIFT-COUNT              PIC 9(5)   VALUE 0.
       01  WS-SLOWER-COUNT             PIC 9(5)   VALUE 0.

       01  WS-DAY-NAME-TABLE.
           05  FILLER                  PIC X(9)   VALUE "MONDAY".
           05  FILLER                  PIC X(9)   VALUE "TUESDAY".
           05  FILLER                  PIC X(9)   VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9)   VALUE "THURSDAY".
           05  FILLER                  PIC X(9)   VALUE "FRIDAY".
           05  FILLER                  PIC X(9)   VALUE "SATURDAY".
           05  FILLER                  PIC X(9)   VALUE "SUNDAY".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
           05  WS-DAY-NAME-ENTRY OCCURS 7 TIMES
                                       PIC X(9).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)  VALUE
               "WEEKLY BATCH RUN TREND - WEEK ENDING ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(7)   VALUE " - RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(20)  VALUE SPACES.

      * SECTION 1 - ONE LINE PER PROGRAM, ONE 6-CHARACTER CELL PER
      * BUSINESS DATE ("-" = NO RUN THAT DATE).
       01  WS-ELAPSED-HEADING.
           05  FILLER                  PIC X(10)  VALUE "PROGRAM".
           05  WS-EHD-CELL             PIC X(6)   OCCURS 7 TIMES.
           05  FILLER                  PIC X(28)  VALUE
               "  WK AVG  NORMAL".

       01  WS-ELAPSED-LINE.
           05  WS-ELN-PGM-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-ELN-CELL             PIC X(6)   OCCURS 7 TIMES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-ELN-WEEK-AVG         PIC ZZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-ELN-BASE-AVG         PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-ELN-FLAG             PIC X(10).

       01  WS-EDIT-SECONDS             PIC ZZZZZ9.

       01  WS-MISSED-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-MSL-PGM-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-MSL-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-MSL-DAY-NAME         PIC X(9).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(48)  VALUE
               "NO RUN RECORDED FOR THIS BUSINESS DATE".

       01  WS-SHIFT-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-SHL-PGM-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-SHL-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-SHL-LABEL            PIC X(3).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-SHL-VOLUME           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(9)   VALUE "  NORMAL ".
           05  WS-SHL-NORMAL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-SHL-CHANGE           PIC ++++++9.
           05  FILLER                  PIC X(1)   VALUE "%".
           05  FILLER                  PIC X(13)  VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PERCENT             PIC ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
           PERFORM LOAD-RUN-SCHEDULE
           OPEN INPUT RUNLEDG-FILE
           IF WS-LEDG-STATUS NOT = "00"
               DISPLAY "RUNTRND: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-LEDGER-RECORD
               PERFORM ACCUMULATE-LEDGER-RECORD UNTIL WS-EOF
               CLOSE RUNLEDG-FILE
               OPEN OUTPUT RUNTRND-FILE
               PERFORM PRINT-REPORT-HEADING
               PERFORM PRINT-ELAPSED-SECTION
               PERFORM PRINT-MISSED-RUN-SECTION
               PERFORM PRINT-VOLUME-SHIFT-SECTION
               PERFORM PRINT-RUN-TOTALS
               CLOSE RUNTRND-FILE
           END-IF
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-LEDGER-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-PGM-COUNT TO WS-LEDG-RECORDS-OUT
           COMPUTE WS-LEDG-REJECTS = WS-MISSED-COUNT + WS-SHIFT-COUNT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

      * DAY 1 OF THE INTEGER DATE BASE (1601-01-01) WAS A MONDAY,
      * SO MOD(INTEGER-OF-DATE - 1, 7) + 1 GIVES 1 = MONDAY ... 7 =
      * SUNDAY, MATCHING THE RUNSCHED CARD CONVENTION.
       GET-REPORT-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
      *    THE TOLERANCE MAY BE KEYED ANYWHERE IN COLUMNS 10-12
      *    ("25 ", " 25" OR "025") - IT IS RIGHT-JUSTIFIED AND
      *    ZERO-FILLED BEFORE THE NUMERIC TEST.
           IF WS-CTL-TOLERANCE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CTL-TOLERANCE)
                   TO WS-TOLERANCE-WORK
               INSPECT WS-TOLERANCE-WORK
                   REPLACING LEADING SPACE BY ZERO
               IF WS-TOLERANCE-WORK IS NUMERIC
                       AND WS-TOLERANCE-WORK > "000"
                   MOVE WS-TOLERANCE-WORK TO WS-TOLERANCE
               ELSE
                   DISPLAY "RUNTRND: TOLERANCE '" WS-CTL-TOLERANCE
                       "' NOT A WHOLE PERCENTAGE ABOVE ZERO - USING "
                       "50."
               END-IF
           END-IF
           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           COMPUTE WS-WEEK-START-INTEGER = WS-REPORT-INTEGER - 6
           COMPUTE WS-BASE-START-INTEGER = WS-WEEK-START-INTEGER - 28
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               COMPUTE WS-DATE-INTEGER =
                   WS-WEEK-START-INTEGER + WS-DAY-SUB - 1
               COMPUTE WS-WEEK-DATE(WS-DAY-SUB) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               COMPUTE WS-WEEK-DOW(WS-DAY-SUB) =
                   FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
           END-PERFORM.

       LOAD-RUN-SCHEDULE.
           MOVE 0 TO WS-PGM-COUNT
           OPEN INPUT RUNSCHED-FILE
           IF WS-RUNSCHED-STATUS NOT = "00"
               DISPLAY "RUNTRND: RUNSCHED FILE NOT AVAILABLE (STATUS "
                   WS-RUNSCHED-STATUS ") - MISSED RUNS NOT CHECKED."
               SET WS-RUNSCHED-MISSING TO TRUE
           ELSE
               SET WS-RUNSCHED-NOT-EOF TO TRUE
               PERFORM READ-NEXT-RUNSCHED-CARD UNTIL WS-RUNSCHED-EOF
               CLOSE RUNSCHED-FILE
           END-IF.

       READ-NEXT-RUNSCHED-CARD.
           READ RUNSCHED-FILE
               AT END
                   SET WS-RUNSCHED-EOF TO TRUE
               NOT AT END
                   IF RS-PROGRAM-ID NOT = SPACES
                       MOVE RS-PROGRAM-ID TO WS-LOOKUP-PGM-ID
                       PERFORM FIND-PROGRAM-ENTRY
                       IF WS-FOUND
                           SET WS-PGM-SCHEDULED(WS-PGM-SUB) TO TRUE
                           MOVE RS-RUN-DAYS
                               TO WS-PGM-RUN-DAYS(WS-PGM-SUB)
                           PERFORM SET-PROGRAM-LAG
                       END-IF
                   END-IF
           END-READ.

      * A BLANK LAG IS 0; ANYTHING BUT 0-6 IS REPORTED AND TAKEN AS 0.
       SET-PROGRAM-LAG.
           MOVE 0 TO WS-PGM-LAG-DAYS(WS-PGM-SUB)
           IF RS-LAG-DAYS IS NUMERIC AND RS-LAG-DAYS < "7"
               MOVE RS-LAG-DAYS TO WS-PGM-LAG-DAYS(WS-PGM-SUB)
           ELSE
               IF RS-LAG-DAYS NOT = SPACE
                   DISPLAY "RUNTRND: RUNSCHED LAG '" RS-LAG-DAYS
                       "' FOR " RS-PROGRAM-ID " NOT 0-6 - USING 0."
               END-IF
           END-IF.

      * LOCATES WS-LOOKUP-PGM-ID IN THE PROGRAM TABLE, ADDING A NEW
      * ZEROED ENTRY IF IT IS NOT THERE YET. WS-NOT-FOUND ON RETURN
      * ONLY WHEN THE TABLE IS FULL.
       FIND-PROGRAM-ENTRY.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT OR WS-FOUND
               IF WS-PGM-ID(WS-PGM-SUB) = WS-LOOKUP-PGM-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PGM-SUB
           ELSE
               IF WS-PGM-COUNT < 50
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-SUB
                   INITIALIZE WS-PGM-ENTRY(WS-PGM-SUB)
                   MOVE WS-LOOKUP-PGM-ID TO WS-PGM-ID(WS-PGM-SUB)
                   MOVE "N" TO WS-PGM-SCHED-SW(WS-PGM-SUB)
                   MOVE "NNNNNNN" TO WS-PGM-RUN-DAYS(WS-PGM-SUB)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "RUNTRND: PROGRAM TABLE FULL (50) - "
                       WS-LOOKUP-PGM-ID " NOT REPORTED."
               END-IF
           END-IF.

      * ONLY RECORDS WHOSE BUSINESS DATE FALLS IN THE NORMAL PERIOD
      * OR THE REPORT WEEK ARE USED; THE REST OF THE LEDGER IS
      * HISTORY OUTSIDE THIS REPORT'S WINDOW.
       ACCUMULATE-LEDGER-RECORD.
           IF RL-BUSINESS-DATE IS NUMERIC AND RL-BUSINESS-DATE > 0
               COMPUTE WS-RECORD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RL-BUSINESS-DATE)
               IF WS-RECORD-INTEGER >= WS-BASE-START-INTEGER
                       AND WS-RECORD-INTEGER <= WS-REPORT-INTEGER
                   MOVE RL-PROGRAM-ID TO WS-LOOKUP-PGM-ID
                   PERFORM FIND-PROGRAM-ENTRY
                   IF WS-FOUND
                       ADD 1 TO WS-LEDGER-USED-COUNT
                       PERFORM COMPUTE-ELAPSED-SECONDS
                       PERFORM ADD-RUN-TO-PROGRAM
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-LEDGER-RECORD.

       ADD-RUN-TO-PROGRAM.
           IF WS-RECORD-INTEGER < WS-WEEK-START-INTEGER
               ADD 1 TO WS-PGM-BASE-RUNS(WS-PGM-SUB)
               ADD WS-ELAPSED-SECONDS
                   TO WS-PGM-BASE-SECONDS(WS-PGM-SUB)
               ADD RL-RECORDS-IN TO WS-PGM-BASE-IN(WS-PGM-SUB)
               ADD RL-RECORDS-OUT TO WS-PGM-BASE-OUT(WS-PGM-SUB)
               IF WS-RECORD-INTEGER >= WS-WEEK-START-INTEGER - 6
                   COMPUTE WS-PRIOR-SUB =
                       WS-RECORD-INTEGER - WS-WEEK-START-INTEGER + 7
                   ADD 1 TO WS-PGM-PRIOR-RUNS(WS-PGM-SUB, WS-PRIOR-SUB)
               END-IF
           ELSE
               COMPUTE WS-DAY-SUB =
                   WS-RECORD-INTEGER - WS-WEEK-START-INTEGER + 1
               ADD 1 TO WS-PGM-WEEK-RUNS(WS-PGM-SUB)
               ADD WS-ELAPSED-SECONDS
                   TO WS-PGM-WEEK-SECONDS(WS-PGM-SUB)
               ADD 1 TO WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-DAY-SUB)
               ADD WS-ELAPSED-SECONDS
                   TO WS-PGM-DAY-SECONDS(WS-PGM-SUB, WS-DAY-SUB)
               ADD RL-RECORDS-IN
                   TO WS-PGM-DAY-IN(WS-PGM-SUB, WS-DAY-SUB)
               ADD RL-RECORDS-OUT
                   TO WS-PGM-DAY-OUT(WS-PGM-SUB, WS-DAY-SUB)
           END-IF.

      * ELAPSED WALL-CLOCK SECONDS FROM START TO END, ACROSS MIDNIGHT
      * IF NEED BE. A RECORD WITH AN UNUSABLE TIMESTAMP COUNTS AS A
      * RUN OF ZERO SECONDS RATHER THAN BEING DROPPED.
       COMPUTE-ELAPSED-SECONDS.
           MOVE 0 TO WS-ELAPSED-SECONDS
           IF RL-START-DATE IS NUMERIC AND RL-START-DATE > 0
                   AND RL-END-DATE IS NUMERIC
                   AND RL-END-DATE >= RL-START-DATE
                   AND RL-START-TIME IS NUMERIC
                   AND RL-END-TIME IS NUMERIC
               MOVE RL-START-TIME TO WS-WORK-TIME
               COMPUTE WS-START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(RL-START-DATE) * 86400
                   + WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
               MOVE RL-END-TIME TO WS-WORK-TIME
               COMPUTE WS-END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(RL-END-DATE) * 86400
                   + WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
               IF WS-END-SECONDS > WS-START-SECONDS
                   COMPUTE WS-ELAPSED-SECONDS =
                       WS-END-SECONDS - WS-START-SECONDS
               END-IF
           END-IF.

       READ-NEXT-LEDGER-RECORD.
           READ RUNLEDG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ-COUNT
           END-READ.

       PRINT-REPORT-HEADING.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE RUNTRND-LINE FROM WS-HEADING-LINE
           MOVE WS-TOLERANCE TO WS-EDIT-PERCENT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "NORMAL = AVERAGE PER RUN OVER THE 4 PRIOR WEEKS. "
                   "TOLERANCE +/-" WS-EDIT-PERCENT "%."
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE.

      *****************************************************************
      * SECTION 1 - ELAPSED SECONDS BY BUSINESS DATE
      *****************************************************************
       PRINT-ELAPSED-SECTION.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE "1. ELAPSED SECONDS BY BUSINESS DATE (MMDD)"
               TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               MOVE SPACES TO WS-EHD-CELL(WS-DAY-SUB)
               MOVE WS-WEEK-MMDD(WS-DAY-SUB)
                   TO WS-EHD-CELL(WS-DAY-SUB)(3:4)
           END-PERFORM
           WRITE RUNTRND-LINE FROM WS-ELAPSED-HEADING
           IF WS-PGM-COUNT = 0
               MOVE "  (NO RUNS ON THE LEDGER FOR THIS PERIOD)"
                   TO WS-TEXT-LINE
               WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               PERFORM PRINT-ELAPSED-LINE
           END-PERFORM.

       PRINT-ELAPSED-LINE.
           MOVE WS-PGM-ID(WS-PGM-SUB) TO WS-ELN-PGM-ID
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               IF WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-DAY-SUB) = 0
                   MOVE "     -" TO WS-ELN-CELL(WS-DAY-SUB)
               ELSE
                   MOVE WS-PGM-DAY-SECONDS(WS-PGM-SUB, WS-DAY-SUB)
                       TO WS-EDIT-SECONDS
                   MOVE WS-EDIT-SECONDS TO WS-ELN-CELL(WS-DAY-SUB)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-WEEK-AVERAGE
           IF WS-PGM-WEEK-RUNS(WS-PGM-SUB) > 0
               COMPUTE WS-WEEK-AVERAGE =
                   WS-PGM-WEEK-SECONDS(WS-PGM-SUB)
                   / WS-PGM-WEEK-RUNS(WS-PGM-SUB)
           END-IF
           MOVE WS-WEEK-AVERAGE TO WS-ELN-WEEK-AVG
           MOVE SPACES TO WS-ELN-FLAG
           IF WS-PGM-BASE-RUNS(WS-PGM-SUB) = 0
               MOVE "   N/A" TO WS-ELN-BASE-AVG
           ELSE
               COMPUTE WS-BASE-AVERAGE =
                   WS-PGM-BASE-SECONDS(WS-PGM-SUB)
                   / WS-PGM-BASE-RUNS(WS-PGM-SUB)
               MOVE WS-BASE-AVERAGE TO WS-EDIT-SECONDS
               MOVE WS-EDIT-SECONDS TO WS-ELN-BASE-AVG
               IF WS-PGM-WEEK-RUNS(WS-PGM-SUB) > 0
                   IF WS-WEEK-AVERAGE * 100 >
                           WS-BASE-AVERAGE * (100 + WS-TOLERANCE)
                       MOVE "*SLOWER*" TO WS-ELN-FLAG
                       ADD 1 TO WS-SLOWER-COUNT
                   ELSE
                       IF WS-TOLERANCE < 100 AND
                               WS-WEEK-AVERAGE * 100 <
                               WS-BASE-AVERAGE * (100 - WS-TOLERANCE)
                           MOVE "FASTER" TO WS-ELN-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           WRITE RUNTRND-LINE FROM WS-ELAPSED-LINE.

      *****************************************************************
      * SECTION 2 - SCHEDULED JOBS THAT DID NOT RUN
      *****************************************************************
       PRINT-MISSED-RUN-SECTION.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE "2. SCHEDULED JOBS WITH NO RUN FOR A BUSINESS DATE"
               TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           IF WS-RUNSCHED-MISSING
               MOVE "  (RUNSCHED NOT AVAILABLE - NOT CHECKED)"
                   TO WS-TEXT-LINE
               WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           ELSE
               PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                       UNTIL WS-PGM-SUB > WS-PGM-COUNT
                   IF WS-PGM-SCHEDULED(WS-PGM-SUB)
                       PERFORM CHECK-PROGRAM-MISSED-RUNS
                   END-IF
               END-PERFORM
               IF WS-MISSED-COUNT = 0
                   MOVE "  (NONE - EVERY SCHEDULED JOB RAN)"
                       TO WS-TEXT-LINE
                   WRITE RUNTRND-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF.

      * A JOB CARDED WITH A LAG CANNOT YET HAVE RUN FOR THE LAST LAG
      * DATES OF THE WEEK, SO ITS SEVEN DATES ARE THE WEEK MOVED BACK
      * BY THE LAG - THE EARLIEST FALL BEFORE DAY 1 AND ARE TAKEN
      * FROM WS-PGM-PRIOR-RUNS. NO DATE IS LEFT UNCHECKED BETWEEN ONE
      * WEEK'S REPORT AND THE NEXT.
       CHECK-PROGRAM-MISSED-RUNS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               COMPUTE WS-CHECK-SUB =
                   WS-DAY-SUB - WS-PGM-LAG-DAYS(WS-PGM-SUB)
               COMPUTE WS-DATE-INTEGER =
                   WS-WEEK-START-INTEGER + WS-CHECK-SUB - 1
               COMPUTE WS-DOW-SUB =
                   FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
               IF WS-CHECK-SUB > 0
                   MOVE WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-CHECK-SUB)
                       TO WS-CHECK-RUNS
               ELSE
                   COMPUTE WS-PRIOR-SUB = WS-CHECK-SUB + 6
                   MOVE WS-PGM-PRIOR-RUNS(WS-PGM-SUB, WS-PRIOR-SUB)
                       TO WS-CHECK-RUNS
               END-IF
               IF WS-PGM-RUN-DAY(WS-PGM-SUB, WS-DOW-SUB) = "Y"
                   AND WS-CHECK-RUNS = 0
                   MOVE WS-PGM-ID(WS-PGM-SUB) TO WS-MSL-PGM-ID
                   COMPUTE WS-MSL-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   MOVE WS-DAY-NAME-ENTRY(WS-DOW-SUB)
                       TO WS-MSL-DAY-NAME
                   WRITE RUNTRND-LINE FROM WS-MISSED-LINE
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      * SECTION 3 - VOLUME SHIFTS AGAINST THE PROGRAM'S NORMAL
      *****************************************************************
       PRINT-VOLUME-SHIFT-SECTION.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE "3. RUN DAYS WHOSE VOLUME MOVED BEYOND TOLERANCE"
               TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               IF WS-PGM-BASE-RUNS(WS-PGM-SUB) > 0
                   PERFORM CHECK-PROGRAM-VOLUMES
               END-IF
           END-PERFORM
           IF WS-SHIFT-COUNT = 0
               MOVE "  (NONE - EVERY RUN DAY WITHIN TOLERANCE)"
                   TO WS-TEXT-LINE
               WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           END-IF.

       CHECK-PROGRAM-VOLUMES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
               IF WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-DAY-SUB) > 0
                   COMPUTE WS-DAY-VOLUME =
                       WS-PGM-DAY-IN(WS-PGM-SUB, WS-DAY-SUB)
                       / WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-DAY-SUB)
                   COMPUTE WS-NORMAL-VOLUME =
                       WS-PGM-BASE-IN(WS-PGM-SUB)
                       / WS-PGM-BASE-RUNS(WS-PGM-SUB)
                   MOVE "IN" TO WS-VOLUME-LABEL
                   PERFORM CHECK-ONE-VOLUME
                   COMPUTE WS-DAY-VOLUME =
                       WS-PGM-DAY-OUT(WS-PGM-SUB, WS-DAY-SUB)
                       / WS-PGM-DAY-RUNS(WS-PGM-SUB, WS-DAY-SUB)
                   COMPUTE WS-NORMAL-VOLUME =
                       WS-PGM-BASE-OUT(WS-PGM-SUB)
                       / WS-PGM-BASE-RUNS(WS-PGM-SUB)
                   MOVE "OUT" TO WS-VOLUME-LABEL
                   PERFORM CHECK-ONE-VOLUME
               END-IF
           END-PERFORM.

      * A ZERO NORMAL HAS NO PERCENTAGE TO MOVE BY - THE VOLUME IS
      * ONLY JUDGED WHEN THE PROGRAM NORMALLY HANDLES SOMETHING.
       CHECK-ONE-VOLUME.
           IF WS-NORMAL-VOLUME > 0
               IF WS-DAY-VOLUME > WS-NORMAL-VOLUME
                   COMPUTE WS-CHANGE-AMOUNT =
                       WS-DAY-VOLUME - WS-NORMAL-VOLUME
               ELSE
                   COMPUTE WS-CHANGE-AMOUNT =
                       WS-NORMAL-VOLUME - WS-DAY-VOLUME
               END-IF
               COMPUTE WS-CHANGE-LIMIT =
                   WS-NORMAL-VOLUME * WS-TOLERANCE
               IF WS-CHANGE-AMOUNT * 100 > WS-CHANGE-LIMIT
                   COMPUTE WS-CHANGE-PERCENT ROUNDED =
                       (WS-DAY-VOLUME - WS-NORMAL-VOLUME) * 100
                       / WS-NORMAL-VOLUME
                   MOVE WS-PGM-ID(WS-PGM-SUB) TO WS-SHL-PGM-ID
                   MOVE WS-WEEK-DATE(WS-DAY-SUB) TO WS-SHL-DATE
                   MOVE WS-VOLUME-LABEL TO WS-SHL-LABEL
                   MOVE WS-DAY-VOLUME TO WS-SHL-VOLUME
                   MOVE WS-NORMAL-VOLUME TO WS-SHL-NORMAL
                   MOVE WS-CHANGE-PERCENT TO WS-SHL-CHANGE
                   WRITE RUNTRND-LINE FROM WS-SHIFT-LINE
                   ADD 1 TO WS-SHIFT-COUNT
               END-IF
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE WS-LEDGER-USED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "LEDGER RECORDS USED:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE WS-SLOWER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "PROGRAMS SLOWER:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE WS-MISSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "MISSED RUNS:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           MOVE WS-SHIFT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "VOLUME SHIFTS:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RUNTRND-LINE FROM WS-TEXT-LINE
           DISPLAY "RUNTRND: LEDGER RECORDS READ   "
               WS-LEDGER-READ-COUNT
           DISPLAY "RUNTRND: MISSED RUNS           " WS-MISSED-COUNT
           DISPLAY "RUNTRND: VOLUME SHIFTS         " WS-SHIFT-COUNT
           IF WS-MISSED-COUNT > 0 OR WS-SHIFT-COUNT > 0
                   OR WS-RUNSCHED-MISSING
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
               MOVE "RUNTRND" TO RL-PROGRAM-ID
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
               DISPLAY "RUNTRND: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
