       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    HANDRPT.
       AUTHOR.        STUDENT.
      *
      * DAILY SHIFT HANDOVER LISTING. OPERATORS LEAVE HANDOVER NOTES
      * AT THE HELLOTSO SIGN-OFF SCREEN AND THE NEXT OPERATOR FROM
      * THE DEPARTMENT MARKS THEM READ OR CARRIES THEM FORWARD AT
      * SIGN-ON; THIS REPORT GIVES THE SUPERVISORS THE SHIFT HISTORY.
      * FOR EACH DEPARTMENT (HEADED BY ITS DEPTTAB NAME) IT LISTS
      * EVERY HANDOVER WRITTEN ON THE REPORT DATE UNDER ITS SHIFT
      * BAND, WITH WHO WROTE IT, ITS TEXT, AND WHETHER IT HAS BEEN
      * READ (BY WHOM, WHEN) OR IS STILL OPEN. HANDOVERS FROM EARLIER
      * DAYS THAT ARE STILL OPEN ARE LISTED AHEAD OF THE BANDS SO
      * NOTHING CARRIED FORWARD FOR DAYS GOES UNNOTICED.
      *
      * SHIFT BANDS ARE CONSOLE OPERATIONS' STANDARD WINDOWS, AS IN
      * SHIFTRPT, TAKEN FROM THE SIGN-OFF TIME OF THE HANDOVER:
      *    NIGHTS    0000 - 0759
      *    DAYS      0800 - 1559
      *    EVENINGS  1600 - 2359
      *
      * THE SYSIN CONTROL CARD CARRIES THE REPORT DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY).
      *
      * THE HANDOVER KEY IS DEPARTMENT + DATE + TIME, SO ONE PASS IN
      * KEY ORDER COMES BACK ALREADY IN DEPARTMENT, DATE AND BAND
      * ORDER - NO SORT IS NEEDED.
      *
      * RC=4 MEANS DEPTTAB COULD NOT BE OPENED (DEPARTMENT NAMES ARE
      * LEFT BLANK). RC=16 MEANS HANDOVER COULD NOT BE OPENED AT ALL
      * (MISSING OR IN USE) - A CLUSTER WITH NO NOTES YET IS NOT AN
      * ERROR AND GIVES AN EMPTY LISTING.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HANDOVER-STATUS.

           SELECT DEPTTAB-FILE ASSIGN TO "DEPTTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-DEPT-CODE
               FILE STATUS IS WS-DEPTTAB-STATUS.

           SELECT HANDRPT-FILE ASSIGN TO "HANDRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  HANDOVER-FILE.
       01  HANDOVER-REC.
           COPY handover.

       FD  DEPTTAB-FILE.
       01  DEPTTAB-REC.
           COPY depttab.

       FD  HANDRPT-FILE
           RECORDING MODE IS F.
       01  HANDRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-HANDOVER-STATUS          PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-FIRST-RECORD-SW          PIC X      VALUE 'Y'.
           88  WS-FIRST-RECORD                    VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD                VALUE 'N'.

       01  WS-DEPTTAB-OPEN-SW          PIC X      VALUE 'N'.
           88  WS-DEPTTAB-OPEN                    VALUE 'Y'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-REPORT-DATE              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).

      * BAND 0 = STILL OPEN FROM AN EARLIER DAY, 1 = NIGHTS,
      * 2 = DAYS, 3 = EVENINGS. 9 = NOT LISTED.
       01  WS-BAND                     PIC 9      VALUE 0.
       01  WS-CURRENT-BAND             PIC 9      VALUE 0.
       01  WS-CURRENT-DEPT             PIC X(4)   VALUE SPACES.
       01  WS-CURRENT-HANDOVER         PIC X(19)  VALUE SPACES.

       01  WS-BAND-NAMES.
           05  FILLER                  PIC X(30)  VALUE
               "STILL OPEN FROM EARLIER DAYS".
           05  FILLER                  PIC X(30)  VALUE
               "NIGHTS    (0000-0759)".
           05  FILLER                  PIC X(30)  VALUE
               "DAYS      (0800-1559)".
           05  FILLER                  PIC X(30)  VALUE
               "EVENINGS  (1600-2359)".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME            PIC X(30)  OCCURS 4 TIMES.

       01  WS-DEPT-HANDOVERS           PIC 9(5)   VALUE 0.
       01  WS-DEPT-OPEN                PIC 9(5)   VALUE 0.
       01  WS-DEPT-COUNT               PIC 9(5)   VALUE 0.
       01  WS-DAY-HANDOVER-COUNT       PIC 9(7)   VALUE 0.
       01  WS-OPEN-HANDOVER-COUNT      PIC 9(7)   VALUE 0.
       01  WS-LINE-COUNT               PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(32)  VALUE
               "SHIFT HANDOVER NOTE LISTING FOR ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(7)   VALUE " - RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(25)  VALUE SPACES.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER                  PIC X(11)  VALUE "DEPARTMENT ".
           05  WS-DHL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DHL-DEPT-NAME        PIC X(30).
           05  FILLER                  PIC X(33)  VALUE SPACES.

       01  WS-BAND-HEADING-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-BHL-BAND-NAME        PIC X(30).
           05  FILLER                  PIC X(48)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  WS-NL-TEXT              PIC X(60).
           05  FILLER                  PIC X(12)  VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE
               "HANDOVERS TODAY:".
           05  WS-DTT-HANDOVERS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "STILL OPEN:".
           05  WS-DTT-OPEN             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(36)  VALUE SPACES.

       01  WS-STATUS-TEXT              PIC X(40).
       01  WS-EDIT-CARRY               PIC Z9.
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
      *    HANDOVER IS ONLY READ, BUT IS OPENED I-O AS IN HELLOTSO SO
      *    THE CLUSTER CAN STILL BE OPENED BEFORE THE FIRST NOTE HAS
      *    BEEN WRITTEN (IT IS DEFINED EMPTY) - THE LISTING THEN SAYS
      *    THERE ARE NO NOTES.
           OPEN I-O HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               DISPLAY "HANDRPT: HANDOVER FILE NOT AVAILABLE (STATUS "
                   WS-HANDOVER-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT DEPTTAB-FILE
               IF WS-DEPTTAB-STATUS = "00"
                   SET WS-DEPTTAB-OPEN TO TRUE
               ELSE
                   DISPLAY "HANDRPT: DEPTTAB FILE NOT AVAILABLE "
                       "(STATUS " WS-DEPTTAB-STATUS
                       ") - DEPARTMENT NAMES NOT SHOWN."
                   MOVE 4 TO RETURN-CODE
               END-IF
               OPEN OUTPUT HANDRPT-FILE
               PERFORM PRINT-REPORT-HEADING
               PERFORM LIST-HANDOVER-NOTES
               PERFORM PRINT-RUN-TOTALS
               CLOSE HANDRPT-FILE
               CLOSE HANDOVER-FILE
               IF WS-DEPTTAB-OPEN
                   CLOSE DEPTTAB-FILE
               END-IF
           END-IF
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-DAY-HANDOVER-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-OPEN-HANDOVER-COUNT TO WS-LEDG-REJECTS
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
           WRITE HANDRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE.

       LIST-HANDOVER-NOTES.
           MOVE LOW-VALUES TO HO-KEY
           START HANDOVER-FILE KEY >= HO-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ HANDOVER-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDG-RECORDS-IN
                       PERFORM LIST-ONE-NOTE-LINE
               END-READ
           END-PERFORM
           IF WS-FIRST-RECORD
               MOVE "  (NO HANDOVER NOTES FOR THE REPORT DATE)"
                   TO WS-TEXT-LINE
               WRITE HANDRPT-LINE FROM WS-TEXT-LINE
           ELSE
               PERFORM CLOSE-OUT-DEPARTMENT
           END-IF.

       LIST-ONE-NOTE-LINE.
           PERFORM DETERMINE-BAND
           IF WS-BAND NOT = 9
               IF WS-FIRST-RECORD
                   SET WS-NOT-FIRST-RECORD TO TRUE
                   PERFORM START-DEPARTMENT
               ELSE
                   IF HO-DEPT-CODE NOT = WS-CURRENT-DEPT
                       PERFORM CLOSE-OUT-DEPARTMENT
                       PERFORM START-DEPARTMENT
                   END-IF
               END-IF
               IF WS-BAND NOT = WS-CURRENT-BAND
                   MOVE WS-BAND TO WS-CURRENT-BAND
                   MOVE WS-BAND-NAME(WS-BAND + 1) TO WS-BHL-BAND-NAME
                   WRITE HANDRPT-LINE FROM WS-BAND-HEADING-LINE
               END-IF
               IF HO-KEY(1:19) NOT = WS-CURRENT-HANDOVER
                   MOVE HO-KEY(1:19) TO WS-CURRENT-HANDOVER
                   PERFORM START-HANDOVER
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE HO-NOTE-TEXT TO WS-NL-TEXT
               WRITE HANDRPT-LINE FROM WS-NOTE-LINE
           END-IF.

      * THE BAND COMES FROM THE SIGN-OFF TIME; AN EARLIER DAY'S
      * HANDOVER IS ONLY LISTED WHILE IT IS STILL OPEN.
       DETERMINE-BAND.
           MOVE 9 TO WS-BAND
           IF HO-DATE = WS-REPORT-DATE
               IF HO-TIME < 080000
                   MOVE 1 TO WS-BAND
               ELSE
                   IF HO-TIME < 160000
                       MOVE 2 TO WS-BAND
                   ELSE
                       MOVE 3 TO WS-BAND
                   END-IF
               END-IF
           ELSE
               IF HO-DATE < WS-REPORT-DATE AND HO-OPEN
                   MOVE 0 TO WS-BAND
               END-IF
           END-IF.

       START-DEPARTMENT.
           MOVE HO-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE 9 TO WS-CURRENT-BAND
           MOVE SPACES TO WS-CURRENT-HANDOVER
           MOVE 0 TO WS-DEPT-HANDOVERS
           MOVE 0 TO WS-DEPT-OPEN
           ADD 1 TO WS-DEPT-COUNT
           MOVE HO-DEPT-CODE TO WS-DHL-DEPT-CODE
           MOVE SPACES TO WS-DHL-DEPT-NAME
           IF HO-DEPT-CODE = SPACES
               MOVE "(UNASSIGNED)" TO WS-DHL-DEPT-NAME
           ELSE
               IF WS-DEPTTAB-OPEN
                   MOVE HO-DEPT-CODE TO DT-DEPT-CODE
                   READ DEPTTAB-FILE
                       INVALID KEY
                           MOVE "(NOT ON DEPTTAB)" TO WS-DHL-DEPT-NAME
                       NOT INVALID KEY
                           MOVE DT-DEPT-NAME TO WS-DHL-DEPT-NAME
                   END-READ
               END-IF
           END-IF
           WRITE HANDRPT-LINE FROM WS-DEPT-HEADING-LINE.

      * ONE HEADER LINE PER HANDOVER, FROM ITS FIRST NOTE LINE - ALL
      * LINES OF A HANDOVER ARE MARKED READ OR CARRIED TOGETHER.
       START-HANDOVER.
           IF WS-BAND NOT = 0
               ADD 1 TO WS-DEPT-HANDOVERS
               ADD 1 TO WS-DAY-HANDOVER-COUNT
           END-IF
           MOVE SPACES TO WS-STATUS-TEXT
           IF HO-OPEN
               ADD 1 TO WS-DEPT-OPEN
               ADD 1 TO WS-OPEN-HANDOVER-COUNT
               IF HO-CARRY-COUNT IS NUMERIC AND HO-CARRY-COUNT > 0
                   MOVE HO-CARRY-COUNT TO WS-EDIT-CARRY
                   STRING "OPEN - CARRIED FORWARD " WS-EDIT-CARRY
                           " TIMES"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   END-STRING
               ELSE
                   MOVE "OPEN" TO WS-STATUS-TEXT
               END-IF
           ELSE
               STRING "READ BY " HO-ACTION-EMP-ID " "
                       HO-ACTION-DATE " " HO-ACTION-TIME
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           STRING "    " HO-DATE " " HO-TIME "  FROM " HO-EMP-ID
                   "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE.

       CLOSE-OUT-DEPARTMENT.
           MOVE WS-DEPT-HANDOVERS TO WS-DTT-HANDOVERS
           MOVE WS-DEPT-OPEN TO WS-DTT-OPEN
           WRITE HANDRPT-LINE FROM WS-DEPT-TOTAL-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-DEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "DEPARTMENTS LISTED:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-DAY-HANDOVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "HANDOVERS ON REPORT DATE:  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-OPEN-HANDOVER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "HANDOVERS STILL OPEN:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HANDRPT-LINE FROM WS-TEXT-LINE
           DISPLAY "HANDRPT: NOTE LINES LISTED     " WS-LINE-COUNT
           DISPLAY "HANDRPT: HANDOVERS STILL OPEN  "
               WS-OPEN-HANDOVER-COUNT.

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
               MOVE "HANDRPT" TO RL-PROGRAM-ID
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
               DISPLAY "HANDRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
