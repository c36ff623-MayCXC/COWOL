       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    ACKRPT.
       AUTHOR.        STUDENT.
      *
      * MANDATORY NOTICE ACKNOWLEDGEMENT REPORT. HELLOTSO WILL NOT
      * COMPLETE A SIGN-ON UNTIL THE OPERATOR HAS ACKNOWLEDGED EVERY
      * NOTICE IN EFFECT FOR THEIR DEPARTMENT, BUT AN OPERATOR WHO
      * HAS NOT SIGNED ON SINCE THE NOTICE WENT UP HAS NOT SEEN IT
      * YET. CHANGE MANAGEMENT NEEDS TO KNOW WHO THAT IS. FOR EACH
      * NOTICE IN EFFECT ON THE REPORT DATE THIS REPORT LISTS THE
      * ACTIVE EMPMAST OPERATORS (NOT TERMINATED PER HRTERM) IN THE
      * NOTICE'S TARGET DEPARTMENTS WITH NO ACKLOG RECORD FOR IT,
      * WITH TARGETED/ACKNOWLEDGED/OUTSTANDING TOTALS PER NOTICE.
      *
      * THE SYSIN CONTROL CARD CARRIES THE REPORT DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY).
      *
      * ACKLOG IS NEVER TRIMMED AND THE MASTER HAS NO SIZE LIMIT, SO
      * NEITHER IS HELD IN A TABLE: ONE INTERNAL SORT BRINGS EACH
      * NOTICE'S ACKNOWLEDGEMENTS ('A') AND ITS TARGETED OPERATORS
      * ('E', EXPECTED) TOGETHER BY EMPLOYEE ID, ACKNOWLEDGEMENTS
      * FIRST, AND AN EXPECTED RECORD WITH NO ACKNOWLEDGEMENT AHEAD
      * OF IT IS OUTSTANDING. ONLY THE NOTICES THEMSELVES ARE
      * TABLED (50 IN EFFECT AT ONCE).
      *
      * RC=4 MEANS AT LEAST ONE ACKNOWLEDGEMENT IS OUTSTANDING (OR
      * NOTICE/ACKLOG COULD NOT BE READ) - CHASE THE LISTED
      * OPERATORS THROUGH THEIR SUPERVISORS. RC=16 MEANS EMPMAST OR
      * HRTERM COULD NOT BE OPENED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "NOTICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT ACKLOG-FILE ASSIGN TO "ACKLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKLOG-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT HRTERM-FILE ASSIGN TO "HRTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HT-EMP-ID
               FILE STATUS IS WS-HRTERM-STATUS.

           SELECT ACKRPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-REC.
           COPY notice.

       FD  ACKLOG-FILE
           RECORDING MODE IS F.
       01  ACKLOG-REC.
           COPY acklog.

       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  HRTERM-FILE.
       01  HRTERM-REC.
           COPY hrterm.

       FD  ACKRPT-FILE
           RECORDING MODE IS F.
       01  ACKRPT-LINE                 PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

      * SR-NOTICE-SEQ IS THE NOTICE'S POSITION IN THE NOTICE TABLE,
      * SO THE SECTIONS PRINT IN NOTICE DATASET ORDER. SR-TYPE 'A'
      * (ACKNOWLEDGED) SORTS AHEAD OF 'E' (EXPECTED) FOR AN ID.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-NOTICE-SEQ           PIC 9(2).
           05  SR-EMP-ID               PIC X(8).
           05  SR-TYPE                 PIC X(1).
           05  SR-EMP-NAME             PIC X(20).
           05  SR-DEPT-CODE            PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-NOTICE-STATUS            PIC X(2).
       01  WS-ACKLOG-STATUS            PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-HRTERM-STATUS            PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-SORT-EOF-SW              PIC X      VALUE 'N'.
           88  WS-SORT-EOF                        VALUE 'Y'.
           88  WS-SORT-NOT-EOF                    VALUE 'N'.

       01  WS-MASTER-EOF-SW            PIC X      VALUE 'N'.
           88  WS-MASTER-EOF                      VALUE 'Y'.

       01  WS-TERMINATED-SW            PIC X      VALUE 'N'.
           88  WS-EMPLOYEE-TERMINATED             VALUE 'Y'.
           88  WS-EMPLOYEE-ACTIVE                 VALUE 'N'.

       01  WS-NOTICE-TARGET-SW         PIC X      VALUE 'N'.
           88  WS-NOTICE-TARGETED                 VALUE 'Y'.
           88  WS-NOTICE-NOT-TARGETED             VALUE 'N'.

       01  WS-INPUT-MISSING-SW         PIC X      VALUE 'N'.
           88  WS-INPUT-MISSING                   VALUE 'Y'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-REPORT-DATE              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8).

      * NOTICES IN EFFECT ON THE REPORT DATE, IN DATASET ORDER.
       01  WS-NOTE-COUNT               PIC 9(2)   VALUE 0.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 50 TIMES.
               10  WS-NOTE-ID          PIC X(8).
               10  WS-NOTE-HEADER.
                   15  WS-NOTE-FROM-DATE
                                       PIC 9(8).
                   15  WS-NOTE-TO-DATE PIC 9(8).
                   15  WS-NOTE-DEPTS.
                       20  WS-NOTE-DEPT
                                       PIC X(4)   OCCURS 5 TIMES.
                   15  WS-NOTE-TITLE   PIC X(35).

       01  WS-NOTE-SUB                 PIC 9(2)   VALUE 0.
       01  WS-SUB                      PIC 9(2)   VALUE 0.

      * THE LAST ID SEEN WITH AN ACKNOWLEDGEMENT FOR THE NOTICE
      * CURRENTLY COMING BACK FROM THE SORT.
       01  WS-ACK-EMP-ID               PIC X(8)   VALUE SPACES.

       01  WS-NOTE-TARGETED            PIC 9(5)   VALUE 0.
       01  WS-NOTE-ACKED               PIC 9(5)   VALUE 0.
       01  WS-NOTE-OUTSTANDING         PIC 9(5)   VALUE 0.

       01  WS-ACKLOG-READ-COUNT        PIC 9(9)   VALUE 0.
       01  WS-TARGETED-COUNT           PIC 9(7)   VALUE 0.
       01  WS-OUTSTANDING-COUNT        PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(35)  VALUE
               "MANDATORY NOTICE ACKNOWLEDGEMENTS ".
           05  FILLER                  PIC X(3)   VALUE "AT ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(7)   VALUE " - RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-NOTICE-HEADING-LINE.
           05  FILLER                  PIC X(7)   VALUE "NOTICE ".
           05  WS-NHL-NOTICE-ID        PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-NHL-TITLE            PIC X(35).
           05  FILLER                  PIC X(28)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(34)  VALUE
               "  EMP ID    NAME                  ".
           05  FILLER                  PIC X(46)  VALUE
               "DEPT  (NOT ACKNOWLEDGED)".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(42)  VALUE SPACES.

       01  WS-NOTICE-TOTAL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "TARGETED:".
           05  WS-NTL-TARGETED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "ACKNOWLEDGED:".
           05  WS-NTL-ACKED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
               "OUTSTANDING:".
           05  WS-NTL-OUTSTANDING      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)  VALUE SPACES.

       01  WS-DEPT-LIST                PIC X(24).
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT HRTERM-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "ACKRPT: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               IF WS-HRTERM-STATUS = "00"
                   CLOSE HRTERM-FILE
               END-IF
           ELSE IF WS-HRTERM-STATUS NOT = "00"
               DISPLAY "ACKRPT: HRTERM FILE NOT AVAILABLE (STATUS "
                   WS-HRTERM-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
           ELSE
               OPEN OUTPUT ACKRPT-FILE
               PERFORM PRINT-REPORT-HEADING
               PERFORM LOAD-NOTICES-IN-EFFECT
               IF WS-NOTE-COUNT = 0
                   MOVE "  (NO MANDATORY NOTICES IN EFFECT)"
                       TO WS-TEXT-LINE
                   WRITE ACKRPT-LINE FROM WS-TEXT-LINE
               ELSE
                   SORT SORT-FILE
                       ON ASCENDING KEY SR-NOTICE-SEQ SR-EMP-ID SR-TYPE
                       INPUT PROCEDURE IS RELEASE-ACKS-AND-TARGETS
                       OUTPUT PROCEDURE IS PRINT-NOTICE-SECTIONS
               END-IF
               PERFORM PRINT-RUN-TOTALS
               CLOSE ACKRPT-FILE
               CLOSE EMPMAST-FILE
               CLOSE HRTERM-FILE
           END-IF
           END-IF
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-ACKLOG-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-TARGETED-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-OUTSTANDING-COUNT TO WS-LEDG-REJECTS
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
           WRITE ACKRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE.

      * SAME EFFECTIVE-DATE TEST AS HELLOTSO'S LOAD-PENDING-NOTICES.
       LOAD-NOTICES-IN-EFFECT.
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "ACKRPT: NOTICE FILE NOT AVAILABLE (STATUS "
                   WS-NOTICE-STATUS ") - NO NOTICES REPORTED."
               SET WS-INPUT-MISSING TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ NOTICE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NT-HEADER
                                   AND NT-FROM-DATE IS NUMERIC
                                   AND NT-TO-DATE IS NUMERIC
                                   AND NT-FROM-DATE <= WS-REPORT-DATE
                                   AND NT-TO-DATE >= WS-REPORT-DATE
                               PERFORM ADD-NOTICE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF.

       ADD-NOTICE-ENTRY.
           IF WS-NOTE-COUNT < 50
               ADD 1 TO WS-NOTE-COUNT
               MOVE NT-NOTICE-ID TO WS-NOTE-ID(WS-NOTE-COUNT)
               MOVE NT-HEADER-DATA TO WS-NOTE-HEADER(WS-NOTE-COUNT)
           ELSE
               DISPLAY "ACKRPT: NOTICE TABLE FULL (50) - NOTICE "
                   NT-NOTICE-ID " NOT REPORTED."
           END-IF.

      * SORT INPUT - EVERY ACKNOWLEDGEMENT OF A NOTICE IN THE TABLE,
      * THEN ONE EXPECTED RECORD PER ACTIVE OPERATOR PER NOTICE THAT
      * TARGETS THE OPERATOR'S DEPARTMENT.
       RELEASE-ACKS-AND-TARGETS.
           OPEN INPUT ACKLOG-FILE
           IF WS-ACKLOG-STATUS NOT = "00"
               DISPLAY "ACKRPT: ACKLOG FILE NOT AVAILABLE (STATUS "
                   WS-ACKLOG-STATUS ") - EVERY TARGETED OPERATOR "
                   "IS LISTED AS OUTSTANDING."
               SET WS-INPUT-MISSING TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-ACKLOG-RECORD
               PERFORM RELEASE-ONE-ACK UNTIL WS-EOF
               CLOSE ACKLOG-FILE
           END-IF
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
                       PERFORM RELEASE-MASTER-TARGETS
               END-READ
           END-PERFORM.

      * AN ACKNOWLEDGEMENT OF A NOTICE NO LONGER IN EFFECT IS SIMPLY
      * NOT RELEASED.
       RELEASE-ONE-ACK.
           PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                   UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
               IF WS-NOTE-ID(WS-NOTE-SUB) = AK-NOTICE-ID
                   MOVE WS-NOTE-SUB TO SR-NOTICE-SEQ
                   MOVE AK-EMP-ID TO SR-EMP-ID
                   MOVE "A" TO SR-TYPE
                   MOVE SPACES TO SR-EMP-NAME
                   MOVE SPACES TO SR-DEPT-CODE
                   RELEASE SORT-REC
               END-IF
           END-PERFORM
           PERFORM READ-NEXT-ACKLOG-RECORD.

       RELEASE-MASTER-TARGETS.
           PERFORM CHECK-HR-TERMINATION
           IF WS-EMPLOYEE-ACTIVE
               PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                       UNTIL WS-NOTE-SUB > WS-NOTE-COUNT
                   PERFORM CHECK-NOTICE-TARGET
                   IF WS-NOTICE-TARGETED
                       MOVE WS-NOTE-SUB TO SR-NOTICE-SEQ
                       MOVE EM-EMP-ID TO SR-EMP-ID
                       MOVE "E" TO SR-TYPE
                       MOVE EM-EMP-NAME TO SR-EMP-NAME
                       MOVE EM-DEPT-CODE TO SR-DEPT-CODE
                       RELEASE SORT-REC
                   END-IF
               END-PERFORM
           END-IF.

      * ALL FIVE TARGET DEPARTMENTS BLANK MEANS EVERY DEPARTMENT.
       CHECK-NOTICE-TARGET.
           IF WS-NOTE-DEPTS(WS-NOTE-SUB) = SPACES
               SET WS-NOTICE-TARGETED TO TRUE
           ELSE
               SET WS-NOTICE-NOT-TARGETED TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF WS-NOTE-DEPT(WS-NOTE-SUB, WS-SUB) = EM-DEPT-CODE
                           AND WS-NOTE-DEPT(WS-NOTE-SUB, WS-SUB)
                               NOT = SPACES
                       SET WS-NOTICE-TARGETED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-HR-TERMINATION.
           MOVE EM-EMP-ID TO HT-EMP-ID
           READ HRTERM-FILE
               INVALID KEY
                   SET WS-EMPLOYEE-ACTIVE TO TRUE
               NOT INVALID KEY
                   SET WS-EMPLOYEE-TERMINATED TO TRUE
           END-READ.

       READ-NEXT-ACKLOG-RECORD.
           READ ACKLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACKLOG-READ-COUNT
           END-READ.

      * SORT OUTPUT - ONE SECTION PER NOTICE IN TABLE ORDER, EVEN
      * WHEN NO OPERATOR IS TARGETED.
       PRINT-NOTICE-SECTIONS.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM RETURN-NEXT-SORT-RECORD
           PERFORM PRINT-ONE-NOTICE
               VARYING WS-NOTE-SUB FROM 1 BY 1
               UNTIL WS-NOTE-SUB > WS-NOTE-COUNT.

       PRINT-ONE-NOTICE.
           MOVE 0 TO WS-NOTE-TARGETED
           MOVE 0 TO WS-NOTE-ACKED
           MOVE 0 TO WS-NOTE-OUTSTANDING
           MOVE SPACES TO WS-ACK-EMP-ID
           MOVE WS-NOTE-ID(WS-NOTE-SUB) TO WS-NHL-NOTICE-ID
           MOVE WS-NOTE-TITLE(WS-NOTE-SUB) TO WS-NHL-TITLE
           WRITE ACKRPT-LINE FROM WS-NOTICE-HEADING-LINE
           PERFORM BUILD-DEPARTMENT-LIST
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  EFFECTIVE " WS-NOTE-FROM-DATE(WS-NOTE-SUB)
                   " TO " WS-NOTE-TO-DATE(WS-NOTE-SUB)
                   "  DEPARTMENTS: " WS-DEPT-LIST
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE
           WRITE ACKRPT-LINE FROM WS-COLUMN-LINE
           PERFORM CHECK-ONE-SORT-RECORD
               UNTIL WS-SORT-EOF OR SR-NOTICE-SEQ NOT = WS-NOTE-SUB
           IF WS-NOTE-OUTSTANDING = 0
               MOVE "  (NONE - ALL TARGETED OPERATORS ACKNOWLEDGED)"
                   TO WS-TEXT-LINE
               WRITE ACKRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE WS-NOTE-TARGETED TO WS-NTL-TARGETED
           MOVE WS-NOTE-ACKED TO WS-NTL-ACKED
           MOVE WS-NOTE-OUTSTANDING TO WS-NTL-OUTSTANDING
           WRITE ACKRPT-LINE FROM WS-NOTICE-TOTAL-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE.

       BUILD-DEPARTMENT-LIST.
           IF WS-NOTE-DEPTS(WS-NOTE-SUB) = SPACES
               MOVE "ALL" TO WS-DEPT-LIST
           ELSE
               MOVE SPACES TO WS-DEPT-LIST
               STRING WS-NOTE-DEPT(WS-NOTE-SUB, 1) " "
                       WS-NOTE-DEPT(WS-NOTE-SUB, 2) " "
                       WS-NOTE-DEPT(WS-NOTE-SUB, 3) " "
                       WS-NOTE-DEPT(WS-NOTE-SUB, 4) " "
                       WS-NOTE-DEPT(WS-NOTE-SUB, 5)
                   DELIMITED BY SIZE INTO WS-DEPT-LIST
               END-STRING
           END-IF.

      * AN 'A' RECORD ALWAYS COMES BACK AHEAD OF THE SAME ID'S 'E'
      * RECORD; AN ACKNOWLEDGEMENT FROM AN ID NO LONGER TARGETED
      * (MOVED DEPARTMENT, TERMINATED) IS NEVER MATCHED AND IGNORED.
       CHECK-ONE-SORT-RECORD.
           IF SR-TYPE = "A"
               MOVE SR-EMP-ID TO WS-ACK-EMP-ID
           ELSE
               ADD 1 TO WS-NOTE-TARGETED
               ADD 1 TO WS-TARGETED-COUNT
               IF SR-EMP-ID = WS-ACK-EMP-ID
                   ADD 1 TO WS-NOTE-ACKED
               ELSE
                   ADD 1 TO WS-NOTE-OUTSTANDING
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   MOVE SR-EMP-ID TO WS-DTL-EMP-ID
                   MOVE SR-EMP-NAME TO WS-DTL-EMP-NAME
                   MOVE SR-DEPT-CODE TO WS-DTL-DEPT-CODE
                   WRITE ACKRPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF
           PERFORM RETURN-NEXT-SORT-RECORD.

       RETURN-NEXT-SORT-RECORD.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-RUN-TOTALS.
           MOVE WS-NOTE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "NOTICES IN EFFECT:          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-TARGETED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "OPERATOR/NOTICE PAIRS:      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "ACKNOWLEDGEMENTS OUTSTANDING:" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE ACKRPT-LINE FROM WS-TEXT-LINE
           DISPLAY "ACKRPT: ACKLOG RECORDS READ    "
               WS-ACKLOG-READ-COUNT
           DISPLAY "ACKRPT: NOTICES IN EFFECT      " WS-NOTE-COUNT
           DISPLAY "ACKRPT: ACKS OUTSTANDING       "
               WS-OUTSTANDING-COUNT
      *    SET HERE RATHER THAN INSIDE THE SORT PROCEDURES, WHERE
      *    THE SORT'S OWN COMPLETION CODE WOULD OVERLAY IT
           IF WS-OUTSTANDING-COUNT > 0 OR WS-INPUT-MISSING
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
               MOVE "ACKRPT" TO RL-PROGRAM-ID
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
               DISPLAY "ACKRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
