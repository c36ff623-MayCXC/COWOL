       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    RECERT.
       AUTHOR.        STUDENT.
      *
      * QUARTERLY ACCESS RECERTIFICATION AND DORMANT-ID DETECTION.
      * OPERATOR IDS STAYED ON EMPMAST FOR YEARS AFTER THE PERSON
      * STOPPED USING THE CONSOLE BECAUSE NOTHING COMPARED THE
      * MASTER AGAINST ACTUAL USE, AND AUDIT'S QUARTERLY ACCESS
      * REVIEW WAS BUILT BY HAND. THIS PROGRAM FINDS EACH EMPMAST
      * ID'S LAST ONLINE SIGN-ON FROM THE GREETIDX KEYED LOG COPY
      * (THE LIVE MONTHS) AND THE GLARCHV ARCHIVE GENERATIONS (THE
      * MONTHS GREETARC HAS MOVED OUT OF THE LIVE LOG) TOGETHER, AND
      * PRINTS A RECERTIFICATION LISTING ONE DEPARTMENT AT A TIME,
      * HEADED BY THE DEPTTAB DEPARTMENT NAME AND CLOSED BY A
      * SIGN-OFF LINE FOR THE DEPARTMENT MANAGER.
      *
      * AN ID WITH NO ONLINE SIGN-ON IN THE REVIEW PERIOD IS FLAGGED
      * DORMANT AND A MATCHING EMPTRAN 'D' CARD IS WRITTEN TO
      * DORMTRAN. THE CARDS ARE NOT APPLIED HERE: ONCE THE MANAGERS
      * HAVE SIGNED OFF (AND STRUCK ANY CARD FOR AN ID THEY WANT TO
      * KEEP) OPERATIONS FEEDS DORMTRAN TO EMPMAINT, SO THE REMOVAL
      * GOES THROUGH THE NORMAL EMPAUDIT TRAIL.
      *
      * ONLY ONLINE SIGN-ONS ('N', AND PRE-TYPE-FIELD RECORDS, WHICH
      * MAY HAVE BEEN ONLINE) COUNT AS USE - A BULK-ROSTER GREETING
      * IS WRITTEN FOR EVERY ROSTER ENTRY WHETHER OR NOT THE
      * OPERATOR WAS THERE. AN ID WITH NO SIGN-ON ON FILE AT ALL
      * THAT WAS ADDED (EMPAUDIT 'A') INSIDE THE REVIEW PERIOD IS A
      * NEW STARTER, NOT DORMANT. AN ID HR HAS TERMINATED (ON HRTERM)
      * IS NOT REVIEWED AT ALL - IT IS FOR REMOVAL, NOT RECERTIFYING,
      * AND EMPRECON ALREADY LISTS IT NIGHTLY. A LAST SIGN-ON DATED
      * AFTER THE AS-OF DATE (A RERUN FOR AN EARLIER DATE) COUNTS AS
      * CURRENT, AND AN ID ADDED AFTER IT IS A NEW STARTER.
      *
      * THE SYSIN CONTROL CARD CARRIES THE AS-OF DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY) AND THE
      * DORMANCY PERIOD IN DAYS (COLUMNS 10-13; BLANK, NON-NUMERIC
      * OR ZERO MEANS 90).
      *
      * THE ARCHIVE IS SEQUENTIAL AND LARGE, SO IT IS NOT SEARCHED
      * PER EMPLOYEE: A FIRST INTERNAL SORT REDUCES THE ARCHIVED
      * SIGN-ONS AND EMPAUDIT ADDS TO ONE LAST-ACTIVITY RECORD PER
      * ID ON THE ACTWORK WORK DATASET, WHICH IS THEN MATCHED
      * AGAINST THE MASTER IN KEY ORDER. A SECOND SORT PUTS THE
      * RESULTS INTO DEPARTMENT ORDER FOR THE LISTING. NO TABLES,
      * SO THERE IS NO LIMIT ON THE SIZE OF THE MASTER.
      *
      * RC=4 MEANS DORMANT IDS WERE FOUND (OR THE ARCHIVE WAS NOT
      * AVAILABLE, WHICH CAN OVERSTATE DORMANCY) - REVIEW RECERTRP
      * BEFORE DORMTRAN GOES ANYWHERE NEAR EMPMAINT. RC=16 MEANS
      * EMPMAST, GREETIDX, DEPTTAB OR HRTERM COULD NOT BE OPENED AND
      * NOTHING WAS WRITTEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT GREETIDX-FILE ASSIGN TO "GREETIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GREETIDX-STATUS.

           SELECT DEPTTAB-FILE ASSIGN TO "DEPTTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DT-DEPT-CODE
               FILE STATUS IS WS-DEPTTAB-STATUS.

           SELECT HRTERM-FILE ASSIGN TO "HRTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HT-EMP-ID
               FILE STATUS IS WS-HRTERM-STATUS.

           SELECT GLARCHV-FILE ASSIGN TO "GLARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLARCHV-STATUS.

           SELECT EMPAUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPAUDIT-STATUS.

           SELECT ACTWORK-FILE ASSIGN TO "ACTWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECERTRP-FILE ASSIGN TO "RECERTRP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DORMTRAN-FILE ASSIGN TO "DORMTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACTSORT-FILE ASSIGN TO "SORTWK01".

           SELECT REVSORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  GREETIDX-FILE.
       01  GREETIDX-REC.
           COPY greetidx.

       FD  DEPTTAB-FILE.
       01  DEPTTAB-REC.
           COPY depttab.

       FD  HRTERM-FILE.
       01  HRTERM-REC.
           COPY hrterm.

      * ARCHIVE RECORDS ARE BYTE-FOR-BYTE GREETLOG RECORDS, READ
      * INTO THE WS-ARCH-REC WORK AREA AS IN ARCRETR.
       FD  GLARCHV-FILE
           RECORDING MODE IS F.
       01  GLARCHV-REC                 PIC X(48).

       FD  EMPAUDIT-FILE
           RECORDING MODE IS F.
       01  EMPAUDIT-REC.
           COPY empaudit.

      * ONE RECORD PER ID SEEN IN THE ARCHIVE OR EMPAUDIT, IN ID
      * ORDER - THE LAST ARCHIVED ONLINE SIGN-ON AND THE LAST ADD.
      * ZERO MEANS NONE FOUND. LIVES ONLY FOR THE LENGTH OF THE
      * STEP.
       FD  ACTWORK-FILE
           RECORDING MODE IS F.
       01  ACTWORK-REC.
           05  AW-EMP-ID               PIC X(8).
           05  AW-SIGNON-DATE          PIC 9(8).
           05  AW-SIGNON-TIME          PIC 9(6).
           05  AW-ADDED-DATE           PIC 9(8).

       FD  RECERTRP-FILE
           RECORDING MODE IS F.
       01  RECERTRP-LINE               PIC X(80).

       FD  DORMTRAN-FILE
           RECORDING MODE IS F.
       01  DORMTRAN-REC.
           COPY emptran.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

      * AS-TYPE 'S' = ARCHIVED ONLINE SIGN-ON, 'A' = EMPAUDIT ADD.
       SD  ACTSORT-FILE.
       01  ACTSORT-REC.
           05  AS-EMP-ID               PIC X(8).
           05  AS-DATE                 PIC 9(8).
           05  AS-TIME                 PIC 9(6).
           05  AS-TYPE                 PIC X(1).

       SD  REVSORT-FILE.
       01  REVSORT-REC.
           05  RV-DEPT-CODE            PIC X(4).
           05  RV-EMP-ID               PIC X(8).
           05  RV-EMP-NAME             PIC X(20).
           05  RV-SIGNON-DATE          PIC 9(8).
           05  RV-ADDED-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-GREETIDX-STATUS          PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-HRTERM-STATUS            PIC X(2).
       01  WS-GLARCHV-STATUS           PIC X(2).
       01  WS-EMPAUDIT-STATUS          PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-SORT-EOF-SW              PIC X      VALUE 'N'.
           88  WS-SORT-EOF                        VALUE 'Y'.
           88  WS-SORT-NOT-EOF                    VALUE 'N'.

       01  WS-MASTER-EOF-SW            PIC X      VALUE 'N'.
           88  WS-MASTER-EOF                      VALUE 'Y'.

       01  WS-ACTWORK-EOF-SW           PIC X      VALUE 'N'.
           88  WS-ACTWORK-EOF                     VALUE 'Y'.

       01  WS-BROWSE-DONE-SW           PIC X      VALUE 'N'.
           88  WS-BROWSE-DONE                     VALUE 'Y'.
           88  WS-BROWSE-NOT-DONE                 VALUE 'N'.

       01  WS-ARCHIVE-MISSING-SW       PIC X      VALUE 'N'.
           88  WS-ARCHIVE-MISSING                 VALUE 'Y'.

       01  WS-FIRST-RECORD-SW          PIC X      VALUE 'Y'.
           88  WS-FIRST-RECORD                    VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD                VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-DAYS             PIC X(4).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8)   VALUE 0.
       01  WS-DORMANT-DAYS             PIC 9(4)   VALUE 90.
       01  WS-AS-OF-INTEGER            PIC 9(8)   VALUE 0.
       01  WS-DAYS-SINCE               PIC 9(8)   VALUE 0.

       01  WS-ARCH-REC.
           COPY greetlog.

      * LAST-ACTIVITY ACCUMULATOR FOR THE ID CURRENTLY COMING BACK
      * FROM THE FIRST SORT.
       01  WS-ACT-EMP-ID               PIC X(8)   VALUE LOW-VALUES.
       01  WS-ACT-SIGNON-DATE          PIC 9(8)   VALUE 0.
       01  WS-ACT-SIGNON-TIME          PIC 9(6)   VALUE 0.
       01  WS-ACT-ADDED-DATE           PIC 9(8)   VALUE 0.

      * THE LATEST ONLINE SIGN-ON FOR THE MASTER RECORD IN HAND.
       01  WS-LAST-SIGNON-DATE         PIC 9(8)   VALUE 0.
       01  WS-LAST-ADDED-DATE          PIC 9(8)   VALUE 0.

       01  WS-CURRENT-DEPT             PIC X(4)   VALUE SPACES.
       01  WS-DEPT-REVIEWED            PIC 9(5)   VALUE 0.
       01  WS-DEPT-DORMANT             PIC 9(5)   VALUE 0.
       01  WS-DEPT-COUNT               PIC 9(5)   VALUE 0.

       01  WS-ARCHIVE-READ-COUNT       PIC 9(9)   VALUE 0.
       01  WS-AUDIT-READ-COUNT         PIC 9(9)   VALUE 0.
       01  WS-REVIEWED-COUNT           PIC 9(7)   VALUE 0.
       01  WS-DORMANT-COUNT            PIC 9(7)   VALUE 0.
       01  WS-TERMINATED-COUNT         PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(35)  VALUE
               "OPERATOR ACCESS RECERTIFICATION AS ".
           05  FILLER                  PIC X(3)   VALUE "OF ".
           05  WS-HDG-AS-OF-DATE       PIC 9(8).
           05  FILLER                  PIC X(7)   VALUE " - RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-DEPT-HEADING-LINE.
           05  FILLER                  PIC X(11)  VALUE "DEPARTMENT ".
           05  WS-DHL-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DHL-DEPT-NAME        PIC X(30).
           05  FILLER                  PIC X(33)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(34)  VALUE
               "  EMP ID    NAME                  ".
           05  FILLER                  PIC X(46)  VALUE
               "LAST SIGN-ON   DAYS  STATUS".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-LAST-DATE        PIC X(12).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-DTL-DAYS             PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(25).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "IDS REVIEWED:".
           05  WS-DTT-REVIEWED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "DORMANT:".
           05  WS-DTT-DORMANT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(40)  VALUE SPACES.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
               "MANAGER SIGN-OFF: ".
           05  FILLER                  PIC X(30)  VALUE ALL "_".
           05  FILLER                  PIC X(8)   VALUE "  DATE: ".
           05  FILLER                  PIC X(10)  VALUE ALL "_".
           05  FILLER                  PIC X(12)  VALUE SPACES.

       01  WS-EDIT-DAYS                PIC ZZZZZ9.
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REVIEW-CONTROLS
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT GREETIDX-FILE
           OPEN INPUT DEPTTAB-FILE
           OPEN INPUT HRTERM-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "RECERT: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-GREETIDX-STATUS NOT = "00"
               DISPLAY "RECERT: GREETIDX FILE NOT AVAILABLE (STATUS "
                   WS-GREETIDX-STATUS ") - EVERY ID WOULD LOOK "
                   "DORMANT. RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
           ELSE IF WS-DEPTTAB-STATUS NOT = "00"
               DISPLAY "RECERT: DEPTTAB FILE NOT AVAILABLE (STATUS "
                   WS-DEPTTAB-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE GREETIDX-FILE
           ELSE IF WS-HRTERM-STATUS NOT = "00"
               DISPLAY "RECERT: HRTERM FILE NOT AVAILABLE (STATUS "
                   WS-HRTERM-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               CLOSE EMPMAST-FILE
               CLOSE GREETIDX-FILE
               CLOSE DEPTTAB-FILE
           ELSE
               PERFORM COLLECT-ARCHIVED-ACTIVITY
               OPEN OUTPUT RECERTRP-FILE
               OPEN OUTPUT DORMTRAN-FILE
               PERFORM PRINT-REPORT-HEADING
               SORT REVSORT-FILE
                   ON ASCENDING KEY RV-DEPT-CODE RV-EMP-ID
                   INPUT PROCEDURE IS RELEASE-MASTER-ACTIVITY
                   OUTPUT PROCEDURE IS PRINT-DEPARTMENT-LISTINGS
               PERFORM PRINT-RUN-TOTALS
               CLOSE RECERTRP-FILE
               CLOSE DORMTRAN-FILE
               CLOSE EMPMAST-FILE
               CLOSE GREETIDX-FILE
               CLOSE DEPTTAB-FILE
               CLOSE HRTERM-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-AS-OF-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-REVIEWED-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-DORMANT-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-TERMINATED-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-REVIEW-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-CTL-DAYS IS NUMERIC AND WS-CTL-DAYS > "0000"
               MOVE WS-CTL-DAYS TO WS-DORMANT-DAYS
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).

      * FIRST SORT - ARCHIVED ONLINE SIGN-ONS AND EMPAUDIT ADDS IN
      * ID/DATE/TIME ORDER, REDUCED TO THE LATEST OF EACH PER ID ON
      * ACTWORK.
       COLLECT-ARCHIVED-ACTIVITY.
           SORT ACTSORT-FILE
               ON ASCENDING KEY AS-EMP-ID AS-DATE AS-TIME
               INPUT PROCEDURE IS RELEASE-ARCHIVED-ACTIVITY
               OUTPUT PROCEDURE IS WRITE-LAST-ACTIVITY.

       RELEASE-ARCHIVED-ACTIVITY.
           OPEN INPUT GLARCHV-FILE
           IF WS-GLARCHV-STATUS NOT = "00"
               DISPLAY "RECERT: GLARCHV FILE NOT AVAILABLE (STATUS "
                   WS-GLARCHV-STATUS ") - ONLY LIVE SIGN-ONS USED, "
                   "DORMANCY MAY BE OVERSTATED."
               SET WS-ARCHIVE-MISSING TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM RELEASE-ARCHIVE-SIGNON UNTIL WS-EOF
               CLOSE GLARCHV-FILE
           END-IF
           OPEN INPUT EMPAUDIT-FILE
           IF WS-EMPAUDIT-STATUS NOT = "00"
               DISPLAY "RECERT: EMPAUDIT FILE NOT AVAILABLE (STATUS "
                   WS-EMPAUDIT-STATUS ") - NEW STARTERS CANNOT BE "
                   "TOLD FROM DORMANT IDS."
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM RELEASE-AUDIT-ADD UNTIL WS-EOF
               CLOSE EMPAUDIT-FILE
           END-IF.

       RELEASE-ARCHIVE-SIGNON.
           IF GL-ONLINE-SIGN-ON OF WS-ARCH-REC
                   OR GL-REC-TYPE OF WS-ARCH-REC = SPACE
               MOVE GL-EMP-ID OF WS-ARCH-REC TO AS-EMP-ID
               MOVE GL-DATE OF WS-ARCH-REC TO AS-DATE
               MOVE GL-TIME OF WS-ARCH-REC TO AS-TIME
               MOVE "S" TO AS-TYPE
               RELEASE ACTSORT-REC
           END-IF
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       RELEASE-AUDIT-ADD.
           IF AH-TRAN-CODE = "A"
               MOVE AH-EMP-ID TO AS-EMP-ID
               MOVE AH-DATE TO AS-DATE
               MOVE AH-TIME TO AS-TIME
               MOVE "A" TO AS-TYPE
               RELEASE ACTSORT-REC
           END-IF
           PERFORM READ-NEXT-AUDIT-RECORD.

       READ-NEXT-ARCHIVE-RECORD.
           READ GLARCHV-FILE INTO WS-ARCH-REC
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
           END-READ.

       READ-NEXT-AUDIT-RECORD.
           READ EMPAUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.

       WRITE-LAST-ACTIVITY.
           OPEN OUTPUT ACTWORK-FILE
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM RETURN-NEXT-ACTIVITY
           PERFORM ACCUMULATE-ACTIVITY UNTIL WS-SORT-EOF
           IF WS-ACT-EMP-ID NOT = LOW-VALUES
               PERFORM WRITE-ACTWORK-RECORD
           END-IF
           CLOSE ACTWORK-FILE.

      * RECORDS COME BACK OLDEST FIRST WITHIN AN ID, SO THE LAST
      * ONE OF EACH TYPE IS THE LATEST.
       ACCUMULATE-ACTIVITY.
           IF AS-EMP-ID NOT = WS-ACT-EMP-ID
               IF WS-ACT-EMP-ID NOT = LOW-VALUES
                   PERFORM WRITE-ACTWORK-RECORD
               END-IF
               MOVE AS-EMP-ID TO WS-ACT-EMP-ID
               MOVE 0 TO WS-ACT-SIGNON-DATE
               MOVE 0 TO WS-ACT-SIGNON-TIME
               MOVE 0 TO WS-ACT-ADDED-DATE
           END-IF
           IF AS-TYPE = "A"
               MOVE AS-DATE TO WS-ACT-ADDED-DATE
           ELSE
               MOVE AS-DATE TO WS-ACT-SIGNON-DATE
               MOVE AS-TIME TO WS-ACT-SIGNON-TIME
           END-IF
           PERFORM RETURN-NEXT-ACTIVITY.

       WRITE-ACTWORK-RECORD.
           MOVE WS-ACT-EMP-ID TO AW-EMP-ID
           MOVE WS-ACT-SIGNON-DATE TO AW-SIGNON-DATE
           MOVE WS-ACT-SIGNON-TIME TO AW-SIGNON-TIME
           MOVE WS-ACT-ADDED-DATE TO AW-ADDED-DATE
           WRITE ACTWORK-REC.

       RETURN-NEXT-ACTIVITY.
           RETURN ACTSORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-REPORT-HEADING.
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE RECERTRP-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE WS-DORMANT-DAYS TO WS-EDIT-DAYS
           STRING "DORMANT = NO ONLINE SIGN-ON IN THE LAST "
                   WS-EDIT-DAYS " DAYS (GREETIDX + GLARCHV)"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE.

      * SECOND SORT, INPUT SIDE - THE MASTER IN KEY ORDER MATCHED
      * AGAINST ACTWORK (ALSO IN KEY ORDER), PLUS A KEYED BROWSE OF
      * THE ID'S GREETIDX HISTORY FOR THE LIVE MONTHS.
       RELEASE-MASTER-ACTIVITY.
           OPEN INPUT ACTWORK-FILE
           PERFORM READ-NEXT-ACTWORK-RECORD
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
                       PERFORM RELEASE-ONE-MASTER-ID
               END-READ
           END-PERFORM
           CLOSE ACTWORK-FILE.

      * AN ID ON HRTERM IS LEFT OFF THE LISTING AND ONLY COUNTED.
       RELEASE-ONE-MASTER-ID.
           PERFORM READ-NEXT-ACTWORK-RECORD
               UNTIL WS-ACTWORK-EOF OR AW-EMP-ID >= EM-EMP-ID
           MOVE EM-EMP-ID TO HT-EMP-ID
           READ HRTERM-FILE
               INVALID KEY
                   PERFORM RELEASE-ACTIVE-MASTER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TERMINATED-COUNT
           END-READ.

       RELEASE-ACTIVE-MASTER-ID.
           MOVE 0 TO WS-LAST-SIGNON-DATE
           MOVE 0 TO WS-LAST-ADDED-DATE
           IF NOT WS-ACTWORK-EOF AND AW-EMP-ID = EM-EMP-ID
               MOVE AW-SIGNON-DATE TO WS-LAST-SIGNON-DATE
               MOVE AW-ADDED-DATE TO WS-LAST-ADDED-DATE
           END-IF
           PERFORM FIND-LAST-LIVE-SIGNON
           MOVE EM-DEPT-CODE TO RV-DEPT-CODE
           MOVE EM-EMP-ID TO RV-EMP-ID
           MOVE EM-EMP-NAME TO RV-EMP-NAME
           MOVE WS-LAST-SIGNON-DATE TO RV-SIGNON-DATE
           MOVE WS-LAST-ADDED-DATE TO RV-ADDED-DATE
           RELEASE REVSORT-REC.

      * GREETIDX RETURNS ONE EMPLOYEE'S RECORDS OLDEST FIRST; ANY
      * ONLINE SIGN-ON HERE IS NEWER THAN THE ARCHIVE, BUT THE
      * COMPARE KEEPS IT RIGHT EVEN IF GENERATIONS OVERLAP.
       FIND-LAST-LIVE-SIGNON.
           MOVE EM-EMP-ID TO GX-EMP-ID
           MOVE 0 TO GX-DATE
           MOVE 0 TO GX-TIME
           MOVE 0 TO GX-SEQ
           SET WS-BROWSE-NOT-DONE TO TRUE
           START GREETIDX-FILE KEY >= GX-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-BROWSE-DONE
               READ GREETIDX-FILE NEXT
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF GX-EMP-ID NOT = EM-EMP-ID
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           IF (GX-REC-TYPE = "N" OR GX-REC-TYPE = SPACE)
                                   AND GX-DATE > WS-LAST-SIGNON-DATE
                               MOVE GX-DATE TO WS-LAST-SIGNON-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-NEXT-ACTWORK-RECORD.
           READ ACTWORK-FILE
               AT END
                   SET WS-ACTWORK-EOF TO TRUE
           END-READ.

      * SECOND SORT, OUTPUT SIDE - DEPARTMENT CONTROL BREAK.
       PRINT-DEPARTMENT-LISTINGS.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM RETURN-NEXT-REVIEW
           IF WS-SORT-EOF
               MOVE "  (NO EMPLOYEE MASTER RECORDS ON FILE)"
                   TO WS-TEXT-LINE
               WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM LIST-ONE-REVIEW-RECORD UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-OUT-DEPARTMENT
           END-IF.

       LIST-ONE-REVIEW-RECORD.
           IF WS-FIRST-RECORD
               SET WS-NOT-FIRST-RECORD TO TRUE
               PERFORM START-DEPARTMENT
           ELSE
               IF RV-DEPT-CODE NOT = WS-CURRENT-DEPT
                   PERFORM CLOSE-OUT-DEPARTMENT
                   PERFORM START-DEPARTMENT
               END-IF
           END-IF
           PERFORM JUDGE-REVIEW-RECORD
           PERFORM RETURN-NEXT-REVIEW.

       START-DEPARTMENT.
           MOVE RV-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE 0 TO WS-DEPT-REVIEWED
           MOVE 0 TO WS-DEPT-DORMANT
           ADD 1 TO WS-DEPT-COUNT
           MOVE RV-DEPT-CODE TO WS-DHL-DEPT-CODE
           IF RV-DEPT-CODE = SPACES
               MOVE "(UNASSIGNED)" TO WS-DHL-DEPT-NAME
           ELSE
               MOVE RV-DEPT-CODE TO DT-DEPT-CODE
               READ DEPTTAB-FILE
                   INVALID KEY
                       MOVE "(NOT ON DEPTTAB)" TO WS-DHL-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DT-DEPT-NAME TO WS-DHL-DEPT-NAME
               END-READ
           END-IF
           WRITE RECERTRP-LINE FROM WS-DEPT-HEADING-LINE
           WRITE RECERTRP-LINE FROM WS-COLUMN-LINE.

      * DORMANT: LAST ONLINE SIGN-ON OLDER THAN THE PERIOD, OR NONE
      * AT ALL UNLESS THE ID WAS ADDED INSIDE THE PERIOD.
       JUDGE-REVIEW-RECORD.
           ADD 1 TO WS-DEPT-REVIEWED
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE RV-EMP-ID TO WS-DTL-EMP-ID
           MOVE RV-EMP-NAME TO WS-DTL-EMP-NAME
           IF RV-SIGNON-DATE > 0
               MOVE RV-SIGNON-DATE TO WS-DTL-LAST-DATE
               IF RV-SIGNON-DATE > WS-AS-OF-DATE
                   MOVE 0 TO WS-DAYS-SINCE
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-AS-OF-INTEGER
                       - FUNCTION INTEGER-OF-DATE(RV-SIGNON-DATE)
               END-IF
               MOVE WS-DAYS-SINCE TO WS-EDIT-DAYS
               MOVE WS-EDIT-DAYS TO WS-DTL-DAYS
               IF WS-DAYS-SINCE > WS-DORMANT-DAYS
                   MOVE "DORMANT - DEACTIVATE" TO WS-DTL-STATUS
                   PERFORM WRITE-DORMANT-CARD
               ELSE
                   MOVE "ACTIVE" TO WS-DTL-STATUS
               END-IF
           ELSE
               MOVE "NONE ON FILE" TO WS-DTL-LAST-DATE
               MOVE SPACES TO WS-DTL-DAYS
               IF RV-ADDED-DATE > WS-AS-OF-DATE
                   MOVE 0 TO WS-DAYS-SINCE
               ELSE IF RV-ADDED-DATE > 0
                   COMPUTE WS-DAYS-SINCE = WS-AS-OF-INTEGER
                       - FUNCTION INTEGER-OF-DATE(RV-ADDED-DATE)
               ELSE
                   MOVE 99999999 TO WS-DAYS-SINCE
               END-IF
               END-IF
               IF WS-DAYS-SINCE > WS-DORMANT-DAYS
                   MOVE "NEVER USED - DEACTIVATE" TO WS-DTL-STATUS
                   PERFORM WRITE-DORMANT-CARD
               ELSE
                   MOVE "NEW - NOT YET SIGNED ON" TO WS-DTL-STATUS
               END-IF
           END-IF
           WRITE RECERTRP-LINE FROM WS-DETAIL-LINE.

      * EMPMAINT IGNORES THE NAME AND DEPARTMENT ON A DELETE CARD;
      * THEY ARE CARRIED SO THE REVIEWER CAN READ THE DECK.
       WRITE-DORMANT-CARD.
           ADD 1 TO WS-DEPT-DORMANT
           ADD 1 TO WS-DORMANT-COUNT
           MOVE SPACES TO DORMTRAN-REC
           MOVE "D" TO ET-TRAN-CODE
           MOVE RV-EMP-ID TO ET-EMP-ID
           MOVE RV-EMP-NAME TO ET-EMP-NAME
           MOVE RV-DEPT-CODE TO ET-DEPT-CODE
           WRITE DORMTRAN-REC.

       CLOSE-OUT-DEPARTMENT.
           MOVE WS-DEPT-REVIEWED TO WS-DTT-REVIEWED
           MOVE WS-DEPT-DORMANT TO WS-DTT-DORMANT
           WRITE RECERTRP-LINE FROM WS-DEPT-TOTAL-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           WRITE RECERTRP-LINE FROM WS-SIGN-OFF-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE.

       RETURN-NEXT-REVIEW.
           RETURN REVSORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-RUN-TOTALS.
           MOVE WS-DEPT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "DEPARTMENTS LISTED:       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           MOVE WS-REVIEWED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "IDS REVIEWED:             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "DORMANT - DORMTRAN CARDS: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RECERTRP-LINE FROM WS-TEXT-LINE
           DISPLAY "RECERT: ARCHIVE RECORDS READ   "
               WS-ARCHIVE-READ-COUNT
           DISPLAY "RECERT: IDS REVIEWED           " WS-REVIEWED-COUNT
           DISPLAY "RECERT: DORMANT CARDS WRITTEN  " WS-DORMANT-COUNT
           DISPLAY "RECERT: TERMINATED IDS SKIPPED "
               WS-TERMINATED-COUNT
      *    SET HERE RATHER THAN INSIDE THE SORT PROCEDURES, WHERE
      *    THE SORT'S OWN COMPLETION CODE WOULD OVERLAY IT
           IF WS-DORMANT-COUNT > 0 OR WS-ARCHIVE-MISSING
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
               MOVE "RECERT" TO RL-PROGRAM-ID
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
               DISPLAY "RECERT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
