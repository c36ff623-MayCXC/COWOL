       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    HRACKRC.
       AUTHOR.        STUDENT.
      *
      * HR ACKNOWLEDGEMENT RECONCILIATION. HRCHGEX SENDS HR ONE HRCHG
      * DETAIL PER EMPLOYEE CHANGE EACH NIGHT AND HR RETURNS ONE
      * HRACK RECORD PER DETAIL IT HAS PROCESSED, APPLIED ('A') OR
      * REJECTED ('R'). FOR THE BUSINESS DATE THIS PROGRAM MATCHES
      * THE ACKNOWLEDGEMENTS (ON BUSINESS DATE AND SEQUENCE NUMBER,
      * CHECKING THE EMPLOYEE ID) AGAINST THE EXTRACT AND LISTS:
      *
      *    1. EVERY CHANGE HR REJECTED, WITH HR'S REASON.
      *    2. EVERY CHANGE HR HAS NOT CONFIRMED AT ALL.
      *    3. EVERY ACKNOWLEDGEMENT THAT MATCHES NOTHING SENT (WRONG
      *       SEQUENCE NUMBER OR EMPLOYEE ID, OR AN ACK CODE OTHER
      *       THAN 'A' OR 'R').
      *
      * WHERE HR ACKNOWLEDGES THE SAME CHANGE MORE THAN ONCE (A
      * REJECTION CORRECTED AND APPLIED ON A LATER DAY) THE NEWEST
      * ACKNOWLEDGEMENT STANDS. HRACK IS READ AS THE WHOLE GDG, NEWEST
      * GENERATION FIRST, SO THAT IS THE FIRST ONE READ FOR THE CHANGE
      * AND LATER (OLDER) ONES ARE NOT POSTED.
      *
      * HRCHG IS READ AS THE WHOLE GDG, WHICH CONCATENATES THE NEWEST
      * GENERATION FIRST - SO IF THE EXTRACT WAS RERUN FOR THE DATE,
      * THE FIRST COMPLETE BATCH FOUND (THE LATEST RUN) IS THE ONE
      * RECONCILED AND EARLIER ONES ARE IGNORED. THE BATCH IS FIRST
      * BALANCED AGAINST ITS OWN TRAILER; A BATCH THAT DOES NOT
      * BALANCE IS NOT RECONCILED.
      *
      * THE SYSIN CONTROL CARD CARRIES THE BUSINESS DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS YESTERDAY - HR
      * ACKNOWLEDGES THE DAY AFTER THE EXTRACT IS SENT).
      *
      * RC=16 MEANS HRCHG COULD NOT BE OPENED, HELD NO EXTRACT FOR
      * THE DATE, OR THE EXTRACT DID NOT BALANCE - NOTHING IS
      * RECONCILED. RC=4 MEANS AT LEAST ONE CHANGE WAS REJECTED OR
      * IS UNCONFIRMED, OR AN ACKNOWLEDGEMENT MATCHED NOTHING - OR
      * THAT HRACK COULD NOT BE OPENED, IN WHICH CASE EVERY CHANGE
      * IS LISTED AS UNCONFIRMED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRCHG-FILE ASSIGN TO "HRCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRCHG-STATUS.

           SELECT HRACK-FILE ASSIGN TO "HRACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HRACK-STATUS.

           SELECT HRACKRPT-FILE ASSIGN TO "HRACKRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  HRCHG-FILE
           RECORDING MODE IS F.
       01  HRCHG-REC.
           COPY hrchg.

       FD  HRACK-FILE
           RECORDING MODE IS F.
       01  HRACK-REC.
           COPY hrack.

       FD  HRACKRPT-FILE
           RECORDING MODE IS F.
       01  HRACKRPT-LINE               PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-HRCHG-STATUS             PIC X(2).
       01  WS-HRACK-STATUS             PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           88  WS-NOT-EOF                         VALUE 'N'.

       01  WS-BATCH-SW                 PIC X      VALUE 'N'.
           88  WS-IN-BATCH                        VALUE 'Y'.
           88  WS-NOT-IN-BATCH                    VALUE 'N'.

       01  WS-BATCH-FOUND-SW           PIC X      VALUE 'N'.
           88  WS-BATCH-FOUND                     VALUE 'Y'.
           88  WS-BATCH-NOT-FOUND                 VALUE 'N'.

       01  WS-TRAILER-SW               PIC X      VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.
           88  WS-TRAILER-NOT-SEEN                VALUE 'N'.

       01  WS-BALANCE-SW               PIC X      VALUE 'Y'.
           88  WS-IN-BALANCE                      VALUE 'Y'.
           88  WS-OUT-OF-BALANCE                  VALUE 'N'.

       01  WS-HRACK-SW                 PIC X      VALUE 'N'.
           88  WS-HRACK-OPEN                      VALUE 'Y'.
           88  WS-HRACK-NOT-OPEN                  VALUE 'N'.

       01  WS-ACK-MATCH-SW             PIC X      VALUE 'N'.
           88  WS-ACK-MATCHED                     VALUE 'Y'.
           88  WS-ACK-NOT-MATCHED                 VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RECON-DATE               PIC 9(8).
       01  WS-RUN-INTEGER              PIC 9(7)   VALUE 0.
       01  WS-CREATED-DATE             PIC 9(8)   VALUE 0.
       01  WS-CREATED-TIME             PIC 9(6)   VALUE 0.

      * THE BATCH BEING RECONCILED, ONE ENTRY PER DETAIL. THE
      * DETAILS ARE NUMBERED FROM 1, SO THE SEQUENCE NUMBER IS THE
      * SUBSCRIPT. WS-SNT-ACK IS SPACE UNTIL HR ACKNOWLEDGES.
       01  WS-SENT-COUNT               PIC 9(5)   VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 5000 TIMES.
               10  WS-SNT-CODE         PIC X(1).
               10  WS-SNT-EMP-ID       PIC X(8).
               10  WS-SNT-EMP-NAME     PIC X(20).
               10  WS-SNT-DEPT-CODE    PIC X(4).
               10  WS-SNT-ACK          PIC X(1).
               10  WS-SNT-REASON       PIC X(30).

       01  WS-SUB                      PIC 9(5)   VALUE 0.

      * PER-CODE TALLIES OF THE DETAILS LOADED, FOR THE BALANCE
      * AGAINST THE TRAILER.
       01  WS-ADD-COUNT                PIC 9(7)   VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7)   VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7)   VALUE 0.
       01  WS-RESET-COUNT              PIC 9(7)   VALUE 0.
       01  WS-LOCKOUT-COUNT            PIC 9(7)   VALUE 0.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-DETAIL-COUNT     PIC 9(7)   VALUE 0.
           05  WS-TRL-ADD-COUNT        PIC 9(7)   VALUE 0.
           05  WS-TRL-CHANGE-COUNT     PIC 9(7)   VALUE 0.
           05  WS-TRL-DELETE-COUNT     PIC 9(7)   VALUE 0.
           05  WS-TRL-RESET-COUNT      PIC 9(7)   VALUE 0.
           05  WS-TRL-LOCKOUT-COUNT    PIC 9(7)   VALUE 0.

       01  WS-HRCHG-READ-COUNT         PIC 9(7)   VALUE 0.
       01  WS-HRACK-READ-COUNT         PIC 9(7)   VALUE 0.
       01  WS-EARLIER-BATCH-COUNT      PIC 9(7)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7)   VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7)   VALUE 0.
       01  WS-UNCONFIRMED-COUNT        PIC 9(7)   VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(7)   VALUE 0.

       01  WS-UNMATCHED-NOTE           PIC X(20)  VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(34)  VALUE
               "HR CHANGE ACKNOWLEDGEMENT RECON".
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  WS-HDG-RECON-DATE       PIC 9(8).
           05  FILLER                  PIC X(6)   VALUE "  RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(18)  VALUE SPACES.

       01  WS-REJECTED-COLUMNS.
           05  FILLER                  PIC X(40)  VALUE
               "  SEQ NO  C   EMP ID    NAME".
           05  FILLER                  PIC X(40)  VALUE
               "      HR REASON".

       01  WS-UNCONFIRMED-COLUMNS.
           05  FILLER                  PIC X(40)  VALUE
               "  SEQ NO  C   EMP ID    NAME".
           05  FILLER                  PIC X(40)  VALUE
               "      DEPT".

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CHL-SEQ-NO           PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CHL-CODE             PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-CHL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CHL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CHL-DETAIL           PIC X(30).
           05  FILLER                  PIC X(4)   VALUE SPACES.

       01  WS-UNMATCHED-COLUMNS.
           05  FILLER                  PIC X(40)  VALUE
               "  SEQ NO  A   EMP ID    PROBLEM".
           05  FILLER                  PIC X(40)  VALUE
               "      HR REASON".

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-UNL-SEQ-NO           PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-UNL-ACK-CODE         PIC X(1).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-UNL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-UNL-NOTE             PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-UNL-REASON           PIC X(30).
           05  FILLER                  PIC X(4)   VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-RECON-CONTROLS
           OPEN OUTPUT HRACKRPT-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM LOAD-SENT-CHANGES
           IF RETURN-CODE < 16
               PERFORM PRINT-EXTRACT-SUMMARY
               PERFORM MATCH-ACKNOWLEDGEMENTS
               PERFORM PRINT-REJECTED-CHANGES
               PERFORM PRINT-UNCONFIRMED-CHANGES
               PERFORM PRINT-UNMATCHED-ACKS
               PERFORM PRINT-RUN-TOTALS
               IF (WS-REJECTED-COUNT > 0 OR WS-UNCONFIRMED-COUNT > 0
                       OR WS-UNMATCHED-COUNT > 0)
                       AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE HRACKRPT-FILE
           MOVE WS-RECON-DATE TO WS-LEDG-BUSINESS-DATE
           COMPUTE WS-LEDG-RECORDS-IN =
               WS-HRCHG-READ-COUNT + WS-HRACK-READ-COUNT
           MOVE WS-SENT-COUNT TO WS-LEDG-RECORDS-OUT
           COMPUTE WS-LEDG-REJECTS = WS-REJECTED-COUNT
               + WS-UNCONFIRMED-COUNT + WS-UNMATCHED-COUNT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-RECON-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-RECON-DATE
           ELSE
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-RECON-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 1)
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE WS-RECON-DATE TO WS-HDG-RECON-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE HRACKRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

      *****************************************************************
      * LOADS THE BUSINESS DATE'S EXTRACT BATCH (HEADER, DETAILS,
      * TRAILER) AND BALANCES IT. ANY FAILURE HERE ENDS THE RUN RC=16
      * WITH THE REASON ON THE REPORT AND SYSOUT.
      *****************************************************************
       LOAD-SENT-CHANGES.
           OPEN INPUT HRCHG-FILE
           IF WS-HRCHG-STATUS NOT = "00"
               DISPLAY "HRACKRC: HRCHG FILE NOT AVAILABLE (STATUS "
                   WS-HRCHG-STATUS ") - RUN TERMINATED."
               MOVE "HRCHG NOT AVAILABLE - NOTHING RECONCILED."
                   TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-HRCHG-RECORD
               PERFORM PROCESS-HRCHG-RECORD UNTIL WS-EOF
               CLOSE HRCHG-FILE
               PERFORM CHECK-EXTRACT-BALANCE
           END-IF.

       PROCESS-HRCHG-RECORD.
           EVALUATE TRUE
               WHEN HX-HEADER-REC
                   PERFORM START-EXTRACT-BATCH
               WHEN HX-DETAIL-REC AND WS-IN-BATCH
                   PERFORM LOAD-SENT-DETAIL
               WHEN HX-TRAILER-REC AND WS-IN-BATCH
                   MOVE HX-TRL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
                   MOVE HX-TRL-ADD-COUNT TO WS-TRL-ADD-COUNT
                   MOVE HX-TRL-CHANGE-COUNT TO WS-TRL-CHANGE-COUNT
                   MOVE HX-TRL-DELETE-COUNT TO WS-TRL-DELETE-COUNT
                   MOVE HX-TRL-RESET-COUNT TO WS-TRL-RESET-COUNT
                   MOVE HX-TRL-LOCKOUT-COUNT TO WS-TRL-LOCKOUT-COUNT
                   SET WS-TRAILER-SEEN TO TRUE
                   SET WS-NOT-IN-BATCH TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-HRCHG-RECORD.

      * A HEADER FOR ANOTHER DATE, OR FOR THIS DATE ONCE A COMPLETE
      * BATCH HAS BEEN LOADED, STARTS A BATCH THAT IS SKIPPED.
       START-EXTRACT-BATCH.
           SET WS-NOT-IN-BATCH TO TRUE
           IF HX-HDR-BUSINESS-DATE = WS-RECON-DATE
               IF WS-TRAILER-SEEN
                   ADD 1 TO WS-EARLIER-BATCH-COUNT
               ELSE
                   SET WS-IN-BATCH TO TRUE
                   SET WS-BATCH-FOUND TO TRUE
                   SET WS-IN-BALANCE TO TRUE
                   MOVE HX-HDR-CREATED-DATE TO WS-CREATED-DATE
                   MOVE HX-HDR-CREATED-TIME TO WS-CREATED-TIME
                   MOVE 0 TO WS-SENT-COUNT
                   MOVE 0 TO WS-ADD-COUNT
                   MOVE 0 TO WS-CHANGE-COUNT
                   MOVE 0 TO WS-DELETE-COUNT
                   MOVE 0 TO WS-RESET-COUNT
                   MOVE 0 TO WS-LOCKOUT-COUNT
               END-IF
           END-IF.

       LOAD-SENT-DETAIL.
           IF WS-SENT-COUNT < 5000
               ADD 1 TO WS-SENT-COUNT
               IF HX-SEQ-NO NOT = WS-SENT-COUNT
                   DISPLAY "HRACKRC: HRCHG DETAIL " WS-SENT-COUNT
                       " CARRIES SEQUENCE NUMBER " HX-SEQ-NO "."
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               MOVE HX-CHANGE-CODE TO WS-SNT-CODE(WS-SENT-COUNT)
               MOVE HX-EMP-ID TO WS-SNT-EMP-ID(WS-SENT-COUNT)
               MOVE HX-EMP-NAME TO WS-SNT-EMP-NAME(WS-SENT-COUNT)
               MOVE HX-DEPT-CODE TO WS-SNT-DEPT-CODE(WS-SENT-COUNT)
               MOVE SPACE TO WS-SNT-ACK(WS-SENT-COUNT)
               MOVE SPACES TO WS-SNT-REASON(WS-SENT-COUNT)
               EVALUATE HX-CHANGE-CODE
                   WHEN "A"
                       ADD 1 TO WS-ADD-COUNT
                   WHEN "C"
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN "D"
                       ADD 1 TO WS-DELETE-COUNT
                   WHEN "R"
                       ADD 1 TO WS-RESET-COUNT
                   WHEN "L"
                       ADD 1 TO WS-LOCKOUT-COUNT
                   WHEN OTHER
                       DISPLAY "HRACKRC: HRCHG DETAIL " HX-SEQ-NO
                           " CARRIES UNKNOWN CHANGE CODE '"
                           HX-CHANGE-CODE "'."
                       SET WS-OUT-OF-BALANCE TO TRUE
               END-EVALUATE
           ELSE
               DISPLAY "HRACKRC: SENT-CHANGE TABLE FULL (5000) - "
                   "DETAIL " HX-SEQ-NO " NOT LOADED."
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       CHECK-EXTRACT-BALANCE.
           IF WS-BATCH-NOT-FOUND
               DISPLAY "HRACKRC: NO HRCHG EXTRACT FOR " WS-RECON-DATE
                   " - RUN TERMINATED."
               MOVE "NO HRCHG EXTRACT FOR THE DATE - NOT RECONCILED."
                   TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TRAILER-NOT-SEEN
                       OR WS-TRL-DETAIL-COUNT NOT = WS-SENT-COUNT
                       OR WS-TRL-ADD-COUNT NOT = WS-ADD-COUNT
                       OR WS-TRL-CHANGE-COUNT NOT = WS-CHANGE-COUNT
                       OR WS-TRL-DELETE-COUNT NOT = WS-DELETE-COUNT
                       OR WS-TRL-RESET-COUNT NOT = WS-RESET-COUNT
                       OR WS-TRL-LOCKOUT-COUNT NOT = WS-LOCKOUT-COUNT
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
               IF WS-OUT-OF-BALANCE
                   DISPLAY "HRACKRC: HRCHG EXTRACT FOR " WS-RECON-DATE
                       " DOES NOT BALANCE TO ITS TRAILER - RUN "
                       "TERMINATED."
                   MOVE "HRCHG EXTRACT OUT OF BALANCE - NOT RECONCILED."
                       TO WS-TEXT-LINE
                   WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       READ-NEXT-HRCHG-RECORD.
           READ HRCHG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HRCHG-READ-COUNT
           END-READ.

       PRINT-EXTRACT-SUMMARY.
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EXTRACT CREATED " WS-CREATED-DATE " "
                   WS-CREATED-TIME " - " WS-EDIT-COUNT
                   " CHANGES SENT, IN BALANCE"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           IF WS-EARLIER-BATCH-COUNT > 0
               MOVE WS-EARLIER-BATCH-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "EARLIER EXTRACTS FOR THE DATE IGNORED "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

      *****************************************************************
      * POSTS EACH OF THE DATE'S ACKNOWLEDGEMENTS TO THE CHANGE IT
      * NAMES. THOSE THAT MATCH NOTHING ARE LISTED IN SECTION 3 ON A
      * SECOND PASS OF HRACK.
      *****************************************************************
       MATCH-ACKNOWLEDGEMENTS.
           OPEN INPUT HRACK-FILE
           IF WS-HRACK-STATUS = "00"
               SET WS-HRACK-OPEN TO TRUE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-NEXT-HRACK-RECORD
               PERFORM POST-ACKNOWLEDGEMENT UNTIL WS-EOF
               CLOSE HRACK-FILE
           ELSE
               DISPLAY "HRACKRC: HRACK FILE NOT AVAILABLE (STATUS "
                   WS-HRACK-STATUS ") - NO CHANGE CONFIRMED."
               MOVE "HRACK NOT AVAILABLE - NO CHANGE CONFIRMED."
                   TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
               MOVE SPACES TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       POST-ACKNOWLEDGEMENT.
           IF HA-BUSINESS-DATE = WS-RECON-DATE
               PERFORM CHECK-ACK-MATCH
               IF WS-ACK-MATCHED
                       AND WS-SNT-ACK(HA-SEQ-NO) = SPACE
                   MOVE HA-ACK-CODE TO WS-SNT-ACK(HA-SEQ-NO)
                   MOVE HA-REASON TO WS-SNT-REASON(HA-SEQ-NO)
               END-IF
           END-IF
           PERFORM READ-NEXT-HRACK-RECORD.

      * AN ACKNOWLEDGEMENT MATCHES WHEN ITS SEQUENCE NUMBER IS ONE
      * THAT WAS SENT, FOR THE SAME EMPLOYEE ID, AND ITS ACK CODE IS
      * 'A' OR 'R'. WS-UNMATCHED-NOTE SAYS WHY ONE DOES NOT.
       CHECK-ACK-MATCH.
           SET WS-ACK-NOT-MATCHED TO TRUE
           EVALUATE TRUE
               WHEN HA-SEQ-NO NOT NUMERIC
                   MOVE "SEQUENCE NOT NUMERIC" TO WS-UNMATCHED-NOTE
               WHEN HA-SEQ-NO = 0 OR HA-SEQ-NO > WS-SENT-COUNT
                   MOVE "SEQUENCE NOT SENT" TO WS-UNMATCHED-NOTE
               WHEN HA-EMP-ID NOT = WS-SNT-EMP-ID(HA-SEQ-NO)
                   MOVE "EMP ID NOT AS SENT" TO WS-UNMATCHED-NOTE
               WHEN NOT HA-APPLIED AND NOT HA-REJECTED
                   MOVE "ACK CODE NOT A OR R" TO WS-UNMATCHED-NOTE
               WHEN OTHER
                   SET WS-ACK-MATCHED TO TRUE
           END-EVALUATE.

       READ-NEXT-HRACK-RECORD.
           READ HRACK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HRACK-READ-COUNT
           END-READ.

      *****************************************************************
      * SECTION 1 - CHANGES HR REJECTED, IN SEQUENCE ORDER. THE
      * APPLIED CHANGES ARE COUNTED ON THE SAME PASS.
      *****************************************************************
       PRINT-REJECTED-CHANGES.
           MOVE "SECTION 1 - CHANGES REJECTED BY HR:" TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-REJECTED-COLUMNS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SENT-COUNT
               EVALUATE WS-SNT-ACK(WS-SUB)
                   WHEN "A"
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE WS-SNT-REASON(WS-SUB) TO WS-CHL-DETAIL
                       PERFORM WRITE-CHANGE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-REJECTED-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

      *****************************************************************
      * SECTION 2 - CHANGES SENT THAT HR HAS NOT ACKNOWLEDGED.
      *****************************************************************
       PRINT-UNCONFIRMED-CHANGES.
           MOVE "SECTION 2 - CHANGES NOT CONFIRMED BY HR:"
               TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-UNCONFIRMED-COLUMNS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SENT-COUNT
               IF WS-SNT-ACK(WS-SUB) = SPACE
                   ADD 1 TO WS-UNCONFIRMED-COUNT
                   MOVE WS-SNT-DEPT-CODE(WS-SUB) TO WS-CHL-DETAIL
                   PERFORM WRITE-CHANGE-LINE
               END-IF
           END-PERFORM
           IF WS-UNCONFIRMED-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

      * WS-SUB AND WS-CHL-DETAIL ARE SET BY THE CALLER.
       WRITE-CHANGE-LINE.
           MOVE WS-SUB TO WS-CHL-SEQ-NO
           MOVE WS-SNT-CODE(WS-SUB) TO WS-CHL-CODE
           MOVE WS-SNT-EMP-ID(WS-SUB) TO WS-CHL-EMP-ID
           MOVE WS-SNT-EMP-NAME(WS-SUB) TO WS-CHL-EMP-NAME
           WRITE HRACKRPT-LINE FROM WS-CHANGE-LINE.

      *****************************************************************
      * SECTION 3 - THE DATE'S ACKNOWLEDGEMENTS THAT MATCH NO CHANGE
      * SENT, FROM A SECOND PASS OF HRACK.
      *****************************************************************
       PRINT-UNMATCHED-ACKS.
           MOVE "SECTION 3 - ACKNOWLEDGEMENTS MATCHING NO CHANGE SENT:"
               TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           IF WS-HRACK-NOT-OPEN
               MOVE "  (HRACK NOT AVAILABLE)" TO WS-TEXT-LINE
               WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           ELSE
               WRITE HRACKRPT-LINE FROM WS-UNMATCHED-COLUMNS
               OPEN INPUT HRACK-FILE
               SET WS-NOT-EOF TO TRUE
               READ HRACK-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               PERFORM LIST-UNMATCHED-ACK UNTIL WS-EOF
               CLOSE HRACK-FILE
               IF WS-UNMATCHED-COUNT = 0
                   MOVE "  (NONE)" TO WS-TEXT-LINE
                   WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

       LIST-UNMATCHED-ACK.
           IF HA-BUSINESS-DATE = WS-RECON-DATE
               PERFORM CHECK-ACK-MATCH
               IF WS-ACK-NOT-MATCHED
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE HA-SEQ-NO TO WS-UNL-SEQ-NO
                   MOVE HA-ACK-CODE TO WS-UNL-ACK-CODE
                   MOVE HA-EMP-ID TO WS-UNL-EMP-ID
                   MOVE WS-UNMATCHED-NOTE TO WS-UNL-NOTE
                   MOVE HA-REASON TO WS-UNL-REASON
                   WRITE HRACKRPT-LINE FROM WS-UNMATCHED-LINE
               END-IF
           END-IF
           READ HRACK-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       PRINT-RUN-TOTALS.
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "CHANGES SENT                    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "APPLIED BY HR                   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "REJECTED BY HR                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-UNCONFIRMED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "NOT CONFIRMED BY HR             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "ACKNOWLEDGEMENTS UNMATCHED      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE HRACKRPT-LINE FROM WS-TEXT-LINE.

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
               MOVE "HRACKRC" TO RL-PROGRAM-ID
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
               DISPLAY "HRACKRC: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
