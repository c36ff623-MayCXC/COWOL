      * IDS, OR A DEPARTMENT CODE NOT ON THE DEPTTAB REFERENCE
      * TABLE) ARE LISTED ON THE EMPRJECT REJECT DATASET AND DO NOT
      * TOUCH THE MASTER. RETURN CODE 4 FLAGS A RUN WITH REJECTS.
      *
      * VENDOR ENGINEERS AND CONTRACTORS ARE ADDED AS TEMPORARY IDS:
      * AN 'A' CARD CARRYING A SPONSOR, START AND EXPIRY DATES AND A
      * REASON ALSO WRITES THE TEMPACC RECORD THAT HELLOTSO CHECKS AT
      * SIGN-ON. THE SPONSOR MUST BE A PERMANENT ID ON THE MASTER. A
      * 'C' CARD WITH NEW DATES EXTENDS THE WINDOW, AND A 'D' CARD
      * (WRITTEN BY THE NIGHTLY TEMPEXP JOB ONCE THE ID HAS EXPIRED)
      * REMOVES BOTH RECORDS. THE EXPIRY IS CARRIED ON EMPAUDIT.
      *
       ENVIRONMENT DIVISION.
      *
               RECORD KEY IS DT-DEPT-CODE
               FILE STATUS IS WS-DEPTTAB-STATUS.

           SELECT TEMPACC-FILE ASSIGN TO "TEMPACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-EMP-ID
               FILE STATUS IS WS-TEMPACC-STATUS.

           SELECT EMPAUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EMPRJECT-FILE ASSIGN TO "EMPRJECT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       01  DEPTTAB-REC.
           COPY depttab.

       FD  TEMPACC-FILE.
       01  TEMPACC-REC.
           COPY tempacc.

       FD  EMPAUDIT-FILE
           RECORDING MODE IS F.
       01  EMPAUDIT-REC.
       01  EMPRJECT-REC.
           COPY emprject.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-TEMPACC-STATUS           PIC X(2).

       01  WS-TRAN-EOF-SW              PIC X      VALUE 'N'.
           88  WS-TRAN-EOF                        VALUE 'Y'.
           88  WS-MASTER-FOUND                    VALUE 'Y'.
           88  WS-MASTER-NOT-FOUND                VALUE 'N'.

       01  WS-TEMP-FOUND-SW            PIC X      VALUE 'N'.
           88  WS-TEMP-FOUND                      VALUE 'Y'.
           88  WS-TEMP-NOT-FOUND                  VALUE 'N'.

       01  WS-TEMP-VALID-SW            PIC X      VALUE 'Y'.
           88  WS-TEMP-VALID                      VALUE 'Y'.
           88  WS-TEMP-NOT-VALID                  VALUE 'N'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  WS-CURRENT-TIME         PIC 9(6).
           05  FILLER                  PIC X(8).

      * THE CLOCK IS HHMMSSHH; WS-CURRENT-TIME IS THE HHMMSS PART.
       01  WS-CURRENT-CLOCK            PIC 9(8)   VALUE 0.

       01  WS-BEFORE-NAME              PIC X(20).
       01  WS-BEFORE-DEPT              PIC X(4).
       01  WS-AFTER-DEPT               PIC X(4).
       01  WS-AFTER-EXPIRY             PIC 9(8)   VALUE 0.
       01  WS-TEMP-START-DATE          PIC 9(8)   VALUE 0.
       01  WS-TEMP-EXPIRY-DATE         PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE                 PIC 9(8)   VALUE 0.
       01  WS-REJECT-REASON            PIC X(35).
       01  WS-TRAN-READ-COUNT          PIC 9(7)   VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7)   VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(7)   VALUE 0.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EMPTRAN-FILE
           OPEN I-O EMPMAST-FILE
           OPEN INPUT DEPTTAB-FILE
           OPEN I-O TEMPACC-FILE
           OPEN EXTEND EMPAUDIT-FILE
           OPEN OUTPUT EMPRJECT-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               IF WS-DEPTTAB-STATUS = "00"
                   CLOSE DEPTTAB-FILE
               END-IF
               IF WS-TEMPACC-STATUS = "00"
                   CLOSE TEMPACC-FILE
               END-IF
           ELSE
               IF WS-DEPTTAB-STATUS NOT = "00"
                   DISPLAY "EMPMAINT: DEPTTAB FILE NOT AVAILABLE "
                       ") - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   CLOSE EMPMAST-FILE
                   IF WS-TEMPACC-STATUS = "00"
                       CLOSE TEMPACC-FILE
                   END-IF
               ELSE
                   IF WS-TEMPACC-STATUS NOT = "00"
                       DISPLAY "EMPMAINT: TEMPACC FILE NOT AVAILABLE "
                           "(STATUS " WS-TEMPACC-STATUS
                           ") - RUN TERMINATED."
                       MOVE 16 TO RETURN-CODE
                       CLOSE EMPMAST-FILE
                       CLOSE DEPTTAB-FILE
                   ELSE
                       PERFORM READ-NEXT-TRANSACTION
                       PERFORM APPLY-TRANSACTION UNTIL WS-TRAN-EOF
                       PERFORM DISPLAY-RUN-TOTALS
                       CLOSE EMPMAST-FILE
                       CLOSE DEPTTAB-FILE
                       CLOSE TEMPACC-FILE
                   END-IF
               END-IF
           END-IF
           CLOSE EMPTRAN-FILE
           CLOSE EMPAUDIT-FILE
           CLOSE EMPRJECT-FILE
           MOVE WS-TRAN-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-APPLIED-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-REJECT-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       APPLY-TRANSACTION.
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   PERFORM CHECK-TEMP-ACCESS-FIELDS
                   IF WS-TEMP-NOT-VALID
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       PERFORM APPLY-ADD-CHECKED-TRANSACTION
                   END-IF
               END-IF
           END-IF.

               MOVE ET-DEPT-CODE TO EM-DEPT-CODE
               MOVE 0 TO EM-FAIL-COUNT
               WRITE EMPMAST-REC
               MOVE 0 TO WS-AFTER-EXPIRY
               IF ET-SPONSOR-ID NOT = SPACES
                   PERFORM WRITE-TEMPACC-RECORD
               ELSE
                   IF WS-TEMP-FOUND
                       DELETE TEMPACC-FILE
                   END-IF
               END-IF
               MOVE SPACES TO WS-BEFORE-NAME
               MOVE SPACES TO WS-BEFORE-DEPT
               MOVE ET-DEPT-CODE TO WS-AFTER-DEPT
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM CHECK-TEMP-ACCESS-FIELDS
               IF WS-TEMP-NOT-VALID
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   PERFORM APPLY-CHANGE-CHECKED-TRANSACTION
               END-IF
           END-IF.

       APPLY-CHANGE-CHECKED-TRANSACTION.
               MOVE EM-EMP-NAME TO ET-EMP-NAME
               MOVE EM-DEPT-CODE TO WS-AFTER-DEPT
               REWRITE EMPMAST-REC
               IF WS-TEMP-FOUND AND ET-TEMP-ACCESS NOT = SPACES
                   PERFORM REWRITE-TEMPACC-RECORD
               END-IF
               MOVE WS-TEMP-EXPIRY-DATE TO WS-AFTER-EXPIRY
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
               MOVE EM-DEPT-CODE TO WS-BEFORE-DEPT
               MOVE SPACES TO WS-AFTER-DEPT
               DELETE EMPMAST-FILE
               PERFORM READ-TEMPACC-BY-TRAN-ID
               IF WS-TEMP-FOUND
                   DELETE TEMPACC-FILE
               END-IF
               MOVE WS-TEMP-EXPIRY-DATE TO WS-AFTER-EXPIRY
               MOVE SPACES TO ET-EMP-NAME
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE SPACE TO EM-LOCKOUT-SW
               REWRITE EMPMAST-REC
               MOVE EM-EMP-NAME TO ET-EMP-NAME
               PERFORM READ-TEMPACC-BY-TRAN-ID
               MOVE WS-TEMP-EXPIRY-DATE TO WS-AFTER-EXPIRY
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
               END-READ
           END-IF.

      * TEMPORARY ACCESS COLUMNS ON AN 'A' OR 'C' CARD. THE SPONSOR
      * IS CHECKED FIRST BECAUSE IT SHARES THE EMPMAST AND TEMPACC
      * RECORD AREAS WITH THE CARD'S OWN ID. ON A CHANGE THE WINDOW
      * ON FILE IS THE STARTING POINT AND BLANK COLUMNS KEEP IT.
      * WS-TEMP-START-DATE/WS-TEMP-EXPIRY-DATE COME BACK HOLDING THE
      * WINDOW THE ID WILL HAVE (ZERO FOR A PERMANENT ID).
       CHECK-TEMP-ACCESS-FIELDS.
           SET WS-TEMP-VALID TO TRUE
           IF ET-SPONSOR-ID NOT = SPACES
               PERFORM CHECK-SPONSOR-ID
           END-IF
           PERFORM READ-TEMPACC-BY-TRAN-ID
           IF WS-TEMP-VALID AND ET-TEMP-ACCESS NOT = SPACES
               IF ET-TRAN-CODE = "A"
                   PERFORM EDIT-TEMP-ADD-FIELDS
               ELSE
                   PERFORM EDIT-TEMP-CHANGE-FIELDS
               END-IF
           END-IF.

       CHECK-SPONSOR-ID.
           IF ET-SPONSOR-ID = ET-EMP-ID
               SET WS-TEMP-NOT-VALID TO TRUE
               MOVE "TEMP ACCESS - SPONSOR IS SAME ID"
                   TO WS-REJECT-REASON
           ELSE
               MOVE ET-SPONSOR-ID TO EM-EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       SET WS-TEMP-NOT-VALID TO TRUE
                       MOVE "TEMP ACCESS - SPONSOR NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-TEMP-VALID
               MOVE ET-SPONSOR-ID TO TA-EMP-ID
               READ TEMPACC-FILE
                   NOT INVALID KEY
                       SET WS-TEMP-NOT-VALID TO TRUE
                       MOVE "TEMP ACCESS - SPONSOR IS TEMPORARY"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       EDIT-TEMP-ADD-FIELDS.
           EVALUATE TRUE
               WHEN ET-SPONSOR-ID = SPACES
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "ADD - TEMP ACCESS WITH NO SPONSOR"
                       TO WS-REJECT-REASON
               WHEN ET-START-DATE-N NOT NUMERIC
                       OR ET-EXPIRY-DATE-N NOT NUMERIC
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "ADD - TEMP ACCESS DATES INVALID"
                       TO WS-REJECT-REASON
               WHEN ET-TEMP-REASON = SPACES
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "ADD - TEMP ACCESS REASON IS BLANK"
                       TO WS-REJECT-REASON
               WHEN ET-EXPIRY-DATE-N < ET-START-DATE-N
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "TEMP ACCESS - EXPIRY BEFORE START"
                       TO WS-REJECT-REASON
               WHEN ET-EXPIRY-DATE-N < WS-RUN-DATE
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "ADD - TEMP ACCESS ALREADY EXPIRED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ET-START-DATE-N TO WS-TEMP-START-DATE
                   MOVE ET-EXPIRY-DATE-N TO WS-TEMP-EXPIRY-DATE
           END-EVALUATE.

      * A CHANGE CANNOT TURN A PERMANENT ID INTO A TEMPORARY ONE -
      * DELETE AND RE-ADD IT SO THE AUDIT TRAIL SHOWS THE SPONSOR
      * FROM THE START.
       EDIT-TEMP-CHANGE-FIELDS.
           EVALUATE TRUE
               WHEN WS-TEMP-NOT-FOUND
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "CHANGE - ID IS NOT A TEMPORARY ID"
                       TO WS-REJECT-REASON
               WHEN (ET-START-DATE NOT = SPACES
                       AND ET-START-DATE-N NOT NUMERIC)
                       OR (ET-EXPIRY-DATE NOT = SPACES
                       AND ET-EXPIRY-DATE-N NOT NUMERIC)
                   SET WS-TEMP-NOT-VALID TO TRUE
                   MOVE "CHANGE - TEMP ACCESS DATES INVALID"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF ET-START-DATE NOT = SPACES
                       MOVE ET-START-DATE-N TO WS-TEMP-START-DATE
                   END-IF
                   IF ET-EXPIRY-DATE NOT = SPACES
                       MOVE ET-EXPIRY-DATE-N TO WS-TEMP-EXPIRY-DATE
                   END-IF
                   IF WS-TEMP-EXPIRY-DATE < WS-TEMP-START-DATE
                       SET WS-TEMP-NOT-VALID TO TRUE
                       MOVE "TEMP ACCESS - EXPIRY BEFORE START"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       READ-TEMPACC-BY-TRAN-ID.
           MOVE ET-EMP-ID TO TA-EMP-ID
           READ TEMPACC-FILE
               INVALID KEY
                   SET WS-TEMP-NOT-FOUND TO TRUE
                   MOVE 0 TO WS-TEMP-START-DATE
                   MOVE 0 TO WS-TEMP-EXPIRY-DATE
               NOT INVALID KEY
                   SET WS-TEMP-FOUND TO TRUE
                   MOVE TA-START-DATE TO WS-TEMP-START-DATE
                   MOVE TA-EXPIRY-DATE TO WS-TEMP-EXPIRY-DATE
           END-READ.

      * A TEMPACC RECORD LEFT BEHIND UNDER THE SAME ID (THE MASTER
      * RECORD WAS REMOVED SOME OTHER WAY) IS REPLACED; ON A
      * PERMANENT ADD IT IS DELETED, SO IT CANNOT LIMIT THE NEW ID.
       WRITE-TEMPACC-RECORD.
           MOVE SPACES TO TEMPACC-REC
           MOVE ET-EMP-ID TO TA-EMP-ID
           MOVE ET-SPONSOR-ID TO TA-SPONSOR-ID
           MOVE WS-TEMP-START-DATE TO TA-START-DATE
           MOVE WS-TEMP-EXPIRY-DATE TO TA-EXPIRY-DATE
           MOVE ET-TEMP-REASON TO TA-REASON
           MOVE WS-RUN-DATE TO TA-ADDED-DATE
           MOVE 0 TO TA-CHANGED-DATE
           MOVE WS-TEMP-EXPIRY-DATE TO WS-AFTER-EXPIRY
           WRITE TEMPACC-REC
               INVALID KEY
                   REWRITE TEMPACC-REC
           END-WRITE.

      * TEMPACC-REC STILL HOLDS THE CARD'S OWN RECORD FROM
      * CHECK-TEMP-ACCESS-FIELDS.
       REWRITE-TEMPACC-RECORD.
           IF ET-SPONSOR-ID NOT = SPACES
               MOVE ET-SPONSOR-ID TO TA-SPONSOR-ID
           END-IF
           IF ET-TEMP-REASON NOT = SPACES
               MOVE ET-TEMP-REASON TO TA-REASON
           END-IF
           MOVE WS-TEMP-START-DATE TO TA-START-DATE
           MOVE WS-TEMP-EXPIRY-DATE TO TA-EXPIRY-DATE
           MOVE WS-RUN-DATE TO TA-CHANGED-DATE
           REWRITE TEMPACC-REC.

       READ-MASTER-BY-TRAN-ID.
           MOVE ET-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE

       WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           MOVE SPACES TO EMPAUDIT-REC
           MOVE WS-CURRENT-DATE TO AH-DATE
           MOVE WS-CURRENT-TIME TO AH-TIME
           MOVE ET-EMP-NAME TO AH-AFTER-NAME
           MOVE WS-BEFORE-DEPT TO AH-BEFORE-DEPT
           MOVE WS-AFTER-DEPT TO AH-AFTER-DEPT
           MOVE WS-AFTER-EXPIRY TO AH-TEMP-EXPIRY-DATE
           WRITE EMPAUDIT-REC.

       WRITE-REJECT-BLANK-ID.
           DISPLAY "EMPMAINT: TRANSACTIONS READ    " WS-TRAN-READ-COUNT
           DISPLAY "EMPMAINT: TRANSACTIONS APPLIED " WS-APPLIED-COUNT
           DISPLAY "EMPMAINT: TRANSACTIONS REJECTED" WS-REJECT-COUNT.

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
               MOVE "EMPMAINT" TO RL-PROGRAM-ID
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
               DISPLAY "EMPMAINT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
