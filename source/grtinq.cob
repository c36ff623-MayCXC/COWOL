               RECORD KEY IS GX-KEY
               FILE STATUS IS WS-GREETIDX-STATUS.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       01  GREETIDX-REC.
           COPY greetidx.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-GREETIDX-STATUS          PIC X(2).

               10  WS-RCT-TIME         PIC 9(6).
               10  WS-RCT-LANG         PIC X(2).

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           OPEN INPUT GREETIDX-FILE
           IF WS-GREETIDX-STATUS NOT = "00"
               DISPLAY "GRTINQ: GREETIDX FILE NOT AVAILABLE (STATUS "
                   DISPLAY "GRTINQ: EMPLOYEE ID MISSING OR INVALID - "
                       "RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   MOVE 1 TO WS-LEDG-REJECTS
               END-IF
               CLOSE GREETIDX-FILE
           END-IF
           MOVE WS-TOTAL-SIGNON-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-RECENT-COUNT TO WS-LEDG-RECORDS-OUT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-REQUESTED-EMPLOYEE-ID.
               DISPLAY "Sign-ons this month: " WS-MONTH-SIGNON-COUNT
               DISPLAY "Sign-ons on file:    " WS-TOTAL-SIGNON-COUNT
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
               MOVE "GRTINQ" TO RL-PROGRAM-ID
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
               DISPLAY "GRTINQ: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
