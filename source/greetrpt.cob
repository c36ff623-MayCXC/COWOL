               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETSUM-STATUS.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       01  GREETSUM-REC.
           COPY greetsum.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
           05  WS-DISTINCT-ENTRY OCCURS 500 TIMES
                                       PIC X(20).

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM FIND-LAST-REPORTED-DATE
           PERFORM INITIALIZE-REPORT
           PERFORM PROCESS-GREETLOG-RECORDS UNTIL WS-EOF
               PERFORM WRITE-DAILY-SUMMARY
           END-IF
           PERFORM TERMINATE-REPORT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       FIND-LAST-REPORTED-DATE.
       PROCESS-GREETLOG-RECORDS.
      *    SIGN-OFF RECORDS (GL-REC-TYPE 'F') ARE COVERAGE EVENTS,
      *    NOT SIGN-ONS - ONLY SIGN-ON RECORDS COUNT TOWARD THE
      *    DAILY TOTALS REPORTED HERE. RECORDS PASSED OVER (SIGN-
      *    OFFS, AND DATES ALREADY ON GREETSUM) ARE THE RUN'S REJECTS.
           IF GL-SIGN-ON AND GL-DATE > WS-LAST-REPORTED-DATE
               IF WS-FIRST-RECORD
                   MOVE GL-DATE TO WS-CURRENT-LOG-DATE
               END-IF
               ADD 1 TO WS-DAILY-TOTAL
               PERFORM CHECK-DISTINCT-EMPLOYEE
           ELSE
               ADD 1 TO WS-LEDG-REJECTS
           END-IF
           PERFORM READ-NEXT-GREETLOG-RECORD.

           MOVE WS-CURRENT-LOG-DATE TO GS-DATE
           MOVE WS-DAILY-TOTAL TO GS-TOTAL-SIGNONS
           MOVE WS-DAILY-DISTINCT TO GS-DISTINCT-EMPLOYEES
           WRITE GREETSUM-REC
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       RESET-DAILY-COUNTERS.
           MOVE 0 TO WS-DAILY-TOTAL
           READ GREETLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDG-RECORDS-IN
           END-READ.

       TERMINATE-REPORT.
           CLOSE GREETLOG-FILE
           CLOSE GREETSUM-FILE.

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
               MOVE "GREETRPT" TO RL-PROGRAM-ID
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
               DISPLAY "GREETRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
