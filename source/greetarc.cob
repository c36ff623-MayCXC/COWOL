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
       01  WS-GREETSUM-STATUS          PIC X(2)   VALUE SPACES.


       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-RETENTION-CUTOFF
           IF WS-CUTOFF-DATE = 0
               DISPLAY "GREETARC: CUTOFF DATE CARD MISSING OR NOT "
               PERFORM TOTAL-GREETSUM-ARCHIVED-DATES
               PERFORM PRINT-RECONCILIATION
           END-IF
           MOVE WS-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-ARCHIVED-COUNT TO WS-LEDG-RECORDS-OUT
      *    EVERY RECORD READ IS EITHER ARCHIVED OR KEPT, SO THE
      *    REJECTS ARE ONLY THOSE THE CROSS-FOOT CANNOT ACCOUNT FOR.
           COMPUTE WS-LEDG-REJECTS = WS-READ-COUNT
               - WS-ARCHIVED-COUNT - WS-KEPT-COUNT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-RETENTION-CUTOFF.
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
               MOVE "GREETARC" TO RL-PROGRAM-ID
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
               DISPLAY "GREETARC: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
