           SELECT DEPTRPT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
           RECORDING MODE IS F.
       01  DEPTRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT DEPTTAB-FILE
           OPEN OUTPUT DEPTRPT-FILE
               END-IF
           END-IF
           CLOSE DEPTRPT-FILE
           MOVE WS-MASTER-READ-COUNT TO WS-LEDG-RECORDS-IN
           COMPUTE WS-LEDG-RECORDS-OUT = WS-BLANK-DEPT-COUNT
               + WS-VALID-COUNT + WS-PHANTOM-COUNT
           MOVE WS-PHANTOM-EMP-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       PRINT-REPORT-HEADING.
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
               MOVE "DEPTRPT" TO RL-PROGRAM-ID
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
               DISPLAY "DEPTRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
