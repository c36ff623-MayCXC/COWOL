
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
           RECORDING MODE IS F.
       01  ARCRPT-LINE                 PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

      * THE KEY COVERS THE WHOLE RECORD, NOT JUST DATE + TIME:
      * SAME-SECOND RECORDS ARE NORMAL (A BULK RUN WRITES MANY IN
      * ONE SECOND) AND ORDER WITHIN EQUAL KEYS IS NOT GUARANTEED,
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-RETRIEVAL-CONTROLS
           IF RETURN-CODE = 16
               DISPLAY "ARCRETR: CONTROL CARD INVALID - EMPLOYEE ID "
           ELSE
               PERFORM RETRIEVE-ARCHIVED-RECORDS
           END-IF
           MOVE WS-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-WRITTEN-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-DUPLICATE-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-RETRIEVAL-CONTROLS.
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
               MOVE "ARCRETR" TO RL-PROGRAM-ID
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
               DISPLAY "ARCRETR: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
