           SELECT DAYBAL-FILE ASSIGN TO "DAYBAL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
           RECORDING MODE IS F.
       01  DAYBAL-LINE                 PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EMPAUDIT-STATUS          PIC X(2).
       01  WS-EMPRJECT-STATUS          PIC X(2).
       01  WS-TEXT-LINE                PIC X(80).
       01  WS-FLAG-TEXT                PIC X(9).

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-DATE
           OPEN OUTPUT DAYBAL-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM BALANCE-TERMEXCP
           PERFORM PRINT-REPORT-VERDICT
           CLOSE DAYBAL-FILE
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           COMPUTE WS-LEDG-RECORDS-IN = WS-APPLIED-COUNT
               + WS-GREETED-COUNT
           COMPUTE WS-LEDG-REJECTS = WS-MAINT-REJECT-COUNT
               + WS-BULK-REJECT-COUNT + WS-SESS-EXCP-COUNT
               + WS-RECON-DISCREP-COUNT + WS-TERM-ATTEMPT-COUNT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-REPORT-DATE.
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           WRITE DAYBAL-LINE FROM WS-TEXT-LINE
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       COUNT-AUDIT-RECORD.
           READ EMPAUDIT-FILE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           WRITE DAYBAL-LINE FROM WS-TEXT-LINE
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       COUNT-GREETED-RECORD.
           READ ROSTEROUT-FILE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           WRITE DAYBAL-LINE FROM WS-TEXT-LINE
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       COUNT-SESSION-EXCEPTION.
           READ SESSEXCP-FILE
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           WRITE DAYBAL-LINE FROM WS-TEXT-LINE
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       SCAN-RECON-LINE.
           READ RECONRPT-FILE
                   "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE DAYBAL-LINE FROM WS-TEXT-LINE
           ADD 1 TO WS-LEDG-RECORDS-OUT.

       COUNT-TERM-ATTEMPT.
           READ TERMEXCP-FILE
               WRITE DAYBAL-LINE FROM WS-TEXT-LINE
               DISPLAY "DAYBAL: ALL FUNCTIONS CLEAN."
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
               MOVE "DAYBAL" TO RL-PROGRAM-ID
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
               DISPLAY "DAYBAL: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
