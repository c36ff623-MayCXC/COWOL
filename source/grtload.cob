               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRTCTL-STATUS.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       01  GRTCTL-REC.
           COPY grtctl.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-GREETIDX-STATUS          PIC X(2).
       01  WS-GRTCTL-STATUS            PIC X(2)   VALUE SPACES.
           05  WS-CURRENT-TIME         PIC 9(6).
           05  FILLER                  PIC X(8).

      * THE CLOCK IS HHMMSSHH; WS-CURRENT-TIME IS THE HHMMSS PART.
       01  WS-CURRENT-CLOCK            PIC 9(8)   VALUE 0.

       01  WS-LAST-LOADED-COUNT        PIC 9(9)   VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(9)   VALUE 0.
       01  WS-READ-COUNT               PIC 9(9)   VALUE 0.
       01  WS-SIGNOFF-SKIP-COUNT       PIC 9(9)   VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(9)   VALUE 0.

           COPY runlgws.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.

       PROCEDURE DIVISION USING LS-PARM.
      *
           PERFORM START-RUN-LEDGER
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT TO WS-RUN-MODE
           END-IF
           IF WS-POSITION-OK
               PERFORM LOAD-GREETIDX
           END-IF
           MOVE WS-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-LOADED-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-DROPPED-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       LOAD-GREETIDX.
      * CHKPT.
       WRITE-CONTROL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-CLOCK FROM TIME
           COMPUTE WS-CURRENT-TIME = WS-CURRENT-CLOCK / 100
           MOVE SPACES TO GRTCTL-REC
           ADD WS-SKIPPED-COUNT WS-READ-COUNT
               GIVING GC-LOADED-COUNT
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
               MOVE "GRTLOAD" TO RL-PROGRAM-ID
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
               DISPLAY "GRTLOAD: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
