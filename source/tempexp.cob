       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    TEMPEXP.
       AUTHOR.        STUDENT.
      *
      * NIGHTLY TEMPORARY ACCESS EXPIRY. VENDOR ENGINEERS AND
      * CONTRACTORS ARE ADDED AS TEMPORARY IDS (AN EMPMAST RECORD
      * PLUS A TEMPACC RECORD CARRYING THE SPONSOR, REASON AND ACCESS
      * WINDOW). HELLOTSO ALREADY REFUSES THEM OUTSIDE THE WINDOW;
      * THIS PROGRAM MAKES SURE THEY DO NOT STAY ON THE MASTER AFTER
      * THE ENGAGEMENT ENDS:
      *
      *    1. EVERY TEMPORARY ID WHOSE EXPIRY DATE IS BEFORE THE AS-OF
      *       DATE GETS AN EMPTRAN 'D' CARD ON TEMPTRAN. THE NEXT STEP
      *       OF THE JOB FEEDS TEMPTRAN TO EMPMAINT, SO THE REMOVAL IS
      *       RECORDED ON EMPAUDIT LIKE ANY OTHER, AND EMPMAINT
      *       DELETES THE TEMPACC RECORD WITH THE MASTER RECORD.
      *    2. EVERY TEMPORARY ID EXPIRING WITHIN THE WARNING PERIOD IS
      *       LISTED WITH ITS SPONSOR, SO THE SPONSOR CAN ASK FOR AN
      *       EXTENSION (AN EMPMAINT 'C' CARD WITH A NEW EXPIRY DATE)
      *       OR LET IT LAPSE.
      *
      * A TEMPACC RECORD WHOSE ID IS NO LONGER ON EMPMAST (THE ID
      * WAS REMOVED SOME OTHER WAY) HAS NOTHING LEFT TO AUDIT; IT IS
      * DELETED HERE, NAMED ON SYSOUT AND COUNTED IN THE TOTALS.
      *
      * THE SYSIN CONTROL CARD CARRIES THE AS-OF DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY) AND THE
      * WARNING PERIOD IN DAYS (COLUMNS 10-13; BLANK, NON-NUMERIC OR
      * ZERO MEANS 7).
      *
      * RC=4 MEANS IDS ARE DUE TO EXPIRE INSIDE THE WARNING PERIOD -
      * SEND THE LISTING TO THE SPONSORS. RC=16 MEANS TEMPACC OR
      * EMPMAST COULD NOT BE OPENED AND NO CARDS WERE WRITTEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPACC-FILE ASSIGN TO "TEMPACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMP-ID
               FILE STATUS IS WS-TEMPACC-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT TEMPTRAN-FILE ASSIGN TO "TEMPTRAN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TEMPRPT-FILE ASSIGN TO "TEMPRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  TEMPACC-FILE.
       01  TEMPACC-REC.
           COPY tempacc.

       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  TEMPTRAN-FILE
           RECORDING MODE IS F.
       01  TEMPTRAN-REC.
           COPY emptran.

       FD  TEMPRPT-FILE
           RECORDING MODE IS F.
       01  TEMPRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-TEMPACC-STATUS           PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-MASTER-FOUND-SW          PIC X      VALUE 'N'.
           88  WS-MASTER-FOUND                    VALUE 'Y'.
           88  WS-MASTER-NOT-FOUND                VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-DAYS             PIC X(4).
           05  FILLER                  PIC X(67).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-WARN-DAYS                PIC 9(4)   VALUE 7.
       01  WS-WARN-LIMIT-DATE          PIC 9(8).
       01  WS-AS-OF-INTEGER            PIC 9(8)   VALUE 0.

      * IDS DUE TO EXPIRE ARE FOUND IN THE SAME PASS AS THE EXPIRED
      * ONES, SO THEY ARE HELD HERE AND PRINTED AS A SECOND SECTION.
       01  WS-WARN-COUNT               PIC 9(3)   VALUE 0.
       01  WS-WARN-TABLE.
           05  WS-WARN-ENTRY OCCURS 200 TIMES.
               10  WS-WRN-EMP-ID       PIC X(8).
               10  WS-WRN-EMP-NAME     PIC X(20).
               10  WS-WRN-SPONSOR-ID   PIC X(8).
               10  WS-WRN-EXPIRY-DATE  PIC 9(8).
               10  WS-WRN-REASON       PIC X(20).

       01  WS-SUB                      PIC 9(3)   VALUE 0.

       01  WS-TEMP-READ-COUNT          PIC 9(7)   VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(7)   VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(7)   VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(32)  VALUE
               "TEMPORARY ACCESS EXPIRY REPORT".
           05  FILLER                  PIC X(7)   VALUE " AS OF ".
           05  WS-HDG-AS-OF-DATE       PIC 9(8).
           05  FILLER                  PIC X(6)   VALUE "  RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(19)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "EMP ID".
           05  FILLER                  PIC X(22)  VALUE "NAME".
           05  FILLER                  PIC X(10)  VALUE "SPONSOR".
           05  FILLER                  PIC X(10)  VALUE "EXPIRES".
           05  FILLER                  PIC X(26)  VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EMP-NAME         PIC X(20).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-SPONSOR-ID       PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-EXPIRY-DATE      PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-DTL-REASON           PIC X(20).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-DAYS                PIC ZZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-EXPIRY-CONTROLS
           OPEN I-O TEMPACC-FILE
           OPEN INPUT EMPMAST-FILE
           IF WS-TEMPACC-STATUS NOT = "00"
               DISPLAY "TEMPEXP: TEMPACC FILE NOT AVAILABLE (STATUS "
                   WS-TEMPACC-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               IF WS-EMPMAST-STATUS = "00"
                   CLOSE EMPMAST-FILE
               END-IF
           ELSE
               IF WS-EMPMAST-STATUS NOT = "00"
                   DISPLAY "TEMPEXP: EMPMAST FILE NOT AVAILABLE "
                       "(STATUS " WS-EMPMAST-STATUS
                       ") - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   CLOSE TEMPACC-FILE
               ELSE
                   OPEN OUTPUT TEMPTRAN-FILE
                   OPEN OUTPUT TEMPRPT-FILE
                   PERFORM PRINT-REPORT-HEADING
                   PERFORM START-TEMPACC-BROWSE
                   PERFORM READ-NEXT-TEMPACC-RECORD
                   PERFORM PROCESS-TEMPACC-RECORD UNTIL WS-EOF
                   PERFORM PRINT-EXPIRING-IDS
                   PERFORM PRINT-RUN-TOTALS
                   CLOSE TEMPACC-FILE
                   CLOSE EMPMAST-FILE
                   CLOSE TEMPTRAN-FILE
                   CLOSE TEMPRPT-FILE
                   IF WS-EXPIRING-COUNT > 0 AND RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-AS-OF-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-TEMP-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-EXPIRED-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-ORPHAN-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-EXPIRY-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF
           IF WS-CTL-DAYS IS NUMERIC AND WS-CTL-DAYS > "0000"
               MOVE WS-CTL-DAYS TO WS-WARN-DAYS
           END-IF
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-WARN-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-AS-OF-INTEGER
                   + WS-WARN-DAYS).

       PRINT-REPORT-HEADING.
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE TEMPRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 1 - EXPIRED, REMOVED BY EMPMAINT FROM "
                   "THE TEMPTRAN 'D' CARDS:"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           WRITE TEMPRPT-LINE FROM WS-COLUMN-LINE.

       START-TEMPACC-BROWSE.
           MOVE LOW-VALUES TO TA-EMP-ID
           START TEMPACC-FILE KEY >= TA-EMP-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      * THE EXPIRY DATE IS INCLUSIVE - AN ID EXPIRING TODAY MAY STILL
      * SIGN ON TODAY AND IS REMOVED BY TOMORROW NIGHT'S RUN.
       PROCESS-TEMPACC-RECORD.
           PERFORM READ-MASTER-BY-TEMP-ID
           IF WS-MASTER-NOT-FOUND
               PERFORM CLEAR-ORPHAN-RECORD
           ELSE
               IF TA-EXPIRY-DATE < WS-AS-OF-DATE
                   PERFORM WRITE-EXPIRED-CARD
               ELSE
                   IF TA-EXPIRY-DATE <= WS-WARN-LIMIT-DATE
                       PERFORM ADD-EXPIRING-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-TEMPACC-RECORD.

       READ-MASTER-BY-TEMP-ID.
           MOVE TA-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

      * EMPMAINT IGNORES THE NAME AND DEPARTMENT ON A DELETE CARD;
      * THEY ARE CARRIED SO THE DECK CAN BE READ.
       WRITE-EXPIRED-CARD.
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE SPACES TO TEMPTRAN-REC
           MOVE "D" TO ET-TRAN-CODE
           MOVE TA-EMP-ID TO ET-EMP-ID
           MOVE EM-EMP-NAME TO ET-EMP-NAME
           MOVE EM-DEPT-CODE TO ET-DEPT-CODE
           WRITE TEMPTRAN-REC
           MOVE TA-EMP-ID TO WS-DTL-EMP-ID
           MOVE EM-EMP-NAME TO WS-DTL-EMP-NAME
           MOVE TA-SPONSOR-ID TO WS-DTL-SPONSOR-ID
           MOVE TA-EXPIRY-DATE TO WS-DTL-EXPIRY-DATE
           MOVE TA-REASON TO WS-DTL-REASON
           WRITE TEMPRPT-LINE FROM WS-DETAIL-LINE.

       CLEAR-ORPHAN-RECORD.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "TEMPEXP: TEMPACC RECORD FOR " TA-EMP-ID
               " HAS NO EMPMAST RECORD - DELETED."
           DELETE TEMPACC-FILE
               INVALID KEY
                   DISPLAY "TEMPEXP: DELETE OF TEMPACC RECORD "
                       TA-EMP-ID " FAILED (STATUS "
                       WS-TEMPACC-STATUS ")."
           END-DELETE.

       ADD-EXPIRING-ENTRY.
           ADD 1 TO WS-EXPIRING-COUNT
           IF WS-WARN-COUNT < 200
               ADD 1 TO WS-WARN-COUNT
               MOVE TA-EMP-ID TO WS-WRN-EMP-ID(WS-WARN-COUNT)
               MOVE EM-EMP-NAME TO WS-WRN-EMP-NAME(WS-WARN-COUNT)
               MOVE TA-SPONSOR-ID TO WS-WRN-SPONSOR-ID(WS-WARN-COUNT)
               MOVE TA-EXPIRY-DATE
                   TO WS-WRN-EXPIRY-DATE(WS-WARN-COUNT)
               MOVE TA-REASON TO WS-WRN-REASON(WS-WARN-COUNT)
           ELSE
               DISPLAY "TEMPEXP: EXPIRING-ID TABLE FULL (200) - "
                   TA-EMP-ID " COUNTED BUT NOT LISTED."
           END-IF.

       PRINT-EXPIRING-IDS.
           IF WS-EXPIRED-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-WARN-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 2 - EXPIRING WITHIN" WS-EDIT-DAYS
                   " DAYS (THROUGH " WS-WARN-LIMIT-DATE
                   ") - FOR THE SPONSORS:"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           WRITE TEMPRPT-LINE FROM WS-COLUMN-LINE
           IF WS-EXPIRING-COUNT = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-WARN-COUNT
               MOVE WS-WRN-EMP-ID(WS-SUB) TO WS-DTL-EMP-ID
               MOVE WS-WRN-EMP-NAME(WS-SUB) TO WS-DTL-EMP-NAME
               MOVE WS-WRN-SPONSOR-ID(WS-SUB) TO WS-DTL-SPONSOR-ID
               MOVE WS-WRN-EXPIRY-DATE(WS-SUB) TO WS-DTL-EXPIRY-DATE
               MOVE WS-WRN-REASON(WS-SUB) TO WS-DTL-REASON
               WRITE TEMPRPT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-TEMP-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "TEMPORARY IDS ON FILE     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EXPIRED - DELETE CARDS    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EXPIRING IN WARNING PERIOD" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "NOT ON EMPMAST - CLEARED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE TEMPRPT-LINE FROM WS-TEXT-LINE.

       READ-NEXT-TEMPACC-RECORD.
           IF NOT WS-EOF
               READ TEMPACC-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TEMP-READ-COUNT
               END-READ
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
               MOVE "TEMPEXP" TO RL-PROGRAM-ID
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
               DISPLAY "TEMPEXP: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
