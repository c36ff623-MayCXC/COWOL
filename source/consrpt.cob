       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    CONSRPT.
       AUTHOR.        STUDENT.
      *
      * DAILY CONSOLE UTILIZATION AND SHARED-CREDENTIAL REPORT FROM
      * THE GREETLOG AUDIT TRAIL. HELLOTSO RECORDS THE CONSOLE EVERY
      * ONLINE SIGN-ON ('N') AND SIGN-OFF ('F') WAS MADE FROM
      * (GL-CONSOLE-ID); FOR THE REPORT DATE THIS REPORT GIVES:
      *
      *    1. PER-CONSOLE UTILIZATION - EVERY CONSOLE ON THE CONSOLE
      *       TABLE WITH ITS LOCATION, SIGN-ONS, SIGN-OFFS, PAIRED
      *       SESSIONS AND CONNECTED TIME (HH:MM AND PERCENT OF THE
      *       DAY). IDLE CONSOLES ARE LISTED TOO. ACTIVITY FROM A
      *       CONSOLE NO LONGER ON THE TABLE, OR WITH NO CONSOLE
      *       RECORDED, GETS A LINE OF ITS OWN.
      *    2. OVERLAPPING SESSIONS - AN EMPLOYEE ID SIGNING ON AT
      *       ONE CONSOLE WHILE A SESSION IS STILL OPEN AT ANOTHER.
      *       ONE PERSON CANNOT BE AT TWO CONSOLES, SO THIS USUALLY
      *       MEANS A SHARED CREDENTIAL (OR A FORGOTTEN SIGN-OFF).
      *
      * SESSIONS ARE PAIRED AS IN SESSRPT - A SIGN-ON WITH THE NEXT
      * SIGN-OFF FOR THE SAME EMPLOYEE, HERE ALSO AT THE SAME
      * CONSOLE - WITHIN THE REPORT DATE. UNPAIRED EVENTS ARE
      * SESSRPT'S BUSINESS AND ARE NOT REPEATED HERE. BULK ROSTER
      * GREETINGS ('B') HAVE NO CONSOLE AND ARE SKIPPED.
      *
      * THE SYSIN CONTROL CARD CARRIES THE REPORT DATE (YYYYMMDD IN
      * COLUMNS 1-8; BLANK OR NON-NUMERIC MEANS TODAY).
      *
      * RC=4 MEANS OVERLAPPING SESSIONS WERE FOUND - SECURITY
      * REVIEWS SECTION 2 - OR THE CONSOLE TABLE COULD NOT BE OPENED
      * (ONLY CONSOLES SEEN ON GREETLOG ARE THEN LISTED, WITHOUT
      * LOCATIONS).
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONSOLE-FILE ASSIGN TO "CONSOLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONSOLE-ID
               FILE STATUS IS WS-CONSOLE-STATUS.

           SELECT CONSRPT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  GREETLOG-FILE
           RECORDING MODE IS F.
       01  GREETLOG-REC.
           COPY greetlog.

       FD  CONSOLE-FILE.
       01  CONSOLE-REC.
           COPY console.

       FD  CONSRPT-FILE
           RECORDING MODE IS F.
       01  CONSRPT-LINE                PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-CONSOLE-STATUS           PIC X(2).

       01  WS-EOF-SW                   PIC X      VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.

       01  WS-CONSOLE-EOF-SW           PIC X      VALUE 'N'.
           88  WS-CONSOLE-EOF                     VALUE 'Y'.

       01  WS-FOUND-SW                 PIC X      VALUE 'N'.
           88  WS-FOUND                           VALUE 'Y'.
           88  WS-NOT-FOUND                       VALUE 'N'.

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATE             PIC X(8).
           05  FILLER                  PIC X(72).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).

      * ONE ENTRY PER CONSOLE, LOADED FROM THE CONSOLE TABLE IN KEY
      * ORDER; CONSOLES FOUND ONLY ON GREETLOG ARE ADDED AT THE END.
       01  WS-CON-COUNT                PIC 9(3)   VALUE 0.
       01  WS-CON-TABLE.
           05  WS-CON-ENTRY OCCURS 120 TIMES.
               10  WS-CON-ID           PIC X(3).
               10  WS-CON-LOCATION     PIC X(24).
               10  WS-CON-SIGN-ONS     PIC 9(5).
               10  WS-CON-SIGN-OFFS    PIC 9(5).
               10  WS-CON-SESSIONS     PIC 9(5).
               10  WS-CON-SECONDS      PIC 9(7).

      * SESSIONS OPEN SO FAR TODAY, ONE PER EMPLOYEE PER CONSOLE.
       01  WS-OPEN-COUNT               PIC 9(3)   VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 500 TIMES.
               10  WS-OPN-EMP-ID       PIC X(8).
               10  WS-OPN-CONSOLE-ID   PIC X(3).
               10  WS-OPN-ON-TIME      PIC 9(6).

      * OVERLAPS ARE FOUND WHILE SECTION 1 IS STILL BEING COUNTED,
      * SO THEY ARE HELD HERE AND PRINTED AFTERWARDS.
       01  WS-OVL-COUNT                PIC 9(3)   VALUE 0.
       01  WS-OVL-TABLE.
           05  WS-OVL-ENTRY OCCURS 200 TIMES.
               10  WS-OVL-EMP-ID       PIC X(8).
               10  WS-OVL-ON-TIME      PIC 9(6).
               10  WS-OVL-CONSOLE-ID   PIC X(3).
               10  WS-OVL-OPEN-CONSOLE PIC X(3).
               10  WS-OVL-OPEN-TIME    PIC 9(6).

       01  WS-OVERLAP-TOTAL            PIC 9(7)   VALUE 0.
       01  WS-DAY-RECORD-COUNT         PIC 9(7)   VALUE 0.

       01  WS-SUB                      PIC 9(3)   VALUE 0.
       01  WS-CON-SUB                  PIC 9(3)   VALUE 0.
       01  WS-HIT-SUB                  PIC 9(3)   VALUE 0.

       01  WS-ON-SECONDS               PIC 9(7)   VALUE 0.
       01  WS-OFF-SECONDS              PIC 9(7)   VALUE 0.
       01  WS-HOURS                    PIC 9(5)   VALUE 0.
       01  WS-MINUTES                  PIC 9(2)   VALUE 0.
       01  WS-WORK-TIME                PIC 9(6)   VALUE 0.
       01  WS-WORK-TIME-SPLIT REDEFINES WS-WORK-TIME.
           05  WS-WORK-HH              PIC 9(2).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-SS              PIC 9(2).

       01  WS-TOTAL-SIGN-ONS           PIC 9(7)   VALUE 0.
       01  WS-TOTAL-SIGN-OFFS          PIC 9(7)   VALUE 0.
       01  WS-TOTAL-SESSIONS           PIC 9(7)   VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(40)  VALUE
               "CONSOLE UTILIZATION AND SHARED-ID REPORT".
           05  FILLER                  PIC X(6)   VALUE " DATE ".
           05  WS-HDG-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(6)   VALUE "  RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(12)  VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(30)  VALUE
               "CON  LOCATION".
           05  FILLER                  PIC X(27)  VALUE
               "SIGN-ONS SIGN-OFF SESSIONS".
           05  FILLER                  PIC X(14)  VALUE
               "  HH:MM  USED".
           05  FILLER                  PIC X(9)   VALUE SPACES.

       01  WS-CONSOLE-LINE.
           05  WS-CL-CONSOLE-ID        PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CL-LOCATION          PIC X(24).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-CL-SIGN-ONS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-CL-SIGN-OFFS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WS-CL-SESSIONS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CL-HOURS             PIC ZZ9.
           05  FILLER                  PIC X(1)   VALUE ":".
           05  WS-CL-MINUTES           PIC 9(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-CL-PERCENT           PIC ZZ9.
           05  FILLER                  PIC X(1)   VALUE "%".
           05  FILLER                  PIC X(10)  VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           PERFORM GET-REPORT-CONTROLS
           PERFORM LOAD-CONSOLE-TABLE
           OPEN INPUT GREETLOG-FILE
           OPEN OUTPUT CONSRPT-FILE
           PERFORM PRINT-REPORT-HEADING
           PERFORM READ-NEXT-GREETLOG-RECORD
           PERFORM PROCESS-GREETLOG-RECORD UNTIL WS-EOF
           PERFORM PRINT-CONSOLE-UTILIZATION
           PERFORM PRINT-OVERLAPPING-SESSIONS
           CLOSE GREETLOG-FILE
           CLOSE CONSRPT-FILE
           IF WS-OVERLAP-TOTAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-REPORT-DATE TO WS-LEDG-BUSINESS-DATE
           MOVE WS-DAY-RECORD-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-OVERLAP-TOTAL TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       GET-REPORT-CONTROLS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           IF WS-CTL-DATE IS NUMERIC
               MOVE WS-CTL-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF.

       LOAD-CONSOLE-TABLE.
           OPEN INPUT CONSOLE-FILE
           IF WS-CONSOLE-STATUS NOT = "00"
               DISPLAY "CONSRPT: CONSOLE FILE NOT AVAILABLE (STATUS "
                   WS-CONSOLE-STATUS ") - LOCATIONS NOT SHOWN."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO CN-CONSOLE-ID
               START CONSOLE-FILE KEY >= CN-CONSOLE-ID
                   INVALID KEY
                       SET WS-CONSOLE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CONSOLE-EOF
                   READ CONSOLE-FILE NEXT
                       AT END
                           SET WS-CONSOLE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-TABLE-CONSOLE
                   END-READ
               END-PERFORM
               CLOSE CONSOLE-FILE
           END-IF.

       ADD-TABLE-CONSOLE.
           IF WS-CON-COUNT < 100
               ADD 1 TO WS-CON-COUNT
               MOVE CN-CONSOLE-ID TO WS-CON-ID(WS-CON-COUNT)
               MOVE CN-LOCATION TO WS-CON-LOCATION(WS-CON-COUNT)
               PERFORM CLEAR-CONSOLE-COUNTS
           ELSE
               SET WS-CONSOLE-EOF TO TRUE
               DISPLAY "CONSRPT: CONSOLE TABLE FULL (100) - LATER "
                   "CONSOLES ARE LISTED AS NOT ON THE TABLE."
           END-IF.

       CLEAR-CONSOLE-COUNTS.
           MOVE 0 TO WS-CON-SIGN-ONS(WS-CON-COUNT)
           MOVE 0 TO WS-CON-SIGN-OFFS(WS-CON-COUNT)
           MOVE 0 TO WS-CON-SESSIONS(WS-CON-COUNT)
           MOVE 0 TO WS-CON-SECONDS(WS-CON-COUNT).

       PRINT-REPORT-HEADING.
           MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           WRITE CONSRPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE.

      * ONLY THE REPORT DATE'S ONLINE SIGN-ONS AND SIGN-OFFS COUNT.
       PROCESS-GREETLOG-RECORD.
           IF GL-DATE = WS-REPORT-DATE
               IF GL-ONLINE-SIGN-ON
                   ADD 1 TO WS-DAY-RECORD-COUNT
                   PERFORM FIND-CONSOLE-ENTRY
                   ADD 1 TO WS-CON-SIGN-ONS(WS-CON-SUB)
                   PERFORM CHECK-OVERLAPPING-SESSIONS
                   PERFORM RECORD-SIGN-ON
               ELSE
                   IF GL-SIGN-OFF
                       ADD 1 TO WS-DAY-RECORD-COUNT
                       PERFORM FIND-CONSOLE-ENTRY
                       ADD 1 TO WS-CON-SIGN-OFFS(WS-CON-SUB)
                       PERFORM PAIR-SIGN-OFF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-GREETLOG-RECORD.

      * A CONSOLE NOT ON THE TABLE (OR BLANK) GETS AN ENTRY OF ITS
      * OWN; WHEN THE TABLE IS FULL THE LAST ENTRY ABSORBS THE REST.
       FIND-CONSOLE-ENTRY.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CON-COUNT OR WS-FOUND
               IF WS-CON-ID(WS-SUB) = GL-CONSOLE-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-CON-SUB
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               IF WS-CON-COUNT < 120
                   ADD 1 TO WS-CON-COUNT
                   MOVE GL-CONSOLE-ID TO WS-CON-ID(WS-CON-COUNT)
                   IF GL-CONSOLE-ID = SPACES
                       MOVE "(NO CONSOLE RECORDED)"
                           TO WS-CON-LOCATION(WS-CON-COUNT)
                   ELSE
                       MOVE "(NOT ON CONSOLE TABLE)"
                           TO WS-CON-LOCATION(WS-CON-COUNT)
                   END-IF
                   PERFORM CLEAR-CONSOLE-COUNTS
               ELSE
                   DISPLAY "CONSRPT: CONSOLE TABLE FULL (120) - "
                       "CONSOLE '" GL-CONSOLE-ID "' COUNTED WITH THE "
                       "LAST ENTRY."
               END-IF
               MOVE WS-CON-COUNT TO WS-CON-SUB
           END-IF.

      * ANY SESSION STILL OPEN FOR THIS EMPLOYEE AT A DIFFERENT
      * CONSOLE IS AN OVERLAP.
       CHECK-OVERLAPPING-SESSIONS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPEN-COUNT
               IF WS-OPN-EMP-ID(WS-SUB) = GL-EMP-ID
                       AND WS-OPN-CONSOLE-ID(WS-SUB) NOT = GL-CONSOLE-ID
                   PERFORM ADD-OVERLAP-ENTRY
               END-IF
           END-PERFORM.

       ADD-OVERLAP-ENTRY.
           ADD 1 TO WS-OVERLAP-TOTAL
           IF WS-OVL-COUNT < 200
               ADD 1 TO WS-OVL-COUNT
               MOVE GL-EMP-ID TO WS-OVL-EMP-ID(WS-OVL-COUNT)
               MOVE GL-TIME TO WS-OVL-ON-TIME(WS-OVL-COUNT)
               MOVE GL-CONSOLE-ID TO WS-OVL-CONSOLE-ID(WS-OVL-COUNT)
               MOVE WS-OPN-CONSOLE-ID(WS-SUB)
                   TO WS-OVL-OPEN-CONSOLE(WS-OVL-COUNT)
               MOVE WS-OPN-ON-TIME(WS-SUB)
                   TO WS-OVL-OPEN-TIME(WS-OVL-COUNT)
           ELSE
               DISPLAY "CONSRPT: OVERLAP TABLE FULL (200) - OVERLAP "
                   "FOR " GL-EMP-ID " COUNTED BUT NOT LISTED."
           END-IF.

      * A SECOND SIGN-ON AT THE SAME CONSOLE WITHOUT A SIGN-OFF
      * SIMPLY RESTARTS THAT SESSION (SESSRPT REPORTS THE LOST ONE).
       RECORD-SIGN-ON.
           PERFORM FIND-OPEN-SESSION
           IF WS-FOUND
               MOVE GL-TIME TO WS-OPN-ON-TIME(WS-HIT-SUB)
           ELSE
               IF WS-OPEN-COUNT < 500
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE GL-EMP-ID TO WS-OPN-EMP-ID(WS-OPEN-COUNT)
                   MOVE GL-CONSOLE-ID
                       TO WS-OPN-CONSOLE-ID(WS-OPEN-COUNT)
                   MOVE GL-TIME TO WS-OPN-ON-TIME(WS-OPEN-COUNT)
               ELSE
                   DISPLAY "CONSRPT: OPEN-SESSION TABLE FULL (500) - "
                       "SIGN-ON FOR " GL-EMP-ID " NOT TRACKED."
               END-IF
           END-IF.

       PAIR-SIGN-OFF.
           PERFORM FIND-OPEN-SESSION
           IF WS-FOUND
               PERFORM ADD-SESSION-DURATION
               IF WS-HIT-SUB < WS-OPEN-COUNT
                   MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
                       TO WS-OPEN-ENTRY(WS-HIT-SUB)
               END-IF
               SUBTRACT 1 FROM WS-OPEN-COUNT
           END-IF.

       FIND-OPEN-SESSION.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OPEN-COUNT
               IF WS-OPN-EMP-ID(WS-SUB) = GL-EMP-ID
                       AND WS-OPN-CONSOLE-ID(WS-SUB) = GL-CONSOLE-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT-SUB
               END-IF
           END-PERFORM.

      * A SIGN-OFF TIMED BEFORE ITS SIGN-ON IS LEFT OUT OF THE
      * CONNECTED TIME, AS IN SESSRPT.
       ADD-SESSION-DURATION.
           MOVE WS-OPN-ON-TIME(WS-HIT-SUB) TO WS-WORK-TIME
           COMPUTE WS-ON-SECONDS =
               WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
           MOVE GL-TIME TO WS-WORK-TIME
           COMPUTE WS-OFF-SECONDS =
               WS-WORK-HH * 3600 + WS-WORK-MM * 60 + WS-WORK-SS
           IF WS-OFF-SECONDS >= WS-ON-SECONDS
               ADD 1 TO WS-CON-SESSIONS(WS-CON-SUB)
               COMPUTE WS-CON-SECONDS(WS-CON-SUB) =
                   WS-CON-SECONDS(WS-CON-SUB)
                   + WS-OFF-SECONDS - WS-ON-SECONDS
           END-IF.

       PRINT-CONSOLE-UTILIZATION.
           MOVE "SECTION 1 - UTILIZATION BY CONSOLE:" TO WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-COLUMN-LINE
           IF WS-CON-COUNT = 0
               MOVE "  (NO CONSOLES ON THE TABLE AND NO ACTIVITY)"
                   TO WS-TEXT-LINE
               WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-COUNT
               PERFORM PRINT-CONSOLE-LINE
           END-PERFORM
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-TOTAL-SIGN-ONS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "TOTAL SIGN-ONS      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-TOTAL-SIGN-OFFS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "TOTAL SIGN-OFFS     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-TOTAL-SESSIONS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SESSIONS PAIRED     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE.

       PRINT-CONSOLE-LINE.
           MOVE WS-CON-ID(WS-CON-SUB) TO WS-CL-CONSOLE-ID
           MOVE WS-CON-LOCATION(WS-CON-SUB) TO WS-CL-LOCATION
           MOVE WS-CON-SIGN-ONS(WS-CON-SUB) TO WS-CL-SIGN-ONS
           MOVE WS-CON-SIGN-OFFS(WS-CON-SUB) TO WS-CL-SIGN-OFFS
           MOVE WS-CON-SESSIONS(WS-CON-SUB) TO WS-CL-SESSIONS
           COMPUTE WS-HOURS = WS-CON-SECONDS(WS-CON-SUB) / 3600
           COMPUTE WS-MINUTES =
               (WS-CON-SECONDS(WS-CON-SUB) - WS-HOURS * 3600) / 60
           MOVE WS-HOURS TO WS-CL-HOURS
           MOVE WS-MINUTES TO WS-CL-MINUTES
           COMPUTE WS-CL-PERCENT =
               WS-CON-SECONDS(WS-CON-SUB) * 100 / 86400
           WRITE CONSRPT-LINE FROM WS-CONSOLE-LINE
           ADD WS-CON-SIGN-ONS(WS-CON-SUB) TO WS-TOTAL-SIGN-ONS
           ADD WS-CON-SIGN-OFFS(WS-CON-SUB) TO WS-TOTAL-SIGN-OFFS
           ADD WS-CON-SESSIONS(WS-CON-SUB) TO WS-TOTAL-SESSIONS.

       PRINT-OVERLAPPING-SESSIONS.
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 2 - EMPLOYEE IDS SIGNED ON AT TWO CONSOLES "
                   "AT ONCE:"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           IF WS-OVERLAP-TOTAL = 0
               MOVE "  (NONE)" TO WS-TEXT-LINE
               WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OVL-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "  " WS-OVL-EMP-ID(WS-SUB)
                       "  SIGNED ON AT " WS-OVL-CONSOLE-ID(WS-SUB)
                       " " WS-OVL-ON-TIME(WS-SUB)
                       " WHILE STILL ON AT "
                       WS-OVL-OPEN-CONSOLE(WS-SUB)
                       " SINCE " WS-OVL-OPEN-TIME(WS-SUB)
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           END-PERFORM
           MOVE SPACES TO WS-TEXT-LINE
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-OVERLAP-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "OVERLAPPING SIGN-ONS" WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE CONSRPT-LINE FROM WS-TEXT-LINE.

       READ-NEXT-GREETLOG-RECORD.
           READ GREETLOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDG-RECORDS-IN
           END-READ.

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
               MOVE "CONSRPT" TO RL-PROGRAM-ID
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
               DISPLAY "CONSRPT: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
