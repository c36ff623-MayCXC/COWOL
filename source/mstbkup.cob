       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MSTBKUP.
       AUTHOR.        STUDENT.
      *
      * NIGHTLY BACKUP OF THE THREE HELLOTSO MASTERS - EMPMAST, HRTERM
      * AND DEPTTAB. EACH CLUSTER IS READ IN KEY ORDER AND COPIED BYTE
      * FOR BYTE INTO A NEW GDG GENERATION (EMPBKUP, HRTBKUP, DPTBKUP
      * - THE SAME FLAT IMAGE AN IDCAMS REPRO WOULD GIVE, SO A
      * GENERATION CAN ALSO BE REPRO'D BACK BY HAND IN AN EMERGENCY).
      *
      * FOR EVERY COPY ONE BKUPCTL CONTROL RECORD IS APPENDED: THE
      * DATASET, BACKUP DATE AND TIME, RECORD COUNT, FIRST AND LAST
      * KEY, AND THE NUMBER OF EMPAUDIT RECORDS ON FILE AT THE TIME
      * OF THE BACKUP. EMPAUDIT IS APPEND-ONLY, SO THAT COUNT IS THE
      * POINT FORWARD RECOVERY (MSTRCVR) REPLAYS FROM - THE SAME
      * RECORD-POSITION APPROACH GRTCTL USES FOR THE INCREMENTAL
      * GREETLOG LOAD. THE COUNTS ARE ALSO DISPLAYED ON SYSOUT.
      *
      * A MASTER THAT CANNOT BE OPENED IS REPORTED AND SKIPPED; THE
      * OTHER TWO ARE STILL BACKED UP AND THE RUN ENDS RC=16. RC=16
      * ALSO MEANS BKUPCTL COULD NOT BE OPENED - THE COPIES ARE
      * TAKEN BUT CANNOT BE USED FOR RECOVERY WITHOUT THEIR COUNTS.
      * A MISSING EMPAUDIT (NO MAINTENANCE HAS EVER RUN) IS TAKEN AS
      * AN EMPTY TRAIL AND ENDS RC=4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT HRTERM-FILE ASSIGN TO "HRTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-EMP-ID
               FILE STATUS IS WS-HRTERM-STATUS.

           SELECT DEPTTAB-FILE ASSIGN TO "DEPTTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-DEPT-CODE
               FILE STATUS IS WS-DEPTTAB-STATUS.

           SELECT EMPAUDIT-FILE ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPAUDIT-STATUS.

           SELECT EMPBKUP-FILE ASSIGN TO "EMPBKUP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HRTBKUP-FILE ASSIGN TO "HRTBKUP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DPTBKUP-FILE ASSIGN TO "DPTBKUP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BKUPCTL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUPCTL-STATUS.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  EMPMAST-FILE.
       01  EMPMAST-REC.
           COPY empmast.

       FD  HRTERM-FILE.
       01  HRTERM-REC.
           COPY hrterm.

       FD  DEPTTAB-FILE.
       01  DEPTTAB-REC.
           COPY depttab.

       FD  EMPAUDIT-FILE
           RECORDING MODE IS F.
       01  EMPAUDIT-REC.
           COPY empaudit.

      * BACKUP GENERATIONS ARE A BYTE-FOR-BYTE COPY OF THE MASTER
      * RECORD, SO THEY NEED NO LAYOUT OF THEIR OWN.
       FD  EMPBKUP-FILE
           RECORDING MODE IS F.
       01  EMPBKUP-REC                 PIC X(40).

       FD  HRTBKUP-FILE
           RECORDING MODE IS F.
       01  HRTBKUP-REC                 PIC X(40).

       FD  DPTBKUP-FILE
           RECORDING MODE IS F.
       01  DPTBKUP-REC                 PIC X(40).

       FD  BKUPCTL-FILE
           RECORDING MODE IS F.
       01  BKUPCTL-REC.
           COPY bkupctl.

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-HRTERM-STATUS            PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-EMPAUDIT-STATUS          PIC X(2).
       01  WS-BKUPCTL-STATUS           PIC X(2).

       01  WS-MASTER-EOF-SW            PIC X      VALUE 'N'.
           88  WS-MASTER-EOF                      VALUE 'Y'.

       01  WS-AUDIT-EOF-SW             PIC X      VALUE 'N'.
           88  WS-AUDIT-EOF                       VALUE 'Y'.

       01  WS-BKUPCTL-OPEN-SW          PIC X      VALUE 'N'.
           88  WS-BKUPCTL-OPEN                    VALUE 'Y'.

       01  WS-BACKUP-DATE              PIC 9(8).
       01  WS-BACKUP-CLOCK             PIC 9(8).
       01  WS-BACKUP-TIME              PIC 9(6).
       01  WS-AUDIT-COUNT              PIC 9(9)   VALUE 0.

      * CONTROL COUNTS FOR THE COPY IN PROGRESS
       01  WS-CTL-DATASET              PIC X(8).
       01  WS-CTL-RECORD-COUNT         PIC 9(9)   VALUE 0.
       01  WS-CTL-FIRST-KEY            PIC X(8).
       01  WS-CTL-LAST-KEY             PIC X(8).

       01  WS-TOTAL-READ-COUNT         PIC 9(9)   VALUE 0.
       01  WS-TOTAL-WRITTEN-COUNT      PIC 9(9)   VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7)   VALUE 0.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BACKUP-CLOCK FROM TIME
           COMPUTE WS-BACKUP-TIME = WS-BACKUP-CLOCK / 100
           DISPLAY "MSTBKUP: MASTER BACKUP " WS-BACKUP-DATE " "
               WS-BACKUP-TIME
           PERFORM COUNT-AUDIT-TRAIL
           OPEN EXTEND BKUPCTL-FILE
           IF WS-BKUPCTL-STATUS = "00"
               SET WS-BKUPCTL-OPEN TO TRUE
           ELSE
               DISPLAY "MSTBKUP: BKUPCTL FILE NOT AVAILABLE (STATUS "
                   WS-BKUPCTL-STATUS ") - CONTROL COUNTS NOT "
                   "RECORDED."
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM BACKUP-EMPMAST
           PERFORM BACKUP-HRTERM
           PERFORM BACKUP-DEPTTAB
           IF WS-BKUPCTL-OPEN
               CLOSE BKUPCTL-FILE
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-READ-COUNT TO WS-LEDG-RECORDS-IN
           MOVE WS-TOTAL-WRITTEN-COUNT TO WS-LEDG-RECORDS-OUT
           MOVE WS-FAILED-COUNT TO WS-LEDG-REJECTS
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

      * THE EMPAUDIT POSITION IS TAKEN BEFORE ANY MASTER IS COPIED.
      * THE JOB HOLDS EMPMAST DISP=OLD, SO NO MAINTENANCE RUN CAN
      * ADD TO THE TRAIL WHILE THE COPY IS BEING TAKEN.
       COUNT-AUDIT-TRAIL.
           OPEN INPUT EMPAUDIT-FILE
           IF WS-EMPAUDIT-STATUS NOT = "00"
               DISPLAY "MSTBKUP: EMPAUDIT FILE NOT AVAILABLE (STATUS "
                   WS-EMPAUDIT-STATUS ") - TRAIL TAKEN AS EMPTY."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ EMPAUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-COUNT
                   END-READ
               END-PERFORM
               CLOSE EMPAUDIT-FILE
           END-IF
           MOVE WS-AUDIT-COUNT TO WS-EDIT-COUNT
           DISPLAY "MSTBKUP: EMPAUDIT RECORDS ON FILE   "
               WS-EDIT-COUNT.

       BACKUP-EMPMAST.
           MOVE "EMPMAST" TO WS-CTL-DATASET
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "MSTBKUP: EMPMAST FILE NOT AVAILABLE (STATUS "
                   WS-EMPMAST-STATUS ") - NOT BACKED UP."
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM START-CONTROL-COUNTS
               OPEN OUTPUT EMPBKUP-FILE
               MOVE LOW-VALUES TO EM-EMP-ID
               START EMPMAST-FILE KEY >= EM-EMP-ID
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ EMPMAST-FILE NEXT
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           WRITE EMPBKUP-REC FROM EMPMAST-REC
                           MOVE EM-EMP-ID TO WS-CTL-LAST-KEY
                           PERFORM COUNT-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE EMPBKUP-FILE
               CLOSE EMPMAST-FILE
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       BACKUP-HRTERM.
           MOVE "HRTERM" TO WS-CTL-DATASET
           OPEN INPUT HRTERM-FILE
           IF WS-HRTERM-STATUS NOT = "00"
               DISPLAY "MSTBKUP: HRTERM FILE NOT AVAILABLE (STATUS "
                   WS-HRTERM-STATUS ") - NOT BACKED UP."
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM START-CONTROL-COUNTS
               OPEN OUTPUT HRTBKUP-FILE
               MOVE LOW-VALUES TO HT-EMP-ID
               START HRTERM-FILE KEY >= HT-EMP-ID
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ HRTERM-FILE NEXT
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           WRITE HRTBKUP-REC FROM HRTERM-REC
                           MOVE HT-EMP-ID TO WS-CTL-LAST-KEY
                           PERFORM COUNT-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE HRTBKUP-FILE
               CLOSE HRTERM-FILE
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       BACKUP-DEPTTAB.
           MOVE "DEPTTAB" TO WS-CTL-DATASET
           OPEN INPUT DEPTTAB-FILE
           IF WS-DEPTTAB-STATUS NOT = "00"
               DISPLAY "MSTBKUP: DEPTTAB FILE NOT AVAILABLE (STATUS "
                   WS-DEPTTAB-STATUS ") - NOT BACKED UP."
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM START-CONTROL-COUNTS
               OPEN OUTPUT DPTBKUP-FILE
               MOVE LOW-VALUES TO DT-DEPT-CODE
               START DEPTTAB-FILE KEY >= DT-DEPT-CODE
                   INVALID KEY
                       SET WS-MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ DEPTTAB-FILE NEXT
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           WRITE DPTBKUP-REC FROM DEPTTAB-REC
                           MOVE DT-DEPT-CODE TO WS-CTL-LAST-KEY
                           PERFORM COUNT-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE DPTBKUP-FILE
               CLOSE DEPTTAB-FILE
               PERFORM WRITE-CONTROL-RECORD
           END-IF.

       START-CONTROL-COUNTS.
           MOVE 'N' TO WS-MASTER-EOF-SW
           MOVE 0 TO WS-CTL-RECORD-COUNT
           MOVE SPACES TO WS-CTL-FIRST-KEY
           MOVE SPACES TO WS-CTL-LAST-KEY.

      * THE LAST KEY IS MOVED BY THE CALLER BEFORE THIS IS PERFORMED;
      * THE FIRST RECORD COPIED ALSO SUPPLIES THE FIRST KEY.
       COUNT-BACKUP-RECORD.
           ADD 1 TO WS-CTL-RECORD-COUNT
           ADD 1 TO WS-TOTAL-READ-COUNT
           ADD 1 TO WS-TOTAL-WRITTEN-COUNT
           IF WS-CTL-RECORD-COUNT = 1
               MOVE WS-CTL-LAST-KEY TO WS-CTL-FIRST-KEY
           END-IF.

       WRITE-CONTROL-RECORD.
           MOVE WS-CTL-RECORD-COUNT TO WS-EDIT-COUNT
           DISPLAY "MSTBKUP: " WS-CTL-DATASET " RECORDS COPIED "
               WS-EDIT-COUNT "  FIRST KEY " WS-CTL-FIRST-KEY
               "  LAST KEY " WS-CTL-LAST-KEY
           IF WS-BKUPCTL-OPEN
               MOVE SPACES TO BKUPCTL-REC
               MOVE WS-CTL-DATASET TO BC-DATASET
               MOVE WS-BACKUP-DATE TO BC-BACKUP-DATE
               MOVE WS-BACKUP-TIME TO BC-BACKUP-TIME
               MOVE WS-CTL-RECORD-COUNT TO BC-RECORD-COUNT
               MOVE WS-CTL-FIRST-KEY TO BC-FIRST-KEY
               MOVE WS-CTL-LAST-KEY TO BC-LAST-KEY
               MOVE WS-AUDIT-COUNT TO BC-AUDIT-COUNT
               WRITE BKUPCTL-REC
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
               MOVE "MSTBKUP" TO RL-PROGRAM-ID
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
               DISPLAY "MSTBKUP: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
