       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.    MSTRCVR.
       AUTHOR.        STUDENT.
      *
      * FORWARD RECOVERY OF A DAMAGED HELLOTSO MASTER FROM THE
      * NIGHTLY MSTBKUP BACKUPS. THE JOB (mstrcvr.jcl) FIRST UNLOADS
      * WHATEVER IS STILL READABLE OF THE DAMAGED CLUSTER TO PREFAIL
      * AND RE-DEFINES THE CLUSTER EMPTY; THIS PROGRAM THEN:
      *
      *    1. FINDS THE BKUPCTL CONTROL RECORD FOR THE CHOSEN BACKUP
      *       AND LOADS THE BACKUP GENERATION (BKUPIN) INTO THE EMPTY
      *       CLUSTER, PROVING THE GENERATION AGAINST ITS CONTROL
      *       COUNT AND FIRST/LAST KEY BEFORE GOING ANY FURTHER.
      *    2. EMPMAST ONLY - REAPPLIES EVERY EMPAUDIT CHANGE LOGGED
      *       AFTER THE BACKUP. EMPAUDIT IS APPEND-ONLY, SO THE
      *       CHANGES AFTER THE BACKUP ARE THE RECORDS AFTER THE
      *       POSITION MSTBKUP SAVED IN BC-AUDIT-COUNT. ADDS, CHANGES,
      *       DELETES AND LOCKOUT RESETS ARE REPLAYED EXACTLY AS
      *       EMPMAINT APPLIED THEM, AND EACH ONE IS LISTED ON RCVRPT.
      *       HRTERM AND DEPTTAB CHANGES ARE NOT AUDITED ON EMPAUDIT;
      *       FOR THOSE THE BACKUP IS RESTORED AS-IS AND THE REPORT
      *       SAYS WHAT TO RERUN.
      *    3. RECONCILES THE REBUILT FILE: ITS RECORD COUNT AGAINST
      *       THE EXPECTED COUNT (BACKUP + ADDS - DELETES) AND AGAINST
      *       THE PRE-FAILURE UNLOAD, AND ITS KEY LIST AGAINST THE
      *       PRE-FAILURE KEY LIST - KEYS ON ONLY ONE SIDE, AND KEYS
      *       ON BOTH WHOSE RECORDS DIFFER. FAIL COUNTS AND LOCKOUTS
      *       SET BY HELLOTSO SIGN-ONS ARE NOT ON EMPAUDIT, SO THOSE
      *       SHOW HERE AS DIFFERENCES FOR THE SUPERVISORS TO REVIEW.
      *
      * THE SYSIN CONTROL CARD CARRIES THE DATASET TO RECOVER
      * (EMPMAST, HRTERM OR DEPTTAB IN COLUMNS 1-8) AND OPTIONALLY
      * THE BACKUP DATE (YYYYMMDD, COLUMNS 10-17) AND TIME (HHMMSS,
      * COLUMNS 19-24) AS SHOWN ON THE MSTBKUP SYSOUT. BLANK DATE
      * MEANS THE LATEST BACKUP OF THAT DATASET - BKUPIN MUST THEN
      * BE GENERATION (0); AN OLDER BACKUP NEEDS ITS DATE ON THE
      * CARD AND THE MATCHING GENERATION ON BKUPIN.
      *
      * RC=16 MEANS NOTHING USABLE WAS BUILT: BAD CARD, NO MATCHING
      * CONTROL RECORD, BKUPIN NOT THE GENERATION THE CONTROL RECORD
      * DESCRIBES, OR EMPAUDIT SHORTER THAN IT WAS AT BACKUP. RC=4
      * MEANS THE FILE WAS REBUILT BUT THE RECONCILIATION SHOWED
      * DIFFERENCES, A REPLAYED CHANGE DID NOT FIT, OR PREFAIL WAS
      * NOT AVAILABLE - REVIEW RCVRPT BEFORE RELEASING THE FILE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUPCTL-FILE ASSIGN TO "BKUPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUPCTL-STATUS.

           SELECT BKUPIN-FILE ASSIGN TO "BKUPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUPIN-STATUS.

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

           SELECT PREFAIL-FILE ASSIGN TO "PREFAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREFAIL-STATUS.

           SELECT RCVRPT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLEDG-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
      *
       FILE SECTION.
       FD  BKUPCTL-FILE
           RECORDING MODE IS F.
       01  BKUPCTL-REC.
           COPY bkupctl.

      * BKUPIN (A MSTBKUP GENERATION) AND PREFAIL (AN IDCAMS REPRO OF
      * THE DAMAGED CLUSTER) ARE BOTH FLAT IMAGES OF THE MASTER.
       FD  BKUPIN-FILE
           RECORDING MODE IS F.
       01  BKUPIN-REC                  PIC X(40).

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

       FD  PREFAIL-FILE
           RECORDING MODE IS F.
       01  PREFAIL-REC                 PIC X(40).

       FD  RCVRPT-FILE
           RECORDING MODE IS F.
       01  RCVRPT-LINE                 PIC X(80).

       FD  RUNLEDG-FILE
           RECORDING MODE IS F.
       01  RUNLEDG-REC.
           COPY runledg.

       WORKING-STORAGE SECTION.
       01  WS-BKUPCTL-STATUS           PIC X(2).
       01  WS-BKUPIN-STATUS            PIC X(2).
       01  WS-EMPMAST-STATUS           PIC X(2).
       01  WS-HRTERM-STATUS            PIC X(2).
       01  WS-DEPTTAB-STATUS           PIC X(2).
       01  WS-EMPAUDIT-STATUS          PIC X(2).
       01  WS-PREFAIL-STATUS           PIC X(2).
       01  WS-TARGET-STATUS            PIC X(2).

       01  WS-CONTROL-CARD.
           05  WS-CTL-DATASET          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-BACKUP-DATE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CTL-BACKUP-TIME      PIC X(6).
           05  FILLER                  PIC X(56).

       01  WS-RECOVERY-SW              PIC X      VALUE 'Y'.
           88  WS-RECOVERY-OK                     VALUE 'Y'.
           88  WS-RECOVERY-FAILED                 VALUE 'N'.

       01  WS-CTL-FOUND-SW             PIC X      VALUE 'N'.
           88  WS-CTL-FOUND                       VALUE 'Y'.

       01  WS-BKUPCTL-EOF-SW           PIC X      VALUE 'N'.
           88  WS-BKUPCTL-EOF                     VALUE 'Y'.

       01  WS-BKUPIN-EOF-SW            PIC X      VALUE 'N'.
           88  WS-BKUPIN-EOF                      VALUE 'Y'.

       01  WS-AUDIT-EOF-SW             PIC X      VALUE 'N'.
           88  WS-AUDIT-EOF                       VALUE 'Y'.

       01  WS-REBUILT-EOF-SW           PIC X      VALUE 'N'.
           88  WS-REBUILT-EOF                     VALUE 'Y'.

       01  WS-PREFAIL-EOF-SW           PIC X      VALUE 'N'.
           88  WS-PREFAIL-EOF                     VALUE 'Y'.

       01  WS-PREFAIL-OPEN-SW          PIC X      VALUE 'N'.
           88  WS-PREFAIL-OPEN                    VALUE 'Y'.

       01  WS-MASTER-FOUND-SW          PIC X      VALUE 'N'.
           88  WS-MASTER-FOUND                    VALUE 'Y'.
           88  WS-MASTER-NOT-FOUND                VALUE 'N'.

      * EMPMAST AND HRTERM ARE KEYED ON AN 8-BYTE EMPLOYEE ID, DEPTTAB
      * ON A 4-BYTE DEPARTMENT CODE; BOTH AT OFFSET 0 OF THE RECORD.
       01  WS-KEY-LENGTH               PIC 9(2)   VALUE 0.

      * THE CONTROL RECORD FOR THE BACKUP BEING RESTORED
       01  WS-BC-BACKUP-DATE           PIC 9(8)   VALUE 0.
       01  WS-BC-BACKUP-TIME           PIC 9(6)   VALUE 0.
       01  WS-BC-RECORD-COUNT          PIC 9(9)   VALUE 0.
       01  WS-BC-FIRST-KEY             PIC X(8)   VALUE SPACES.
       01  WS-BC-LAST-KEY              PIC X(8)   VALUE SPACES.
       01  WS-BC-AUDIT-COUNT           PIC 9(9)   VALUE 0.

       01  WS-RESTORED-COUNT           PIC 9(9)   VALUE 0.
       01  WS-RESTORE-ERROR-COUNT      PIC 9(7)   VALUE 0.
       01  WS-RESTORED-FIRST-KEY       PIC X(8)   VALUE SPACES.
       01  WS-RESTORED-LAST-KEY        PIC X(8)   VALUE SPACES.

       01  WS-AUDIT-SKIPPED-COUNT      PIC 9(9)   VALUE 0.
       01  WS-REPLAY-READ-COUNT        PIC 9(7)   VALUE 0.
       01  WS-ADDS-APPLIED             PIC 9(7)   VALUE 0.
       01  WS-CHANGES-APPLIED          PIC 9(7)   VALUE 0.
       01  WS-DELETES-APPLIED          PIC 9(7)   VALUE 0.
       01  WS-RESETS-APPLIED           PIC 9(7)   VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(7)   VALUE 0.
       01  WS-NOT-REPLAYED-COUNT       PIC 9(7)   VALUE 0.
       01  WS-REPLAY-RESULT            PIC X(22).

       01  WS-EXPECTED-COUNT           PIC S9(9)  VALUE 0.
       01  WS-REBUILT-COUNT            PIC 9(9)   VALUE 0.
       01  WS-PREFAIL-COUNT            PIC 9(9)   VALUE 0.
       01  WS-REBUILT-ONLY-COUNT       PIC 9(7)   VALUE 0.
       01  WS-PREFAIL-ONLY-COUNT       PIC 9(7)   VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(7)   VALUE 0.

       01  WS-REBUILT-IMAGE            PIC X(40).
       01  WS-PREFAIL-IMAGE            PIC X(40).
       01  WS-REBUILT-KEY              PIC X(8).
       01  WS-PREFAIL-KEY              PIC X(8).

       01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-SIGNED              PIC -ZZ,ZZZ,ZZ9.
       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-REPLAY-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-RPL-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-RPL-TIME             PIC 9(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RPL-CODE             PIC X(1).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WS-RPL-EMP-ID           PIC X(8).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-RPL-NAME             PIC X(20).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-RPL-DEPT             PIC X(4).
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  WS-RPL-RESULT           PIC X(22).
           05  FILLER                  PIC X(2)   VALUE SPACES.

       01  WS-TEXT-LINE                PIC X(80).

           COPY runlgws.

       PROCEDURE DIVISION.
      *
           PERFORM START-RUN-LEDGER
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CONTROL-CARD
           IF WS-RECOVERY-OK
               PERFORM FIND-BACKUP-CONTROL
           END-IF
           IF WS-RECOVERY-OK
               OPEN OUTPUT RCVRPT-FILE
               PERFORM PRINT-REPORT-HEADING
               PERFORM RESTORE-BACKUP
               IF WS-RECOVERY-OK
                   IF WS-CTL-DATASET = "EMPMAST"
                       PERFORM REPLAY-AUDIT-TRAIL
                   ELSE
                       PERFORM PRINT-NO-REPLAY-NOTE
                   END-IF
               END-IF
               IF WS-RECOVERY-OK
                   PERFORM RECONCILE-REBUILT-FILE
               END-IF
               CLOSE RCVRPT-FILE
           END-IF
           COMPUTE WS-LEDG-RECORDS-IN = WS-RESTORED-COUNT
               + WS-REPLAY-READ-COUNT
           MOVE WS-REBUILT-COUNT TO WS-LEDG-RECORDS-OUT
           COMPUTE WS-LEDG-REJECTS = WS-CONFLICT-COUNT
               + WS-NOT-REPLAYED-COUNT + WS-REBUILT-ONLY-COUNT
               + WS-PREFAIL-ONLY-COUNT + WS-DIFFER-COUNT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       READ-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   MOVE 8 TO WS-KEY-LENGTH
               WHEN "HRTERM"
                   MOVE 8 TO WS-KEY-LENGTH
               WHEN "DEPTTAB"
                   MOVE 4 TO WS-KEY-LENGTH
               WHEN OTHER
                   DISPLAY "MSTRCVR: CONTROL CARD DATASET '"
                       WS-CTL-DATASET "' IS NOT EMPMAST, HRTERM OR "
                       "DEPTTAB - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET WS-RECOVERY-FAILED TO TRUE
           END-EVALUATE.

      * WITH NO DATE ON THE CARD THE LAST CONTROL RECORD FOR THE
      * DATASET WINS (BKUPCTL IS IN BACKUP ORDER); WITH A DATE THE
      * FIRST MATCH ON DATE - AND TIME, IF GIVEN - IS TAKEN.
       FIND-BACKUP-CONTROL.
           OPEN INPUT BKUPCTL-FILE
           IF WS-BKUPCTL-STATUS NOT = "00"
               DISPLAY "MSTRCVR: BKUPCTL FILE NOT AVAILABLE (STATUS "
                   WS-BKUPCTL-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET WS-RECOVERY-FAILED TO TRUE
           ELSE
               PERFORM UNTIL WS-BKUPCTL-EOF
                   READ BKUPCTL-FILE
                       AT END
                           SET WS-BKUPCTL-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE BKUPCTL-FILE
               IF NOT WS-CTL-FOUND
                   DISPLAY "MSTRCVR: NO BKUPCTL RECORD FOR "
                       WS-CTL-DATASET " " WS-CTL-BACKUP-DATE " "
                       WS-CTL-BACKUP-TIME " - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET WS-RECOVERY-FAILED TO TRUE
               END-IF
           END-IF.

       CHECK-CONTROL-RECORD.
           IF BC-DATASET = WS-CTL-DATASET
               IF WS-CTL-BACKUP-DATE IS NUMERIC
                   IF NOT WS-CTL-FOUND
                       AND BC-BACKUP-DATE = WS-CTL-BACKUP-DATE
                       AND (WS-CTL-BACKUP-TIME IS NOT NUMERIC
                           OR BC-BACKUP-TIME = WS-CTL-BACKUP-TIME)
                       PERFORM TAKE-CONTROL-RECORD
                   END-IF
               ELSE
                   PERFORM TAKE-CONTROL-RECORD
               END-IF
           END-IF.

       TAKE-CONTROL-RECORD.
           SET WS-CTL-FOUND TO TRUE
           MOVE BC-BACKUP-DATE TO WS-BC-BACKUP-DATE
           MOVE BC-BACKUP-TIME TO WS-BC-BACKUP-TIME
           MOVE BC-RECORD-COUNT TO WS-BC-RECORD-COUNT
           MOVE BC-FIRST-KEY TO WS-BC-FIRST-KEY
           MOVE BC-LAST-KEY TO WS-BC-LAST-KEY
           MOVE BC-AUDIT-COUNT TO WS-BC-AUDIT-COUNT.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-TEXT-LINE
           STRING "MASTER FORWARD RECOVERY - " WS-CTL-DATASET
                   "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-BC-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "BACKUP TAKEN " WS-BC-BACKUP-DATE " "
                   WS-BC-BACKUP-TIME "  RECORDS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "FIRST KEY " WS-BC-FIRST-KEY "  LAST KEY "
                   WS-BC-LAST-KEY
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE.

      * LOADS THE BACKUP INTO THE FRESHLY DEFINED (EMPTY) CLUSTER.
      * THE GENERATION IS ONLY TRUSTED IF ITS COUNT AND FIRST/LAST
      * KEY AGREE WITH THE CONTROL RECORD - OTHERWISE BKUPIN IS NOT
      * THE BACKUP THE CARD NAMED AND NOTHING MORE IS DONE.
       RESTORE-BACKUP.
           OPEN INPUT BKUPIN-FILE
           IF WS-BKUPIN-STATUS NOT = "00"
               DISPLAY "MSTRCVR: BKUPIN FILE NOT AVAILABLE (STATUS "
                   WS-BKUPIN-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET WS-RECOVERY-FAILED TO TRUE
           ELSE
               PERFORM OPEN-TARGET-OUTPUT
               IF WS-TARGET-STATUS NOT = "00"
                   DISPLAY "MSTRCVR: " WS-CTL-DATASET
                       " FILE NOT AVAILABLE (STATUS " WS-TARGET-STATUS
                       ") - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET WS-RECOVERY-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WS-BKUPIN-EOF
                       READ BKUPIN-FILE
                           AT END
                               SET WS-BKUPIN-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-TARGET
                   PERFORM CHECK-RESTORED-COUNTS
               END-IF
               CLOSE BKUPIN-FILE
           END-IF.

       OPEN-TARGET-OUTPUT.
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   OPEN OUTPUT EMPMAST-FILE
                   MOVE WS-EMPMAST-STATUS TO WS-TARGET-STATUS
               WHEN "HRTERM"
                   OPEN OUTPUT HRTERM-FILE
                   MOVE WS-HRTERM-STATUS TO WS-TARGET-STATUS
               WHEN "DEPTTAB"
                   OPEN OUTPUT DEPTTAB-FILE
                   MOVE WS-DEPTTAB-STATUS TO WS-TARGET-STATUS
           END-EVALUATE.

       OPEN-TARGET-INPUT.
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   OPEN INPUT EMPMAST-FILE
                   MOVE WS-EMPMAST-STATUS TO WS-TARGET-STATUS
               WHEN "HRTERM"
                   OPEN INPUT HRTERM-FILE
                   MOVE WS-HRTERM-STATUS TO WS-TARGET-STATUS
               WHEN "DEPTTAB"
                   OPEN INPUT DEPTTAB-FILE
                   MOVE WS-DEPTTAB-STATUS TO WS-TARGET-STATUS
           END-EVALUATE.

       CLOSE-TARGET.
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   CLOSE EMPMAST-FILE
               WHEN "HRTERM"
                   CLOSE HRTERM-FILE
               WHEN "DEPTTAB"
                   CLOSE DEPTTAB-FILE
           END-EVALUATE.

       LOAD-BACKUP-RECORD.
           ADD 1 TO WS-RESTORED-COUNT
           IF WS-RESTORED-COUNT = 1
               MOVE BKUPIN-REC (1:WS-KEY-LENGTH)
                   TO WS-RESTORED-FIRST-KEY
           END-IF
           MOVE BKUPIN-REC (1:WS-KEY-LENGTH) TO WS-RESTORED-LAST-KEY
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   MOVE BKUPIN-REC TO EMPMAST-REC
                   WRITE EMPMAST-REC
                       INVALID KEY
                           ADD 1 TO WS-RESTORE-ERROR-COUNT
                   END-WRITE
               WHEN "HRTERM"
                   MOVE BKUPIN-REC TO HRTERM-REC
                   WRITE HRTERM-REC
                       INVALID KEY
                           ADD 1 TO WS-RESTORE-ERROR-COUNT
                   END-WRITE
               WHEN "DEPTTAB"
                   MOVE BKUPIN-REC TO DEPTTAB-REC
                   WRITE DEPTTAB-REC
                       INVALID KEY
                           ADD 1 TO WS-RESTORE-ERROR-COUNT
                   END-WRITE
           END-EVALUATE.

       CHECK-RESTORED-COUNTS.
           MOVE WS-RESTORED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "RECORDS RESTORED FROM BKUPIN       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           IF WS-RESTORED-COUNT NOT = WS-BC-RECORD-COUNT
                   OR WS-RESTORED-FIRST-KEY NOT = WS-BC-FIRST-KEY
                   OR WS-RESTORED-LAST-KEY NOT = WS-BC-LAST-KEY
                   OR WS-RESTORE-ERROR-COUNT > 0
               MOVE SPACES TO WS-TEXT-LINE
               STRING "*** BKUPIN DOES NOT MATCH ITS CONTROL RECORD - "
                       "WRONG GENERATION? ***"
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE SPACES TO WS-TEXT-LINE
               STRING "    FIRST KEY " WS-RESTORED-FIRST-KEY
                       "  LAST KEY " WS-RESTORED-LAST-KEY
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               DISPLAY "MSTRCVR: BKUPIN DOES NOT MATCH THE BKUPCTL "
                   "RECORD FOR " WS-BC-BACKUP-DATE " "
                   WS-BC-BACKUP-TIME " - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET WS-RECOVERY-FAILED TO TRUE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE.

      * SECTION 1 - SKIP THE EMPAUDIT RECORDS THAT WERE ALREADY ON
      * FILE AT BACKUP TIME, THEN REPLAY EVERYTHING AFTER THEM.
       REPLAY-AUDIT-TRAIL.
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 1 - EMPAUDIT CHANGES REPLAYED AFTER THE "
                   "BACKUP:"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING " AUDIT DT TIME    CD EMP ID   NAME"
                   "                 DEPT RESULT"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           OPEN INPUT EMPAUDIT-FILE
           OPEN I-O EMPMAST-FILE
           IF WS-EMPAUDIT-STATUS NOT = "00"
               DISPLAY "MSTRCVR: EMPAUDIT FILE NOT AVAILABLE (STATUS "
                   WS-EMPAUDIT-STATUS ") - RUN TERMINATED."
               MOVE 16 TO RETURN-CODE
               SET WS-RECOVERY-FAILED TO TRUE
               IF WS-EMPMAST-STATUS = "00"
                   CLOSE EMPMAST-FILE
               END-IF
           ELSE
               IF WS-EMPMAST-STATUS NOT = "00"
                   DISPLAY "MSTRCVR: EMPMAST FILE NOT AVAILABLE "
                       "(STATUS " WS-EMPMAST-STATUS
                       ") - RUN TERMINATED."
                   MOVE 16 TO RETURN-CODE
                   SET WS-RECOVERY-FAILED TO TRUE
               ELSE
                   PERFORM SKIP-AUDIT-BEFORE-BACKUP
                       UNTIL WS-AUDIT-EOF
                          OR WS-AUDIT-SKIPPED-COUNT
                             = WS-BC-AUDIT-COUNT
                   IF WS-AUDIT-SKIPPED-COUNT < WS-BC-AUDIT-COUNT
                       PERFORM REPORT-SHORT-AUDIT-TRAIL
                   ELSE
                       PERFORM REPLAY-NEXT-AUDIT-RECORD
                           UNTIL WS-AUDIT-EOF
                       PERFORM PRINT-REPLAY-TOTALS
                   END-IF
                   CLOSE EMPMAST-FILE
               END-IF
               CLOSE EMPAUDIT-FILE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE.

       SKIP-AUDIT-BEFORE-BACKUP.
           READ EMPAUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-SKIPPED-COUNT
           END-READ.

      * EMPAUDIT HAS FEWER RECORDS THAN IT HAD WHEN THE BACKUP WAS
      * TAKEN - IT HAS BEEN TRIMMED OR REPLACED, SO THE POSITION IS
      * MEANINGLESS AND NO CHANGE CAN BE REPLAYED SAFELY.
       REPORT-SHORT-AUDIT-TRAIL.
           MOVE WS-AUDIT-SKIPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "*** EMPAUDIT HOLDS ONLY " WS-EDIT-COUNT
                   " RECORDS - FEWER THAN AT BACKUP ***"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           DISPLAY "MSTRCVR: EMPAUDIT IS SHORTER THAN AT BACKUP - "
               "NO CHANGES REPLAYED - RUN TERMINATED."
           MOVE 16 TO RETURN-CODE
           SET WS-RECOVERY-FAILED TO TRUE.

       REPLAY-NEXT-AUDIT-RECORD.
           READ EMPAUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPLAY-READ-COUNT
                   PERFORM APPLY-AUDIT-RECORD
                   PERFORM PRINT-REPLAY-LINE
           END-READ.

      * EACH CHANGE IS REAPPLIED EXACTLY AS EMPMAINT APPLIED IT. THE
      * AFTER-IMAGES ON A CHANGE RECORD ARE THE FULL NAME AND
      * DEPARTMENT AFTER THE CHANGE, SO THEY ARE MOVED AS THEY STAND.
       APPLY-AUDIT-RECORD.
           MOVE AH-EMP-ID TO EM-EMP-ID
           READ EMPMAST-FILE
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ
           MOVE "APPLIED" TO WS-REPLAY-RESULT
           EVALUATE TRUE
               WHEN AH-TRAN-CODE = "A" AND WS-MASTER-NOT-FOUND
                   MOVE SPACES TO EMPMAST-REC
                   MOVE AH-EMP-ID TO EM-EMP-ID
                   MOVE AH-AFTER-NAME TO EM-EMP-NAME
                   MOVE AH-AFTER-DEPT TO EM-DEPT-CODE
                   MOVE 0 TO EM-FAIL-COUNT
                   WRITE EMPMAST-REC
                   ADD 1 TO WS-ADDS-APPLIED
               WHEN AH-TRAN-CODE = "A"
                   MOVE AH-AFTER-NAME TO EM-EMP-NAME
                   MOVE AH-AFTER-DEPT TO EM-DEPT-CODE
                   MOVE 0 TO EM-FAIL-COUNT
                   MOVE SPACE TO EM-LOCKOUT-SW
                   REWRITE EMPMAST-REC
                   MOVE "CONFLICT - ID ON FILE" TO WS-REPLAY-RESULT
                   ADD 1 TO WS-CONFLICT-COUNT
               WHEN AH-TRAN-CODE NOT = "C" AND AH-TRAN-CODE NOT = "D"
                       AND AH-TRAN-CODE NOT = "R"
                   MOVE "NOT REPLAYED - CODE" TO WS-REPLAY-RESULT
                   ADD 1 TO WS-NOT-REPLAYED-COUNT
               WHEN WS-MASTER-NOT-FOUND
                   MOVE "CONFLICT - NOT ON FILE" TO WS-REPLAY-RESULT
                   ADD 1 TO WS-CONFLICT-COUNT
               WHEN AH-TRAN-CODE = "C"
                   MOVE AH-AFTER-NAME TO EM-EMP-NAME
                   MOVE AH-AFTER-DEPT TO EM-DEPT-CODE
                   REWRITE EMPMAST-REC
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN AH-TRAN-CODE = "D"
                   DELETE EMPMAST-FILE
                   ADD 1 TO WS-DELETES-APPLIED
               WHEN AH-TRAN-CODE = "R"
                   MOVE 0 TO EM-FAIL-COUNT
                   MOVE SPACE TO EM-LOCKOUT-SW
                   REWRITE EMPMAST-REC
                   ADD 1 TO WS-RESETS-APPLIED
           END-EVALUATE.

       PRINT-REPLAY-LINE.
           MOVE AH-DATE TO WS-RPL-DATE
           MOVE AH-TIME TO WS-RPL-TIME
           MOVE AH-TRAN-CODE TO WS-RPL-CODE
           MOVE AH-EMP-ID TO WS-RPL-EMP-ID
           IF AH-TRAN-CODE = "D"
               MOVE AH-BEFORE-NAME TO WS-RPL-NAME
               MOVE AH-BEFORE-DEPT TO WS-RPL-DEPT
           ELSE
               MOVE AH-AFTER-NAME TO WS-RPL-NAME
               MOVE AH-AFTER-DEPT TO WS-RPL-DEPT
           END-IF
           MOVE WS-REPLAY-RESULT TO WS-RPL-RESULT
           WRITE RCVRPT-LINE FROM WS-REPLAY-LINE.

       PRINT-REPLAY-TOTALS.
           IF WS-REPLAY-READ-COUNT = 0
               MOVE "  (NONE - NO CHANGES LOGGED SINCE THE BACKUP)"
                   TO WS-TEXT-LINE
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-AUDIT-SKIPPED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EMPAUDIT RECORDS BEFORE BACKUP     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-REPLAY-READ-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EMPAUDIT RECORDS REPLAYED          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  ADDS APPLIED                     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  CHANGES APPLIED                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  DELETES APPLIED                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-RESETS-APPLIED TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  LOCKOUT RESETS APPLIED           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-CONFLICT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  CONFLICTS                        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-NOT-REPLAYED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  NOT REPLAYED                     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           IF WS-CONFLICT-COUNT > 0 OR WS-NOT-REPLAYED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-NO-REPLAY-NOTE.
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 1 - NO EMPAUDIT REPLAY: " WS-CTL-DATASET
                   " CHANGES ARE NOT AUDITED ON EMPAUDIT."
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           IF WS-CTL-DATASET = "HRTERM"
               STRING "  RERUN HRTLOAD FOR EVERY HRTFEED RECEIVED "
                       "SINCE THE BACKUP DATE."
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           ELSE
               STRING "  REAPPLY ANY DEPARTMENT CODES ADDED SINCE THE "
                       "BACKUP DATE."
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
           END-IF
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE.

      * SECTION 2 - MATCH THE REBUILT FILE (READ IN KEY ORDER)
      * AGAINST THE PRE-FAILURE UNLOAD (A REPRO, SO ALSO IN KEY
      * ORDER). AN EXHAUSTED SIDE TAKES HIGH-VALUES AS ITS KEY.
       RECONCILE-REBUILT-FILE.
           MOVE SPACES TO WS-TEXT-LINE
           STRING "SECTION 2 - REBUILT FILE AGAINST THE PRE-FAILURE "
                   "COPY (PREFAIL):"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           COMPUTE WS-EXPECTED-COUNT = WS-RESTORED-COUNT
               + WS-ADDS-APPLIED - WS-DELETES-APPLIED
           PERFORM OPEN-TARGET-INPUT
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "MSTRCVR: " WS-CTL-DATASET
                   " FILE NOT AVAILABLE (STATUS " WS-TARGET-STATUS
                   ") - RECONCILIATION NOT DONE."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT PREFAIL-FILE
               IF WS-PREFAIL-STATUS = "00"
                   SET WS-PREFAIL-OPEN TO TRUE
               ELSE
                   MOVE SPACES TO WS-TEXT-LINE
                   STRING "  PRE-FAILURE COPY NOT AVAILABLE (STATUS "
                           WS-PREFAIL-STATUS
                           ") - KEY LIST NOT COMPARED."
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
                   WRITE RCVRPT-LINE FROM WS-TEXT-LINE
                   SET WS-PREFAIL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PREFAIL-KEY
               END-IF
               PERFORM START-REBUILT-BROWSE
               PERFORM READ-NEXT-REBUILT
               IF WS-PREFAIL-OPEN
                   PERFORM READ-NEXT-PREFAIL
               END-IF
               PERFORM COMPARE-NEXT-KEY
                   UNTIL WS-REBUILT-EOF AND WS-PREFAIL-EOF
               IF WS-PREFAIL-OPEN
                   CLOSE PREFAIL-FILE
                   IF WS-REBUILT-ONLY-COUNT = 0
                       AND WS-PREFAIL-ONLY-COUNT = 0
                       AND WS-DIFFER-COUNT = 0
                       MOVE "  (NO KEY OR RECORD DIFFERENCES)"
                           TO WS-TEXT-LINE
                       WRITE RCVRPT-LINE FROM WS-TEXT-LINE
                   END-IF
               END-IF
               PERFORM CLOSE-TARGET
               PERFORM PRINT-RECONCILIATION-TOTALS
           END-IF.

       START-REBUILT-BROWSE.
           EVALUATE WS-CTL-DATASET
               WHEN "EMPMAST"
                   MOVE LOW-VALUES TO EM-EMP-ID
                   START EMPMAST-FILE KEY >= EM-EMP-ID
                       INVALID KEY
                           SET WS-REBUILT-EOF TO TRUE
                   END-START
               WHEN "HRTERM"
                   MOVE LOW-VALUES TO HT-EMP-ID
                   START HRTERM-FILE KEY >= HT-EMP-ID
                       INVALID KEY
                           SET WS-REBUILT-EOF TO TRUE
                   END-START
               WHEN "DEPTTAB"
                   MOVE LOW-VALUES TO DT-DEPT-CODE
                   START DEPTTAB-FILE KEY >= DT-DEPT-CODE
                       INVALID KEY
                           SET WS-REBUILT-EOF TO TRUE
                   END-START
           END-EVALUATE.

       READ-NEXT-REBUILT.
           IF NOT WS-REBUILT-EOF
               EVALUATE WS-CTL-DATASET
                   WHEN "EMPMAST"
                       READ EMPMAST-FILE NEXT
                           AT END
                               SET WS-REBUILT-EOF TO TRUE
                           NOT AT END
                               MOVE EMPMAST-REC TO WS-REBUILT-IMAGE
                       END-READ
                   WHEN "HRTERM"
                       READ HRTERM-FILE NEXT
                           AT END
                               SET WS-REBUILT-EOF TO TRUE
                           NOT AT END
                               MOVE HRTERM-REC TO WS-REBUILT-IMAGE
                       END-READ
                   WHEN "DEPTTAB"
                       READ DEPTTAB-FILE NEXT
                           AT END
                               SET WS-REBUILT-EOF TO TRUE
                           NOT AT END
                               MOVE DEPTTAB-REC TO WS-REBUILT-IMAGE
                       END-READ
               END-EVALUATE
           END-IF
           IF WS-REBUILT-EOF
               MOVE HIGH-VALUES TO WS-REBUILT-KEY
           ELSE
               ADD 1 TO WS-REBUILT-COUNT
               MOVE WS-REBUILT-IMAGE (1:WS-KEY-LENGTH)
                   TO WS-REBUILT-KEY
           END-IF.

       READ-NEXT-PREFAIL.
           READ PREFAIL-FILE
               AT END
                   SET WS-PREFAIL-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PREFAIL-KEY
               NOT AT END
                   ADD 1 TO WS-PREFAIL-COUNT
                   MOVE PREFAIL-REC TO WS-PREFAIL-IMAGE
                   MOVE WS-PREFAIL-IMAGE (1:WS-KEY-LENGTH)
                       TO WS-PREFAIL-KEY
           END-READ.

      * WITHOUT A PRE-FAILURE COPY THE REBUILT FILE IS ONLY COUNTED.
       COMPARE-NEXT-KEY.
           EVALUATE TRUE
               WHEN WS-REBUILT-KEY < WS-PREFAIL-KEY
                   IF WS-PREFAIL-OPEN
                       MOVE SPACES TO WS-TEXT-LINE
                       STRING "  " WS-REBUILT-KEY
                               "  ON REBUILT FILE ONLY - NOT ON "
                               "PRE-FAILURE COPY"
                           DELIMITED BY SIZE INTO WS-TEXT-LINE
                       END-STRING
                       WRITE RCVRPT-LINE FROM WS-TEXT-LINE
                       ADD 1 TO WS-REBUILT-ONLY-COUNT
                   END-IF
                   PERFORM READ-NEXT-REBUILT
               WHEN WS-REBUILT-KEY > WS-PREFAIL-KEY
                   MOVE SPACES TO WS-TEXT-LINE
                   STRING "  " WS-PREFAIL-KEY
                           "  ON PRE-FAILURE COPY ONLY - MISSING "
                           "FROM REBUILT FILE"
                       DELIMITED BY SIZE INTO WS-TEXT-LINE
                   END-STRING
                   WRITE RCVRPT-LINE FROM WS-TEXT-LINE
                   ADD 1 TO WS-PREFAIL-ONLY-COUNT
                   PERFORM READ-NEXT-PREFAIL
               WHEN OTHER
                   IF WS-REBUILT-IMAGE NOT = WS-PREFAIL-IMAGE
                       PERFORM PRINT-RECORD-DIFFERENCE
                   END-IF
                   PERFORM READ-NEXT-REBUILT
                   PERFORM READ-NEXT-PREFAIL
           END-EVALUATE.

       PRINT-RECORD-DIFFERENCE.
           ADD 1 TO WS-DIFFER-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "  " WS-REBUILT-KEY "  RECORD DIFFERS:"
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "      REBUILT     " WS-REBUILT-IMAGE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TEXT-LINE
           STRING "      PRE-FAILURE " WS-PREFAIL-IMAGE
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE.

       PRINT-RECONCILIATION-TOTALS.
           MOVE SPACES TO WS-TEXT-LINE
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-REBUILT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-TEXT-LINE
           STRING "REBUILT RECORD COUNT               " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-SIGNED
           MOVE SPACES TO WS-TEXT-LINE
           STRING "EXPECTED (BACKUP + ADDS - DELETES) " WS-EDIT-SIGNED
               DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-STRING
           WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           IF WS-PREFAIL-OPEN
               MOVE WS-PREFAIL-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "PRE-FAILURE RECORD COUNT           "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE WS-REBUILT-ONLY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "KEYS ON REBUILT FILE ONLY          "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE WS-PREFAIL-ONLY-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "KEYS ON PRE-FAILURE COPY ONLY      "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE WS-DIFFER-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-TEXT-LINE
               STRING "MATCHED KEYS WITH DIFFERENT RECORDS"
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-TEXT-LINE
               END-STRING
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
           END-IF
           IF WS-REBUILT-COUNT NOT = WS-EXPECTED-COUNT
                   OR NOT WS-PREFAIL-OPEN
                   OR WS-REBUILT-ONLY-COUNT > 0
                   OR WS-PREFAIL-ONLY-COUNT > 0
                   OR WS-DIFFER-COUNT > 0
               MOVE SPACES TO WS-TEXT-LINE
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE "*** RECONCILIATION DID NOT BALANCE - REVIEW BEFORE"
                   TO WS-TEXT-LINE
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               MOVE "    RELEASING THE REBUILT FILE ***"
                   TO WS-TEXT-LINE
               WRITE RCVRPT-LINE FROM WS-TEXT-LINE
               IF RETURN-CODE < 4
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
               MOVE "MSTRCVR" TO RL-PROGRAM-ID
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
               DISPLAY "MSTRCVR: RUNLEDG FILE NOT AVAILABLE (STATUS "
                   WS-LEDG-STATUS ") - RUN NOT RECORDED."
           END-IF.
