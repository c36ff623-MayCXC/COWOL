      *****************************************************************
      * RUNLEDG - BATCH RUN LEDGER RECORD. EVERY HELLOTSO BATCH
      * PROGRAM APPENDS ONE RECORD AS THE LAST THING IT DOES (SEE
      * WRITE-RUN-LEDGER IN EACH PROGRAM), SO THE RECORD CARRIES THE
      * FINAL RETURN CODE. RUNTRND READS THE LEDGER FOR THE WEEKLY
      * ELAPSED-TIME / MISSED-RUN / VOLUME TREND REPORT.
      *    RL-BUSINESS-DATE - THE DATE THE RUN WAS FOR (THE REPORT OR
      *                       AS-OF DATE FROM THE CONTROL CARD WHERE
      *                       THE PROGRAM TAKES ONE, ELSE THE RUN DATE)
      *    RL-RECORDS-IN    - PRIMARY INPUT RECORDS READ
      *    RL-RECORDS-OUT   - RECORDS WRITTEN / ITEMS REPORTED
      *    RL-REJECTS       - RECORDS REJECTED OR FLAGGED AS EXCEPTIONS
      *****************************************************************
       05  RL-PROGRAM-ID               PIC X(8).
       05  RL-BUSINESS-DATE            PIC 9(8).
       05  RL-START-DATE               PIC 9(8).
       05  RL-START-TIME               PIC 9(6).
       05  RL-END-DATE                 PIC 9(8).
       05  RL-END-TIME                 PIC 9(6).
       05  RL-RECORDS-IN               PIC 9(9).
       05  RL-RECORDS-OUT              PIC 9(9).
       05  RL-REJECTS                  PIC 9(9).
       05  RL-RETURN-CODE              PIC 9(4).
       05  FILLER                      PIC X(5).
