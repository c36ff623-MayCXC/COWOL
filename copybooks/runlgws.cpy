      *****************************************************************
      * RUNLGWS - RUN LEDGER WORK FIELDS, COPIED INTO THE WORKING-
      * STORAGE OF EVERY BATCH PROGRAM THAT WRITES A RUNLEDG RECORD.
      * START-RUN-LEDGER STAMPS THE START DATE/TIME AND DEFAULTS THE
      * BUSINESS DATE TO THE RUN DATE; THE PROGRAM OVERRIDES THE
      * BUSINESS DATE FROM ITS CONTROL CARD WHERE IT HAS ONE AND
      * MOVES ITS OWN COUNTERS TO THE THREE VOLUME FIELDS BEFORE
      * WRITE-RUN-LEDGER.
      *****************************************************************
       01  WS-LEDG-STATUS              PIC X(2).
       01  WS-LEDG-BUSINESS-DATE       PIC 9(8)   VALUE 0.
       01  WS-LEDG-START-DATE          PIC 9(8)   VALUE 0.
       01  WS-LEDG-START-TIME          PIC 9(6)   VALUE 0.
       01  WS-LEDG-CLOCK               PIC 9(8)   VALUE 0.
       01  WS-LEDG-RECORDS-IN          PIC 9(9)   VALUE 0.
       01  WS-LEDG-RECORDS-OUT         PIC 9(9)   VALUE 0.
       01  WS-LEDG-REJECTS             PIC 9(9)   VALUE 0.
