      *****************************************************************
      * BKUPCTL - MASTER BACKUP CONTROL RECORD. MSTBKUP APPENDS ONE
      * PER DATASET PER NIGHTLY BACKUP (EMPMAST, HRTERM, DEPTTAB),
      * CARRYING THE CONTROL COUNTS FOR THAT GDG COPY; MSTRCVR READS
      * IT BACK TO PROVE THE GENERATION IT RESTORES IS THE ONE THE
      * COUNTS DESCRIBE AND TO KNOW WHERE FORWARD RECOVERY STARTS.
      *    BC-AUDIT-COUNT - EMPAUDIT RECORDS ON FILE WHEN THE BACKUP
      *                     WAS TAKEN (EMPAUDIT IS APPEND-ONLY, SO
      *                     EVERY RECORD AFTER THIS POSITION IS A
      *                     CHANGE LOGGED AFTER THE BACKUP - THE SAME
      *                     POSITIONING GRTCTL USES FOR GREETLOG)
      *****************************************************************
       05  BC-DATASET                  PIC X(8).
       05  BC-BACKUP-DATE              PIC 9(8).
       05  BC-BACKUP-TIME              PIC 9(6).
       05  BC-RECORD-COUNT             PIC 9(9).
       05  BC-FIRST-KEY                PIC X(8).
       05  BC-LAST-KEY                 PIC X(8).
       05  BC-AUDIT-COUNT              PIC 9(9).
       05  FILLER                      PIC X(24).
