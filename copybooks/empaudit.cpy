      * TRANSACTION APPLIED BY EMPMAINT. BEFORE/AFTER NAME IMAGES LET
      * AUDIT RECONSTRUCT EXACTLY WHAT EACH MAINTENANCE RUN CHANGED
      * (BEFORE IS SPACES ON AN ADD, AFTER IS SPACES ON A DELETE).
      * AH-TEMP-EXPIRY-DATE IS THE ACCESS EXPIRY OF A TEMPORARY ID
      * AFTER THE TRANSACTION (ON A DELETE, AS IT STOOD BEFORE IT).
      * ZERO FOR A PERMANENT ID; SPACES ON RECORDS WRITTEN BEFORE THE
      * FIELD WAS ADDED - TEST NUMERIC.
      *****************************************************************
       05  AH-DATE                     PIC 9(8).
       05  AH-TIME                     PIC 9(6).
       05  AH-AFTER-NAME               PIC X(20).
       05  AH-BEFORE-DEPT              PIC X(4).
       05  AH-AFTER-DEPT               PIC X(4).
       05  AH-TEMP-EXPIRY-DATE         PIC 9(8).
       05  FILLER                      PIC X(1).
