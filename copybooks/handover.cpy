      *****************************************************************
      * HANDOVER - SHIFT HANDOVER NOTE FILE (VSAM KSDS), ONE RECORD
      * PER NOTE LINE ENTERED AT THE HELLOTSO SIGN-OFF SCREEN. THE
      * KEY IS THE WRITER'S DEPARTMENT PLUS THE SIGN-OFF DATE/TIME
      * PLUS A SEQUENCE: THE LINES OF ONE HANDOVER ARE NUMBERED
      * n1-n5 WITHIN A BLOCK OF TEN (n = 0 NORMALLY; A SECOND
      * SIGN-OFF FROM THE SAME DEPARTMENT IN THE SAME SECOND TAKES
      * THE NEXT FREE BLOCK), SO ONE DEPARTMENT'S NOTES ARE A SINGLE
      * KEYED BROWSE IN TIME ORDER.
      *
      * A HANDOVER STAYS OPEN ('O') UNTIL AN OPERATOR FROM THE SAME
      * DEPARTMENT MARKS IT READ ('R') AT SIGN-ON. CARRYING IT
      * FORWARD LEAVES IT OPEN AND BUMPS HO-CARRY-COUNT. THE ACTION
      * FIELDS HOLD WHO LAST READ OR CARRIED IT, AND WHEN.
      *****************************************************************
       05  HO-KEY.
           10  HO-DEPT-CODE            PIC X(4).
           10  HO-DATE                 PIC 9(8).
           10  HO-TIME                 PIC 9(6).
           10  HO-SEQ                  PIC 9(2).
       05  HO-EMP-ID                   PIC X(8).
       05  HO-STATUS                   PIC X(1).
           88  HO-OPEN                            VALUE 'O'.
           88  HO-READ                            VALUE 'R'.
       05  HO-CARRY-COUNT              PIC 9(2).
       05  HO-ACTION-EMP-ID            PIC X(8).
       05  HO-ACTION-DATE              PIC 9(8).
       05  HO-ACTION-TIME              PIC 9(6).
       05  HO-NOTE-TEXT                PIC X(60).
       05  FILLER                      PIC X(7).
