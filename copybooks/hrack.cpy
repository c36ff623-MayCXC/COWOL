      *****************************************************************
      * HRACK - HR'S ACKNOWLEDGEMENT OF THE OUTBOUND HRCHG CHANGE
      * FILE, ONE RECORD PER HRCHG DETAIL HR HAS PROCESSED. HR SENDS
      * EACH DAY'S ACKNOWLEDGEMENTS AS A NEW GENERATION OF THE HRACK
      * GDG. HRACKRC MATCHES THEM ON BUSINESS DATE AND SEQUENCE
      * NUMBER AGAINST WHAT WAS SENT.
      *    HA-ACK-CODE: 'A' = APPLIED BY HR
      *                 'R' = REJECTED BY HR - HA-REASON SAYS WHY
      *****************************************************************
       05  HA-BUSINESS-DATE            PIC 9(8).
       05  HA-SEQ-NO                   PIC 9(6).
       05  HA-EMP-ID                   PIC X(8).
       05  HA-ACK-CODE                 PIC X(1).
           88  HA-APPLIED                         VALUE 'A'.
           88  HA-REJECTED                        VALUE 'R'.
       05  HA-REASON                   PIC X(30).
       05  FILLER                      PIC X(27).
