      *****************************************************************
      * CONSOLE - CONSOLE (TERMINAL) REFERENCE TABLE, INDEXED BY THE
      * 3-CHARACTER CONSOLE ID. HELLOTSO IS INVOKED WITH THE CONSOLE
      * ID ON ITS PARM (PARM='ONLN,M01' / 'SOFF,M01') AND REFUSES A
      * SIGN-ON OR SIGN-OFF FROM A CONSOLE NOT ON THIS TABLE, OR FROM
      * ONE NOT ALLOWED FOR THE OPERATOR'S EM-DEPT-CODE. THE ID IS
      * CARRIED ON GREETLOG (GL-CONSOLE-ID) AND SIGNFAIL, WHICH HAVE
      * ONLY THREE SPARE BYTES - HENCE THE 3-CHARACTER ID.
      *    CN-LOCATION      - WHERE THE CONSOLE IS, FOR THE REPORTS
      *                       (E.G. MASTER CONSOLE, MACHINE ROOM)
      *    CN-ALLOWED-DEPTS - UP TO TEN DEPARTMENT CODES THAT MAY
      *                       SIGN ON HERE; ALL BLANK MEANS EVERY
      *                       DEPARTMENT (AS ON A NOTICE HEADER)
      * MAINTAINED BY OPERATIONS VIA IDCAMS REPRO (SEE console.jcl),
      * THE SAME WAY AS DEPTTAB.
      *****************************************************************
       05  CN-CONSOLE-ID               PIC X(3).
       05  FILLER                      PIC X(1).
       05  CN-LOCATION                 PIC X(24).
       05  CN-ALLOWED-DEPTS.
           10  CN-ALLOWED-DEPT         PIC X(4)   OCCURS 10 TIMES.
       05  FILLER                      PIC X(12).
