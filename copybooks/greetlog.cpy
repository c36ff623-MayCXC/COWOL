           88  GL-ONLINE-SIGN-ON                  VALUE 'N'.
           88  GL-BULK-GREETING                   VALUE 'B'.
           88  GL-SIGN-OFF                        VALUE 'F'.
      *    GL-CONSOLE-ID: THE CONSOLE THE SIGN-ON OR SIGN-OFF WAS
      *    MADE FROM (SEE THE console COPYBOOK). SPACES ON BULK
      *    GREETINGS AND ON RECORDS WRITTEN BEFORE THE FIELD WAS
      *    ADDED.
       05  GL-CONSOLE-ID               PIC X(3).
