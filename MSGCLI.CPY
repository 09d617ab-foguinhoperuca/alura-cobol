       01 REG-MSGCLI.
           05 MSG-STAMP              PICTURE X(14).
           05 MSG-PROGRAM            PICTURE X(08).
           05 MSG-RUN-NUMBER         PICTURE 9(06).
           05 MSG-SEVERITY           PICTURE X(01).
               88 MSG-IS-INFO                         VALUE "I".
               88 MSG-IS-WARNING                      VALUE "W".
               88 MSG-IS-FATAL                        VALUE "F".
           05 MSG-CODE               PICTURE X(06).
           05 MSG-TEXT               PICTURE X(100).
           05 FILLER                 PICTURE X(25).
      * SHARED OPERATOR MESSAGE LOG (160 POSITIONS), APPENDED BY EVERY
      * BATCH PROGRAM AS IT DISPLAYS A MESSAGE ON THE CONSOLE, SO THE
      * NIGHT'S ALERTS OUTLIVE THE SCROLLBACK. MSG-STAMP IS WHEN THE
      * MESSAGE WAS WRITTEN (YYYYMMDDHHMMSS, WALL CLOCK). MSG-RUN-NUMBER
      * IS THE RUNCLI RUN THE STEP BELONGS TO - STEPS AHEAD OF CLIENTS
      * LOG THE RUN ABOUT TO START (LAST COMPLETED + 1, OR THE RUN IN
      * FLIGHT WHEN RESUMING), CLIENTS ITS OWN, STEPS AFTER IT THE RUN
      * JUST FINISHED - ZERO BEFORE RUNCLI EXISTS. MSG-SEVERITY: I =
      * INFORMATION, W = WARNING (THE STEP WENT ON), F = FATAL (THE
      * STEP STOPPED). MSG-CODE IS THE PROGRAM'S OWN MESSAGE NUMBER
      * (THREE-LETTER PROGRAM PREFIX + SEQUENCE), MSG-TEXT THE TEXT AS
      * DISPLAYED. EVERY STEP ENDS WITH AN I MESSAGE SAYING SO; MSGRPT
      * READS THE LOG FOR THE END-OF-NIGHT SUMMARY. FILLER IS RESERVED
      * FOR GROWTH
