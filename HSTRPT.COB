               FILE STATUS IS FS-HSTCLI.
           SELECT OTRDCLI ASSIGN TO "./otrdcli.txt"
               FILE STATUS IS FS-OTRDCLI.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
      * WEEKLY AND MONTHLY TREND ROLLUP - RUN COUNT, AND TOTAL/AVERAGE
      * PER HSTCLI COUNTER, FOR EACH BUCKET HSTCLI'S RUN DATES FALL IN

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-HSTCLI                PICTURE 9(02).
           88 FS-HSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OTRDCLI               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-RPT-NUM-ED           PICTURE ZZZ9.
       01 WRK-RPT-AVG-ED           PICTURE ZZZ9,99.
       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== HSTCLI Weekly/Monthly Trend Rollup ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-ROLL-UP-HISTORY.
           PERFORM 0400-WRITE-REPORT.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "HST004" TO WRK-MSG-CODE.
           MOVE "HSTRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

               PERFORM 0210-ROLL-UP-ONE-RUN UNTIL FS-HSTCLI-AT-EOF
               CLOSE HSTCLI
           ELSE
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HST001" TO WRK-MSG-CODE
               STRING "*** FATAL: HSTCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0200-END.                                                   EXIT.
                   MOVE ZERO TO WRK-BKT-TOT-OTHER (WRK-BKT-IDX)
                   MOVE ZERO TO WRK-BKT-TOT-OVER  (WRK-BKT-IDX)
               ELSE
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "HST002" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 400 WEEKLY/"
                       "MONTHLY BUCKETS - TABLE FULL, REMAINING "
                       "RECORDS IGNORED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               END-IF
           END-IF.
           IF WRK-BKT-IS-FOUND
      *    ---- and the per-run average for every HSTCLI counter
           OPEN OUTPUT OTRDCLI.
           IF FS-OTRDCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HST003" TO WRK-MSG-CODE
               STRING "*** FATAL: OTRDCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0410-WRITE-SECTION-HEADER.
           INTO REG-OTRDCLI.
           WRITE REG-OTRDCLI.
       0430-END.                                                   EXIT.

       0950-LOG-MESSAGE                                         SECTION.
      *    ---- Console and the shared message log - the log is
      *    opened and closed around each entry so it is complete
      *    however the step ends
           DISPLAY WRK-MSG-TEXT.
           ACCEPT WRK-MSG-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-MSG-TIME FROM TIME.
           MOVE SPACES             TO REG-MSGCLI.
           STRING WRK-MSG-DATE       DELIMITED BY SIZE
                  WRK-MSG-TIME (1:6) DELIMITED BY SIZE
           INTO MSG-STAMP.
           MOVE "HSTRPT"           TO MSG-PROGRAM.
           MOVE WRK-MSG-RUN-NUMBER TO MSG-RUN-NUMBER.
           MOVE WRK-MSG-SEVERITY   TO MSG-SEVERITY.
           MOVE WRK-MSG-CODE       TO MSG-CODE.
           MOVE WRK-MSG-TEXT       TO MSG-TEXT.
           OPEN EXTEND MSGCLI.
           IF FS-MSGCLI NOT EQUAL ZEROS
               OPEN OUTPUT MSGCLI
           END-IF.
           IF FS-MSGCLI EQUAL ZEROS
               WRITE REG-MSGCLI
               CLOSE MSGCLI
           ELSE
               DISPLAY "MSGCLI COULD NOT BE OPENED - MESSAGE NOT "
                   "LOGGED"
           END-IF.
           MOVE SPACES TO WRK-MSG-TEXT.
       0950-END.                                                   EXIT.

       0951-GET-MSG-RUN-NUMBER                                  SECTION.
      *    ---- This step runs after CLIENTS: its messages belong
      *    to the run RUNCLI shows
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   MOVE RUN-NUMBER TO WRK-MSG-RUN-NUMBER
               END-IF
               CLOSE RUNCLI
           END-IF.
       0951-END.                                                   EXIT.
