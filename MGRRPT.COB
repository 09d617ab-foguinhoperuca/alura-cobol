               FILE STATUS IS FS-IFILCLI.
           SELECT OMGRCLI ASSIGN TO "./omgrcli.txt"
               FILE STATUS IS FS-OMGRCLI.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
      * MANAGER ROSTER AND PORTFOLIO ROLLUP - STATUS, ACCOUNT COUNT AND
      * TOTAL BALANCE CURRENTLY ASSIGNED, OFF THE DAY'S IFILCLI RUN

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-MGRCLI                PICTURE 9(02).
           88 FS-MGRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-IFILCLI                PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OMGRCLI                PICTURE 9(02).
       01 FS-RUNCLI                 PICTURE 9(02).
       01 FS-MSGCLI                 PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER        PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY          PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE              PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT              PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE              PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME              PICTURE X(08)        VALUE SPACES.

       01 WRK-RPT-NUM-ED           PICTURE ZZ9.
       01 WRK-RPT-BAL-ED           PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Manager Roster/Portfolio Report ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-LOAD-MANAGERS.
           PERFORM 0300-ROLL-UP-PORTFOLIOS.
           PERFORM 0400-WRITE-REPORT.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "MGR005" TO WRK-MSG-CODE.
           MOVE "MGRRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

               PERFORM 0210-LOAD-MANAGER-REC UNTIL FS-MGRCLI-AT-EOF
               CLOSE MGRCLI
           ELSE
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MGR001" TO WRK-MSG-CODE
               STRING "*** FATAL: MGRCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0200-END.                                                   EXIT.
                   MOVE ZEROES     TO WRK-MGR-BALANCE (WRK-MGR-COUNT)
               ELSE
                   IF NOT WRK-MGR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "MGR002" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MGRCLI HAS MORE "
                           "THAN 500 MANAGERS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-MGR-FULL
                   END-IF
               END-IF
                   UNTIL FS-IFILCLI-AT-EOF
               CLOSE IFILCLI
           ELSE
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MGR003" TO WRK-MSG-CODE
               STRING "*** FATAL: IFILCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0300-END.                                                   EXIT.
      *    ---- One line per manager: status, account count, balance
           OPEN OUTPUT OMGRCLI.
           IF FS-OMGRCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MGR004" TO WRK-MSG-CODE
               STRING "*** FATAL: OMGRCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OMGRCLI.
           WRITE REG-OMGRCLI.
           CLOSE OMGRCLI.
       0400-END.                                                   EXIT.

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
           MOVE "MGRRPT"           TO MSG-PROGRAM.
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
