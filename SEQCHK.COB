               FILE STATUS IS FS-OSEQCLI.
           SELECT OSEQRPT ASSIGN TO "./oseqrpt.txt"
               FILE STATUS IS FS-OSEQRPT.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.
           SELECT SRTFIL  ASSIGN TO "./srtwrk.tmp".

       DATA                                                    DIVISION.
      * SORT WORK RECORD - ONLY THE AGENCY/ACCOUNT KEY MATTERS, THE
      * REST OF THE BOOKCLI RECORD RIDES ALONG UNTOUCHED

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OSEQCLI               PICTURE 9(02).
       01 FS-OSEQRPT               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-PREV-KEY.
           05 WRK-PREV-AGENCY       PICTURE X(04).
       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== IFILCLI Sequence Check ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-CHECK-SEQUENCE.
           IF WRK-BREAK-COUNT EQUAL ZERO
               DISPLAY "FEED IS IN AGENCY/ACCOUNT SEQUENCE"
           ELSE
               MOVE WRK-BREAK-COUNT TO WRK-CNT-ED
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "SEQ001" TO WRK-MSG-CODE
               STRING "FEED OUT OF SEQUENCE - " WRK-CNT-ED
                   " BREAK(S), SORTING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               PERFORM 0300-SORT-FEED
           END-IF.
           PERFORM 0400-WRITE-REPORT.
           IF WRK-DUP-MUST-STOP
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SEQ002" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: DUPLICATE AGENCY/ACCOUNT "
                   "KEYS IN THE FEED - DO NOT FEED THE BATCH, FIX "
                   "THE EXTRACT FIRST"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           IF WRK-BREAK-COUNT NOT EQUAL ZERO
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "SEQ003" TO WRK-MSG-CODE
               STRING "REPLACE IFILCLI.TXT WITH OSEQCLI.TXT TO "
                   "FEED THE BATCH IN ORDER"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "SEQ007" TO WRK-MSG-CODE.
           MOVE "SEQCHK ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

      *    feed never needs sorting - the same hard stop applies
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SEQ004" TO WRK-MSG-CODE
               STRING "*** FATAL: IFILCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO WRK-PREV-KEY.
       0310-WRITE-SORTED                                        SECTION.
           OPEN OUTPUT OSEQCLI.
           IF FS-OSEQCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SEQ005" TO WRK-MSG-CODE
               STRING "*** FATAL: OSEQCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE "Y" TO WRK-FIRST-REC.
       0400-WRITE-REPORT                                        SECTION.
           OPEN OUTPUT OSEQRPT.
           IF FS-OSEQRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SEQ006" TO WRK-MSG-CODE
               STRING "*** FATAL: OSEQRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OSEQRPT.
           WRITE REG-OSEQRPT.
           CLOSE OSEQRPT.
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
           MOVE "SEQCHK"           TO MSG-PROGRAM.
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
      *    ---- This step runs ahead of CLIENTS: its messages
      *    belong to the run in flight when one is being resumed,
      *    otherwise to the next after the last completed
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   IF RUN-STATUS EQUAL "I"
                       MOVE RUN-NUMBER TO WRK-MSG-RUN-NUMBER
                   ELSE
                       COMPUTE WRK-MSG-RUN-NUMBER = RUN-NUMBER + 1
                   END-IF
               END-IF
               CLOSE RUNCLI
           ELSE
               MOVE 1 TO WRK-MSG-RUN-NUMBER
           END-IF.
       0951-END.                                                   EXIT.
