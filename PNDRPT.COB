      * older than the configurable limit, and auto-expire holds past
      * the hard cutoff back to the teller system with a notice,
      * rewriting PNDCLI with only the still-live holds - so the queue
      * cannot quietly rot for weeks with nobody countersigning. The
      * credit leg of a transfer held for its debit leg ages and
      * expires the same way, so a pair whose debit never posts does
      * not sit on the queue for ever.
       PROGRAM-ID. PNDRPT.
       AUTHOR. Jefferson Campos.

               FILE STATUS IS FS-OPNDCLI.
           SELECT OEXPCLI ASSIGN TO "./oexpcli.txt"
               FILE STATUS IS FS-OEXPCLI.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.

       FD PNDCLI
           RECORDING MODE IS F.
      * The held-transaction queue as the batch left it
       COPY "PNDCLI".
      * READ WHOLE, THEN REWRITTEN WITHOUT THE HOLDS THIS STEP EXPIRES

       FD OPNDCLI
           RECORDING MODE IS F.
      * FROM THE QUEUE FOR PASSING THE HARD CUTOFF WITHOUT A
      * COUNTERSIGN, SO THE ORIGINATING DESK CAN RE-SUBMIT OR CANCEL

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-PARMCLI               PICTURE 9(02).
       01 FS-HSTCLI                PICTURE 9(02).
           88 FS-PNDCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OPNDCLI               PICTURE 9(02).
       01 FS-OEXPCLI               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-PROC-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-ESCALATE-DAYS        PICTURE 9(03) USAGE COMP VALUE 005.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-CNT-ED               PICTURE ZZZZ9.
       01 WRK-AGE-STATUS           PICTURE X(10)        VALUE SPACES.
       01 WRK-WAIT-SHOW            PICTURE X(12)        VALUE SPACES.

       01 WRK-HST-COUNT            PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
               10 WRK-KEEP-AMOUNT    PICTURE S9(10)V9(02).
               10 WRK-KEEP-DC-FLAG   PICTURE X(01).
               10 WRK-KEEP-DATE      PICTURE X(08).
               10 WRK-KEEP-LINK-SEQ  PICTURE 9(08).
               10 WRK-KEEP-REASON    PICTURE X(01).

       01 WRK-TOTAL-COUNT          PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Pending-Queue Aging Report ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOAD-HISTORY.
           PERFORM 0300-PROCESS-QUEUE.
           PERFORM 0500-REWRITE-QUEUE.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "PND012" TO WRK-MSG-CODE.
           MOVE "PNDRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

               END-IF
               CLOSE PARMCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "PND001" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING DEFAULT AGING LIMITS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
               PERFORM 0220-LOAD-HISTORY-REC UNTIL FS-HSTCLI-AT-EOF
               CLOSE HSTCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "PND002" TO WRK-MSG-CODE
               STRING "HSTCLI NOT FOUND, RUN COUNTS WILL SHOW ZERO"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

                   MOVE HST-PROC-DATE TO WRK-HST-DATE (WRK-HST-COUNT)
               ELSE
                   IF NOT WRK-HST-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "PND003" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: HSTCLI HAS MORE "
                           "THAN 400 RUNS - TABLE FULL, RUN COUNTS "
                           "MAY READ LOW"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-HST-FULL
                   END-IF
               END-IF
      *    survivors (kept) and expirations (noticed back to tellers)
           OPEN OUTPUT OPNDCLI.
           IF FS-OPNDCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "PND004" TO WRK-MSG-CODE
               STRING "*** FATAL: OPNDCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OEXPCLI.
           IF FS-OEXPCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "PND005" TO WRK-MSG-CODE
               STRING "*** FATAL: OEXPCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OPNDCLI.
           WRITE REG-OPNDCLI.
           MOVE SPACES TO REG-OPNDCLI.
           STRING "SEQ       AGY   ACCOUNT   D/C  HELD ON    DAYS"
                  "   RUNS  STATUS    WAITING ON"
                      DELIMITED BY SIZE
           INTO REG-OPNDCLI.
           WRITE REG-OPNDCLI.
           OPEN INPUT PNDCLI.
               PERFORM 0310-AGE-ONE-HOLD UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "PND006" TO WRK-MSG-CODE
               STRING "PNDCLI NOT FOUND, NOTHING ON THE QUEUE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           PERFORM 0400-WRITE-QUEUE-TOTALS.
           CLOSE OPNDCLI.
       0330-WRITE-AGING-LINE                                    SECTION.
           MOVE WRK-AGE-DAYS TO WRK-AGE-DAYS-ED.
           MOVE WRK-AGE-RUNS TO WRK-AGE-RUNS-ED.
           IF PND-AWAITS-TRANSFER-DEBIT
               MOVE "DEBIT LEG"  TO WRK-WAIT-SHOW
           ELSE
               MOVE "COUNTERSIGN" TO WRK-WAIT-SHOW
           END-IF.
           MOVE SPACES TO REG-OPNDCLI.
           STRING PND-SEQ        DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WRK-AGE-RUNS-ED DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WRK-AGE-STATUS DELIMITED BY SIZE
                  WRK-WAIT-SHOW  DELIMITED BY SIZE
           INTO REG-OPNDCLI.
           WRITE REG-OPNDCLI.
       0330-END.                                                   EXIT.
           MOVE PND-PROC-DATE TO EXP-HELD-DATE.
           MOVE WRK-PROC-DATE TO EXP-EXPIRE-DATE.
           WRITE REG-OEXPCLI.
           IF PND-AWAITS-TRANSFER-DEBIT
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "PND007" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: HOLD " PND-SEQ " EXPIRED "
                   "WITH DEBIT LEG " PND-LINK-SEQ " NEVER POSTED - "
                   "RETURNED TO TELLER SYSTEM"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "PND008" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: HOLD " PND-SEQ " EXPIRED "
                   "UNAPPROVED - RETURNED TO TELLER SYSTEM"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0340-END.                                                   EXIT.

       0350-KEEP-HOLD                                           SECTION.
               MOVE PND-AMOUNT    TO WRK-KEEP-AMOUNT  (WRK-KEEP-COUNT)
               MOVE PND-DC-FLAG   TO WRK-KEEP-DC-FLAG (WRK-KEEP-COUNT)
               MOVE PND-PROC-DATE TO WRK-KEEP-DATE    (WRK-KEEP-COUNT)
               MOVE PND-LINK-SEQ  TO WRK-KEEP-LINK-SEQ (WRK-KEEP-COUNT)
               MOVE PND-HOLD-REASON TO
                   WRK-KEEP-REASON (WRK-KEEP-COUNT)
           ELSE
               IF NOT WRK-KEEP-TABLE-IS-FULL
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "PND009" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 1000 LIVE "
                       "HOLDS - TABLE FULL, QUEUE NOT REWRITTEN"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-KEEP-FULL
               END-IF
           END-IF.
      *    memory, so leave the queue file untouched rather than
      *    truncate them away
           IF WRK-KEEP-TABLE-IS-FULL
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "PND010" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: PNDCLI NOT REWRITTEN - "
                   "LIVE-HOLD TABLE OVERFLOWED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               OPEN OUTPUT PNDCLI
               IF FS-PNDCLI NOT EQUAL ZEROS
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "PND011" TO WRK-MSG-CODE
                   STRING "FAILED TO OPEN PNDCLI FOR REWRITE"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               ELSE
                   PERFORM 0510-WRITE-ONE-KEPT-HOLD
                       VARYING WRK-KEEP-IDX FROM 1 BY 1
       0500-END.                                                   EXIT.

       0510-WRITE-ONE-KEPT-HOLD                                 SECTION.
           MOVE SPACES TO REG-PNDCLI.
           MOVE WRK-KEEP-SEQ     (WRK-KEEP-IDX) TO PND-SEQ.
           MOVE WRK-KEEP-AGENCY  (WRK-KEEP-IDX) TO PND-AGENCY.
           MOVE WRK-KEEP-ACCOUNT (WRK-KEEP-IDX) TO PND-ACCOUNT.
           MOVE WRK-KEEP-AMOUNT  (WRK-KEEP-IDX) TO PND-AMOUNT.
           MOVE WRK-KEEP-DC-FLAG (WRK-KEEP-IDX) TO PND-DC-FLAG.
           MOVE WRK-KEEP-DATE    (WRK-KEEP-IDX) TO PND-PROC-DATE.
           MOVE WRK-KEEP-LINK-SEQ (WRK-KEEP-IDX) TO PND-LINK-SEQ.
           MOVE WRK-KEEP-REASON  (WRK-KEEP-IDX) TO PND-HOLD-REASON.
           WRITE REG-PNDCLI.
       0510-END.                                                   EXIT.

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
           MOVE "PNDRPT"           TO MSG-PROGRAM.
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
