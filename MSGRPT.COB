       IDENTIFICATION                                          DIVISION.
      * End-of-night message summary: reads the shared operator!
      * message log msgcli.txt that every batch step appends to and
      * reports one run on omsgrpt.txt - the run's RUNCLI start, end
      * and status, then each step that logged anything with its
      * count of information, warning and fatal messages and whether
      * it ended normally (a step that stopped on a fatal message and
      * was rerun to completion shows both), then every warning and
      * fatal message in the order it was logged. The run is the one
      * on RUNCLI, or the run number on the optional control card
      * msgprm.txt for a past night. When RUNCLI shows its run complete
      * but the log already holds messages for the next run, the night
      * stopped ahead of CLIENTS (the steps before it log the run about
      * to start) - that run is summarised instead and flagged as never
      * having reached CLIENTS. Runs last, after the batch.
       PROGRAM-ID. MSGRPT.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT MSGPRM ASSIGN TO "./msgprm.txt"
               FILE STATUS IS FS-MSGPRM.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.
           SELECT OMSGRPT ASSIGN TO "./omsgrpt.txt"
               FILE STATUS IS FS-OMSGRPT.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD MSGPRM
           RECORDING MODE IS F.
       01 REG-MSGPRM.
           05 MSGP-RUN-NUMBER        PICTURE 9(06).
           05 FILLER                 PICTURE X(74).
      * SUMMARY CONTROL CARD (80 POSITIONS), OPTIONAL - THE RUN NUMBER
      * TO SUMMARISE WHEN IT IS NOT THE ONE ON RUNCLI. ZERO OR NOT
      * NUMERIC = THE RUN ON RUNCLI

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - the run summarised by default
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log, read and then appended to
       COPY "MSGCLI".

       FD OMSGRPT
           RECORDING MODE IS F.
       01 REG-OMSGRPT              PICTURE X(80).
      * END-OF-NIGHT SUMMARY - THE RUN, MESSAGE COUNTS PER STEP, THEN
      * THE WARNING AND FATAL MESSAGES IN LOG ORDER

       WORKING-STORAGE                                          SECTION.
       01 FS-MSGPRM                PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).
           88 FS-MSGCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OMSGRPT               PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

      *    ---- The run being summarised and what RUNCLI says of it
       01 WRK-RUN-NUMBER           PICTURE 9(06)        VALUE ZEROES.
       01 WRK-RUN-START            PICTURE X(14)        VALUE SPACES.
       01 WRK-RUN-END              PICTURE X(14)        VALUE SPACES.
       01 WRK-RUN-STATUS           PICTURE X(01)        VALUE SPACE.
       01 WRK-RUN-ON-RUNCLI        PICTURE X(01)        VALUE "N".
           88 WRK-RUN-IS-ON-RUNCLI                          VALUE "Y".
       01 WRK-LOG-FOUND            PICTURE X(01)        VALUE "N".
           88 WRK-LOG-IS-FOUND                              VALUE "Y".
       01 WRK-NEXT-RUN             PICTURE 9(06)        VALUE ZEROES.
       01 WRK-NEXT-RUN-FOUND       PICTURE X(01)        VALUE "N".
           88 WRK-NEXT-RUN-IS-FOUND                         VALUE "Y".
       01 WRK-SHORT-RUN            PICTURE X(01)        VALUE "N".
           88 WRK-RUN-NEVER-REACHED-CLIENTS                 VALUE "Y".

      *    ---- One entry per step that logged for the run, in the
      *    order each first logged - the order the steps ran
       01 WRK-STP-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-STP-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-STP-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-STP-TABLE.
           05 WRK-STP-ENTRY OCCURS 100 TIMES
                             INDEXED BY WRK-STP-IDX.
               10 WRK-STP-PROGRAM    PICTURE X(08).
               10 WRK-STP-INFO       PICTURE 9(05) USAGE COMP.
               10 WRK-STP-WARN       PICTURE 9(05) USAGE COMP.
               10 WRK-STP-FATAL      PICTURE 9(05) USAGE COMP.
               10 WRK-STP-ENDED      PICTURE X(01).
                   88 WRK-STP-HAS-ENDED               VALUE "Y".
       01 WRK-FOUND                PICTURE X(01)            VALUE "N".
           88 WRK-IS-FOUND                                  VALUE "Y".
       01 WRK-END-TEXT             PICTURE X(100)       VALUE SPACES.

       01 WRK-CNT-READ             PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-RUN              PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-INFO             PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-WARN             PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-FATAL            PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-NOT-ENDED        PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-CNT-LISTED           PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-INFO-ED              PICTURE ZZZZ9.
       01 WRK-WARN-ED              PICTURE ZZZZ9.
       01 WRK-FATAL-ED             PICTURE ZZZZ9.
       01 WRK-ENDED-SHOW           PICTURE X(03)        VALUE SPACES.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== End-of-Night Message Summary ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           OPEN OUTPUT OMSGRPT.
           IF FS-OMSGRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MSG001" TO WRK-MSG-CODE
               STRING "*** FATAL: OMSGRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0300-COUNT-MESSAGES.
           PERFORM 0400-WRITE-SUMMARY.
           PERFORM 0500-LIST-MESSAGES.
           CLOSE OMSGRPT.
      *    ---- The log is only appended to once it has been read
           IF NOT WRK-LOG-IS-FOUND
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "MSG003" TO WRK-MSG-CODE
               STRING "MSGCLI NOT FOUND, NO MESSAGES TO SUMMARISE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-STP-TABLE-IS-FULL
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "MSG004" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: MORE THAN 100 STEPS LOGGED "
                   "FOR THE RUN - TABLE FULL, SUMMARY INCOMPLETE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RUN-NEVER-REACHED-CLIENTS
                   MOVE WRK-CNT-NOT-ENDED TO WRK-CNT-ED
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "MSG005" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: RUN " WRK-RUN-NUMBER
                       " NEVER REACHED CLIENTS," WRK-CNT-ED
                       " STEP(S) DID NOT END - SEE OMSGRPT"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               WHEN WRK-CNT-NOT-ENDED NOT EQUAL ZERO
                   MOVE WRK-CNT-NOT-ENDED TO WRK-CNT-ED
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "MSG005" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: " WRK-CNT-ED
                       " STEP(S) OF RUN " WRK-RUN-NUMBER
                       " DID NOT END NORMALLY - SEE OMSGRPT"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
           END-EVALUATE.
           MOVE WRK-CNT-RUN TO WRK-CNT-ED.
           DISPLAY "MESSAGES FOR THE RUN.....: " WRK-CNT-ED.
           MOVE WRK-CNT-WARN TO WRK-CNT-ED.
           DISPLAY "WARNINGS.................: " WRK-CNT-ED.
           MOVE WRK-CNT-FATAL TO WRK-CNT-ED.
           DISPLAY "FATALS...................: " WRK-CNT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "MSG006" TO WRK-MSG-CODE.
           MOVE "MSGRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- The run on RUNCLI unless the card names another, or
      *    unless a later run stopped before CLIENTS could start it
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   MOVE RUN-NUMBER      TO WRK-RUN-NUMBER
                   MOVE RUN-START-STAMP TO WRK-RUN-START
                   MOVE RUN-END-STAMP   TO WRK-RUN-END
                   MOVE RUN-STATUS      TO WRK-RUN-STATUS
                   MOVE "Y"             TO WRK-RUN-ON-RUNCLI
               END-IF
               CLOSE RUNCLI
           END-IF.
           OPEN INPUT MSGPRM.
           IF FS-MSGPRM EQUAL ZEROS
               READ MSGPRM
               IF FS-MSGPRM EQUAL ZEROS
                   IF MSGP-RUN-NUMBER NUMERIC
                       AND MSGP-RUN-NUMBER NOT EQUAL ZERO
                       AND MSGP-RUN-NUMBER NOT EQUAL WRK-RUN-NUMBER
                       MOVE MSGP-RUN-NUMBER TO WRK-RUN-NUMBER
                       MOVE "N" TO WRK-RUN-ON-RUNCLI
                   END-IF
               END-IF
               CLOSE MSGPRM
           END-IF.
           IF WRK-RUN-IS-ON-RUNCLI
               AND WRK-RUN-STATUS EQUAL "C"
               PERFORM 0210-FIND-NEXT-RUN
               IF WRK-NEXT-RUN-IS-FOUND
                   MOVE WRK-NEXT-RUN TO WRK-RUN-NUMBER
                   MOVE WRK-NEXT-RUN TO WRK-MSG-RUN-NUMBER
                   MOVE "N" TO WRK-RUN-ON-RUNCLI
                   MOVE "Y" TO WRK-SHORT-RUN
               END-IF
           END-IF.
           IF NOT WRK-RUN-IS-ON-RUNCLI
               MOVE SPACES TO WRK-RUN-START
               MOVE SPACES TO WRK-RUN-END
               MOVE SPACE  TO WRK-RUN-STATUS
           END-IF.
           IF FS-RUNCLI NOT EQUAL ZEROS
               AND WRK-RUN-NUMBER EQUAL ZERO
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "MSG002" TO WRK-MSG-CODE
               STRING "RUNCLI NOT FOUND, SUMMARISING MESSAGES LOGGED "
                   "AHEAD OF THE FIRST RUN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           DISPLAY "SUMMARISING RUN " WRK-RUN-NUMBER.
       0200-END.                                                   EXIT.

       0210-FIND-NEXT-RUN                                       SECTION.
      *    ---- The steps ahead of CLIENTS log the run after the last
      *    completed one; any such message means that night stopped
      *    before CLIENTS opened the run on RUNCLI
           COMPUTE WRK-NEXT-RUN = WRK-RUN-NUMBER + 1.
           MOVE "N" TO WRK-NEXT-RUN-FOUND.
           OPEN INPUT MSGCLI.
           IF FS-MSGCLI EQUAL ZEROS
               PERFORM 0211-CHECK-ONE-MESSAGE
                   UNTIL FS-MSGCLI-AT-EOF
                      OR WRK-NEXT-RUN-IS-FOUND
               CLOSE MSGCLI
           END-IF.
       0210-END.                                                   EXIT.

       0211-CHECK-ONE-MESSAGE                                   SECTION.
           READ MSGCLI.
           IF FS-MSGCLI EQUAL ZEROS
               AND MSG-RUN-NUMBER EQUAL WRK-NEXT-RUN
               AND MSG-PROGRAM NOT EQUAL "MSGRPT"
               MOVE "Y" TO WRK-NEXT-RUN-FOUND
           END-IF.
       0211-END.                                                   EXIT.

       0300-COUNT-MESSAGES                                      SECTION.
           OPEN INPUT MSGCLI.
           IF FS-MSGCLI EQUAL ZEROS
               MOVE "Y" TO WRK-LOG-FOUND
               PERFORM 0310-COUNT-ONE-MESSAGE UNTIL FS-MSGCLI-AT-EOF
               CLOSE MSGCLI
           END-IF.
       0300-END.                                                   EXIT.

       0310-COUNT-ONE-MESSAGE                                   SECTION.
      *    ---- This program's own messages are left out - it has not
      *    ended while it reads, and an earlier summary is no step
           READ MSGCLI.
           IF FS-MSGCLI EQUAL ZEROS
               ADD 1 TO WRK-CNT-READ
               IF MSG-RUN-NUMBER EQUAL WRK-RUN-NUMBER
                   AND MSG-PROGRAM NOT EQUAL "MSGRPT"
                   ADD 1 TO WRK-CNT-RUN
                   PERFORM 0320-FIND-STEP
                   IF WRK-IS-FOUND
                       PERFORM 0330-TALLY-MESSAGE
                   END-IF
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-FIND-STEP                                           SECTION.
           MOVE "N" TO WRK-FOUND.
           IF WRK-STP-COUNT NOT EQUAL ZERO
               SET WRK-STP-IDX TO 1
               SEARCH WRK-STP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-STP-PROGRAM (WRK-STP-IDX) EQUAL MSG-PROGRAM
                       MOVE "Y" TO WRK-FOUND
               END-SEARCH
           END-IF.
           IF NOT WRK-IS-FOUND
               IF WRK-STP-COUNT LESS 100
                   ADD 1 TO WRK-STP-COUNT
                   SET WRK-STP-IDX TO WRK-STP-COUNT
                   MOVE MSG-PROGRAM TO WRK-STP-PROGRAM (WRK-STP-IDX)
                   MOVE ZEROES TO WRK-STP-INFO (WRK-STP-IDX)
                   MOVE ZEROES TO WRK-STP-WARN (WRK-STP-IDX)
                   MOVE ZEROES TO WRK-STP-FATAL (WRK-STP-IDX)
                   MOVE "N" TO WRK-STP-ENDED (WRK-STP-IDX)
                   MOVE "Y" TO WRK-FOUND
               ELSE
                   MOVE "Y" TO WRK-STP-FULL
               END-IF
           END-IF.
       0320-END.                                                   EXIT.

       0330-TALLY-MESSAGE                                       SECTION.
      *    ---- A fatal message marks the step as stopped; its own
      *    "ENDED NORMALLY" message, logged by a rerun after it,
      *    marks it as finished again
           EVALUATE TRUE
               WHEN MSG-IS-FATAL
                   ADD 1 TO WRK-STP-FATAL (WRK-STP-IDX)
                   ADD 1 TO WRK-CNT-FATAL
                   MOVE "N" TO WRK-STP-ENDED (WRK-STP-IDX)
               WHEN MSG-IS-WARNING
                   ADD 1 TO WRK-STP-WARN (WRK-STP-IDX)
                   ADD 1 TO WRK-CNT-WARN
               WHEN OTHER
                   ADD 1 TO WRK-STP-INFO (WRK-STP-IDX)
                   ADD 1 TO WRK-CNT-INFO
                   MOVE SPACES TO WRK-END-TEXT
                   STRING MSG-PROGRAM       DELIMITED BY SPACE
                          " ENDED NORMALLY" DELIMITED BY SIZE
                   INTO WRK-END-TEXT
                   IF MSG-TEXT EQUAL WRK-END-TEXT
                       MOVE "Y" TO WRK-STP-ENDED (WRK-STP-IDX)
                   END-IF
           END-EVALUATE.
       0330-END.                                                   EXIT.

       0400-WRITE-SUMMARY                                       SECTION.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "END-OF-NIGHT MESSAGE SUMMARY FOR RUN "
                                               DELIMITED BY SIZE
                  WRK-RUN-NUMBER                DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           IF WRK-RUN-IS-ON-RUNCLI
               STRING "RUN STARTED..............: " DELIMITED BY SIZE
                      WRK-RUN-START                 DELIMITED BY SIZE
               INTO REG-OMSGRPT
               WRITE REG-OMSGRPT
               MOVE SPACES TO REG-OMSGRPT
               STRING "RUN ENDED................: " DELIMITED BY SIZE
                      WRK-RUN-END                   DELIMITED BY SIZE
               INTO REG-OMSGRPT
               WRITE REG-OMSGRPT
               MOVE SPACES TO REG-OMSGRPT
               IF WRK-RUN-STATUS EQUAL "I"
                   STRING "RUN STATUS...............: IN FLIGHT"
                       DELIMITED BY SIZE
                   INTO REG-OMSGRPT
               ELSE
                   STRING "RUN STATUS...............: COMPLETE"
                       DELIMITED BY SIZE
                   INTO REG-OMSGRPT
               END-IF
           ELSE
             IF WRK-RUN-NEVER-REACHED-CLIENTS
               STRING "RUN STATUS...............: NEVER REACHED "
                      "CLIENTS - STOPPED AHEAD OF THE BATCH"
                      DELIMITED BY SIZE
               INTO REG-OMSGRPT
             ELSE
               STRING "RUN STATUS...............: NOT THE RUN ON "
                      "RUNCLI" DELIMITED BY SIZE
               INTO REG-OMSGRPT
             END-IF
           END-IF.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "MESSAGES BY STEP, IN THE ORDER THE STEPS RAN"
               DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "  STEP      INFO  WARN FATAL  ENDED NORMALLY"
               DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           IF WRK-STP-COUNT EQUAL ZERO
               MOVE SPACES TO REG-OMSGRPT
               STRING "  NONE" DELIMITED BY SIZE
               INTO REG-OMSGRPT
               WRITE REG-OMSGRPT
           ELSE
               PERFORM 0410-WRITE-ONE-STEP
                   VARYING WRK-STP-IDX FROM 1 BY 1
                   UNTIL WRK-STP-IDX GREATER WRK-STP-COUNT
           END-IF.
           MOVE SPACES TO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-STP-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "STEPS LOGGED.............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-NOT-ENDED TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "STEPS NOT ENDED NORMALLY.: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-RUN TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "MESSAGES FOR THE RUN.....: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-INFO TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "  INFORMATION............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-WARN TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "  WARNINGS...............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-FATAL TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "  FATALS.................: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE WRK-CNT-READ TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "MESSAGES ON THE LOG......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
       0400-END.                                                   EXIT.

       0410-WRITE-ONE-STEP                                      SECTION.
           MOVE WRK-STP-INFO (WRK-STP-IDX)  TO WRK-INFO-ED.
           MOVE WRK-STP-WARN (WRK-STP-IDX)  TO WRK-WARN-ED.
           MOVE WRK-STP-FATAL (WRK-STP-IDX) TO WRK-FATAL-ED.
           IF WRK-STP-HAS-ENDED (WRK-STP-IDX)
               MOVE "YES" TO WRK-ENDED-SHOW
           ELSE
               MOVE "NO"  TO WRK-ENDED-SHOW
               ADD 1 TO WRK-CNT-NOT-ENDED
           END-IF.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "  "                          DELIMITED BY SIZE
                  WRK-STP-PROGRAM (WRK-STP-IDX) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-INFO-ED                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-WARN-ED                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-FATAL-ED                  DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WRK-ENDED-SHOW                DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
       0410-END.                                                   EXIT.

       0500-LIST-MESSAGES                                       SECTION.
      *    ---- Second pass: the warnings and fatals as logged
           MOVE SPACES TO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "WARNING AND FATAL MESSAGES, IN THE ORDER LOGGED"
               DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           MOVE SPACES TO REG-OMSGRPT.
           STRING "TIME   STEP     S CODE   MESSAGE" DELIMITED BY SIZE
           INTO REG-OMSGRPT.
           WRITE REG-OMSGRPT.
           IF WRK-CNT-WARN NOT EQUAL ZERO
               OR WRK-CNT-FATAL NOT EQUAL ZERO
               OPEN INPUT MSGCLI
               IF FS-MSGCLI EQUAL ZEROS
                   PERFORM 0510-LIST-ONE-MESSAGE
                       UNTIL FS-MSGCLI-AT-EOF
                   CLOSE MSGCLI
               END-IF
           END-IF.
           IF WRK-CNT-LISTED EQUAL ZERO
               MOVE SPACES TO REG-OMSGRPT
               STRING "NONE" DELIMITED BY SIZE
               INTO REG-OMSGRPT
               WRITE REG-OMSGRPT
           END-IF.
       0500-END.                                                   EXIT.

       0510-LIST-ONE-MESSAGE                                    SECTION.
      *    ---- The text runs on to a second line when it is longer
      *    than the first has room for
           READ MSGCLI.
           IF FS-MSGCLI EQUAL ZEROS
               AND MSG-RUN-NUMBER EQUAL WRK-RUN-NUMBER
               AND MSG-PROGRAM NOT EQUAL "MSGRPT"
               AND (MSG-IS-WARNING OR MSG-IS-FATAL)
               ADD 1 TO WRK-CNT-LISTED
               MOVE SPACES TO REG-OMSGRPT
               STRING MSG-STAMP (9:6)   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      MSG-PROGRAM       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      MSG-SEVERITY      DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      MSG-CODE          DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      MSG-TEXT (1:55)   DELIMITED BY SIZE
               INTO REG-OMSGRPT
               WRITE REG-OMSGRPT
               IF MSG-TEXT (56:45) NOT EQUAL SPACES
                   MOVE SPACES TO REG-OMSGRPT
                   MOVE MSG-TEXT (56:45) TO REG-OMSGRPT (26:45)
                   WRITE REG-OMSGRPT
               END-IF
           END-IF.
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
           MOVE "MSGRPT"           TO MSG-PROGRAM.
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
