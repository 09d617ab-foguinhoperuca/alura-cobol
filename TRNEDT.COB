       IDENTIFICATION                                          DIVISION.
      * Front-end edit for the TRNCLI teller feed - runs before the!
      * CLIENTS batch. Validates every record (numeric sequence and
      * amount, D, C or R flag, a reversal naming the sequence it backs
      * out, cash flag Y or N, agency present on AGYCLI, sequence
      * unique within the file, the credit leg of a transfer following
      * its debit leg in the same feed), writes a clean accepted file
      * for the batch plus a rejected file with reasons, and prints an
      * edit report with counts and hash totals of the amounts so the
      * feed ties to the teller system's control sheet before anything
      * posts.
      * Replace trncli.txt with otrnacc.txt to feed the batch.
       PROGRAM-ID. TRNEDT.
       AUTHOR. Jefferson Campos.
               FILE STATUS IS FS-OTRNREJ.
           SELECT OTRNEDT ASSIGN TO "./otrnedt.txt"
               FILE STATUS IS FS-OTRNEDT.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
           05 TRN-AMOUNT REDEFINES TRN-AMOUNT-X
                                     PICTURE S9(10)V9(02).
           05 TRN-DC-FLAG            PICTURE X(01).
           05 TRN-LINK-SEQ-X         PICTURE X(08).
           05 TRN-LINK-SEQ REDEFINES TRN-LINK-SEQ-X
                                     PICTURE 9(08).
           05 TRN-CASH-FLAG          PICTURE X(01).
      * THE RAW TELLER FEED, SAME POSITIONS THE CLIENTS BATCH READS -
      * TAKEN IN AS DISPLAY BYTES WITH NUMERIC REDEFINES SO A BAD
      * SEQUENCE OR AMOUNT CAN BE CLASS-TESTED INSTEAD OF PROCESSED.
      * THE LINK SEQUENCE IS THE ORIGINAL A REVERSAL (R) BACKS OUT -
      * LEFT BLANK ON A PLAIN DEBIT/CREDIT, WHERE THE EDIT ZERO-FILLS
      * IT ON THE ACCEPTED COPY. ON A TRANSFER EACH LEG NAMES THE
      * OTHER: THE DEBIT LEG COMES FIRST, AND A CREDIT LEG WHOSE DEBIT
      * LEG IS NOT ALREADY ACCEPTED FROM THIS FEED IS REJECTED, SO A
      * TRANSFER NEVER REACHES THE BATCH AS A CREDIT ALONE. THE CASH
      * FLAG SAYS WHETHER NOTES CHANGED HANDS AT THE COUNTER (Y) OR
      * NOT (N); A TELLER SYSTEM THAT LEAVES IT BLANK IS TAKEN AS
      * CASH, SO THE LARGE-CASH MONITOR NEVER MISSES AN ITEM, AND THE
      * EDIT WRITES THE Y ON THE ACCEPTED COPY.

       FD AGYCLI
           RECORDING MODE IS F.

       FD OTRNACC
           RECORDING MODE IS F.
       01 REG-OTRNACC               PICTURE X(42).
      * CLEAN ACCEPTED FEED, SAME LAYOUT AS TRNCLI - THIS IS WHAT THE
      * CLIENTS BATCH SHOULD POST FROM

       FD OTRNREJ
           RECORDING MODE IS F.
       01 REG-OTRNREJ.
           05 REJ-IMAGE              PICTURE X(42).
           05 REJ-REASON             PICTURE X(30).
      * REJECTED TRANSACTIONS - THE RECORD AS RECEIVED PLUS THE FIRST
      * EDIT IT FAILED, FOR THE TELLER DESK TO CORRECT AND RE-SUBMIT
      * EDIT REPORT - RECORD COUNTS AND AMOUNT HASH TOTALS TO TIE THE
      * FEED TO THE TELLER SYSTEM'S CONTROL SHEET

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-TRNCLI                PICTURE 9(02).
           88 FS-TRNCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OTRNACC               PICTURE 9(02).
       01 FS-OTRNREJ               PICTURE 9(02).
       01 FS-OTRNEDT               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-EDIT-REASON          PICTURE X(30)        VALUE SPACES.
       01 WRK-CNT-ED               PICTURE ZZZZ9.
           05 WRK-SEQ-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-SEQ-IDX.
               10 WRK-SEQ-SEEN       PICTURE X(08).
               10 WRK-SEQ-DC-FLAG    PICTURE X(01).

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Teller Feed Edit ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-LOAD-AGENCIES.
           PERFORM 0300-EDIT-FEED.
           PERFORM 0400-WRITE-EDIT-REPORT.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "TRN008" TO WRK-MSG-CODE.
           MOVE "TRNEDT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

               PERFORM 0210-LOAD-AGENCY-REC UNTIL FS-AGYCLI-AT-EOF
               CLOSE AGYCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "TRN001" TO WRK-MSG-CODE
               STRING "AGYCLI NOT FOUND, AGENCY EDIT DISABLED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0200-END.                                                   EXIT.

                   MOVE AGY-CODE TO WRK-AGY-CODE (WRK-AGY-COUNT)
               ELSE
                   IF NOT WRK-AGY-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "TRN002" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: AGYCLI HAS MORE "
                           "THAN 200 AGENCIES - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-AGY-FULL
                   END-IF
               END-IF
       0300-EDIT-FEED                                           SECTION.
           OPEN INPUT TRNCLI.
           IF FS-TRNCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "TRN003" TO WRK-MSG-CODE
               STRING "*** FATAL: TRNCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OTRNACC.
           IF FS-OTRNACC NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "TRN004" TO WRK-MSG-CODE
               STRING "*** FATAL: OTRNACC COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OTRNREJ.
           IF FS-OTRNREJ NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "TRN005" TO WRK-MSG-CODE
               STRING "*** FATAL: OTRNREJ COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0310-EDIT-ONE-RECORD UNTIL FS-TRNCLI-AT-EOF.
                   ELSE
                     IF TRN-DC-FLAG NOT EQUAL "D"
                         AND TRN-DC-FLAG NOT EQUAL "C"
                         AND TRN-DC-FLAG NOT EQUAL "R"
                         MOVE "D/C FLAG NOT D, C OR R" TO
                             WRK-EDIT-REASON
                     ELSE
                         PERFORM 0315-CHECK-LINK-SEQ
                     END-IF
                     IF WRK-EDIT-REASON EQUAL SPACES
                         PERFORM 0317-CHECK-CASH-FLAG
                     END-IF
                     IF WRK-EDIT-REASON EQUAL SPACES
                         PERFORM 0320-CHECK-AGENCY
                         IF NOT WRK-AGY-IS-FOUND
                             MOVE "AGENCY NOT ON AGYCLI" TO
                             IF WRK-SEQ-IS-FOUND
                                 MOVE "DUPLICATE SEQUENCE IN FEED" TO
                                     WRK-EDIT-REASON
                             ELSE
                                 PERFORM 0335-CHECK-TRANSFER-PAIR
                             END-IF
                         END-IF
                     END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0315-CHECK-LINK-SEQ                                      SECTION.
      *    ---- A reversal must name a numeric original other than
      *    itself; on a debit/credit a blank link is zero-filled and
      *    anything else must at least be numeric
           IF TRN-LINK-SEQ-X EQUAL SPACES
               MOVE ZEROES TO TRN-LINK-SEQ
           END-IF.
           IF TRN-LINK-SEQ NOT NUMERIC
               MOVE "NON-NUMERIC LINK SEQUENCE" TO WRK-EDIT-REASON
           ELSE
               IF TRN-DC-FLAG EQUAL "R"
                   AND (TRN-LINK-SEQ EQUAL ZEROES
                        OR TRN-LINK-SEQ EQUAL TRN-SEQ)
                   MOVE "REVERSAL WITHOUT ORIGINAL SEQ" TO
                       WRK-EDIT-REASON
               END-IF
           END-IF.
       0315-END.                                                   EXIT.

       0317-CHECK-CASH-FLAG                                     SECTION.
      *    ---- Blank is taken as cash on the accepted copy; anything
      *    other than Y or N is a keying fault
           IF TRN-CASH-FLAG EQUAL SPACE
               MOVE "Y" TO TRN-CASH-FLAG
           END-IF.
           IF TRN-CASH-FLAG NOT EQUAL "Y"
               AND TRN-CASH-FLAG NOT EQUAL "N"
               MOVE "CASH FLAG NOT Y OR N" TO WRK-EDIT-REASON
           END-IF.
       0317-END.                                                   EXIT.

       0320-CHECK-AGENCY                                        SECTION.
      *    ---- Present on the agency master? With no master loaded
      *    the edit passes, same as the batch's validation fallback
               IF WRK-SEQ-COUNT LESS THAN 5000
                   ADD 1 TO WRK-SEQ-COUNT
                   MOVE TRN-SEQ-X TO WRK-SEQ-SEEN (WRK-SEQ-COUNT)
                   MOVE TRN-DC-FLAG TO WRK-SEQ-DC-FLAG (WRK-SEQ-COUNT)
               ELSE
                   IF NOT WRK-SEQ-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "TRN006" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "TRANSACTIONS - SEQUENCE TABLE FULL, "
                           "DUPLICATE PROTECTION MAY BE INCOMPLETE"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-SEQ-FULL
                   END-IF
               END-IF
           END-IF.
       0330-END.                                                   EXIT.

       0335-CHECK-TRANSFER-PAIR                                 SECTION.
      *    ---- A credit naming a link sequence is the credit leg of a
      *    transfer - its debit leg must already have been accepted
      *    from this feed, or the credit would post with nothing
      *    taken from the other side
           IF TRN-DC-FLAG EQUAL "C"
               AND TRN-LINK-SEQ NOT EQUAL ZEROES
               MOVE "N" TO WRK-SEQ-FOUND
               SET WRK-SEQ-IDX TO 1
               SEARCH WRK-SEQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-SEQ-IDX GREATER WRK-SEQ-COUNT
                       CONTINUE
                   WHEN WRK-SEQ-SEEN (WRK-SEQ-IDX) EQUAL TRN-LINK-SEQ-X
                       AND WRK-SEQ-DC-FLAG (WRK-SEQ-IDX) EQUAL "D"
                       MOVE "Y" TO WRK-SEQ-FOUND
               END-SEARCH
               IF NOT WRK-SEQ-IS-FOUND
                   MOVE "TRANSFER DEBIT LEG NOT IN FEED" TO
                       WRK-EDIT-REASON
               END-IF
           END-IF.
       0335-END.                                                   EXIT.

       0340-ACCEPT-RECORD                                       SECTION.
           ADD 1 TO WRK-ACC-COUNT.
           ADD TRN-AMOUNT TO WRK-HASH-ACC.
       0400-WRITE-EDIT-REPORT                                   SECTION.
           OPEN OUTPUT OTRNEDT.
           IF FS-OTRNEDT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "TRN007" TO WRK-MSG-CODE
               STRING "*** FATAL: OTRNEDT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OTRNEDT.
           CLOSE OTRNEDT.
           DISPLAY "EDIT COMPLETE - FEED THE BATCH FROM OTRNACC.TXT".
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
           MOVE "TRNEDT"           TO MSG-PROGRAM.
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
