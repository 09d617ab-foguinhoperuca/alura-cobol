       IDENTIFICATION                                          DIVISION.
      * Statement reprint - rebuilds a customer statement for any!
      * account over any date range from the permanent transaction
      * history (TXHCLI) the CLIENTS batch appends every run, in the
      * same layout as the batch's own OSTMCLI page: opening balance
      * at the start of the period, every transaction applied in it,
      * the period's interest, fees and waivers, and the closing
      * balance at its end. One page per row on the request file
      * (agency, account, from date, to date - a blank from date
      * means from the first run on file, a blank to date means
      * through the latest). For disputes and loan applications.
       PROGRAM-ID. STMRPT.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT STMREQ ASSIGN TO "./stmreq.txt"
               FILE STATUS IS FS-STMREQ.
           SELECT TXHCLI ASSIGN TO "./txhcli.txt"
               FILE STATUS IS FS-TXHCLI.
           SELECT OSTMRPT ASSIGN TO "./ostmrpt.txt"
               FILE STATUS IS FS-OSTMRPT.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD STMREQ
           RECORDING MODE IS F.
       01 REG-STMREQ.
           05 REQ-AGENCY             PICTURE X(04).
           05 REQ-ACCOUNT            PICTURE X(08).
           05 REQ-FROM-DATE          PICTURE X(08).
           05 REQ-TO-DATE            PICTURE X(08).
      * REPRINT REQUESTS KEYED BY THE BRANCH - ONE ROW PER STATEMENT
      * WANTED, DATES YYYYMMDD AND INCLUSIVE

       FD TXHCLI
           RECORDING MODE IS F.
      * Permanent transaction history written by CLIENTS.COB
       COPY "TXHCLI".

       FD OSTMRPT
           RECORDING MODE IS F.
       01 REG-OSTMRPT               PICTURE X(80).
      * REPRINTED STATEMENTS, ONE PAGE PER REQUEST, SAME LINES AS
      * THE BATCH'S OSTMCLI PAGE

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-STMREQ                PICTURE 9(02).
           88 FS-STMREQ-AT-EOF                        VALUE 04, 10, 46.
       01 FS-TXHCLI                PICTURE 9(02).
           88 FS-TXHCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OSTMRPT               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-STM-AMT-ED           PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-REQ-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-REQ-COUNT-ED         PICTURE ZZZZ9.
       01 WRK-FROM-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-TO-DATE              PICTURE X(08)        VALUE SPACES.
       01 WRK-FROM-SHOW            PICTURE X(08)        VALUE SPACES.
       01 WRK-TO-SHOW              PICTURE X(08)        VALUE SPACES.

       01 WRK-PAGE-STARTED         PICTURE X(01)        VALUE "N".
           88 WRK-PAGE-IS-STARTED                      VALUE "Y".
       01 WRK-LAST-TXN-DATE        PICTURE X(08)        VALUE SPACES.
       01 WRK-HDR-NAME             PICTURE X(32)        VALUE SPACES.
       01 WRK-HDR-OPENING          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.

      *    ---- Period totals, and the latest summary row of the run
      *    date being read - a restarted run can repeat an account's
      *    summary for the same date, and only its last one counts
       01 WRK-TOT-INTEREST         PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-FEE              PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-FEE-WAIVED       PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-DORMANCY-FEE     PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-PENALTY-WAIVED   PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-PENALTY          PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-NSF-FEE          PICTURE S9(10)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-TOT-GARNISHED        PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-CLOSE-BALANCE        PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-PEND-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-PEND-SUMMARY         PICTURE X(120)       VALUE SPACES.
       01 WRK-CUR-ROW              PICTURE X(141)       VALUE SPACES.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Statement Reprint ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           OPEN INPUT STMREQ.
           IF FS-STMREQ NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "STM001" TO WRK-MSG-CODE
               STRING "*** FATAL: STMREQ NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OSTMRPT.
           IF FS-OSTMRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "STM002" TO WRK-MSG-CODE
               STRING "*** FATAL: OSTMRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0200-REPRINT-ONE-REQUEST UNTIL FS-STMREQ-AT-EOF.
           CLOSE STMREQ.
           CLOSE OSTMRPT.
           MOVE WRK-REQ-COUNT TO WRK-REQ-COUNT-ED.
           DISPLAY "STATEMENTS REPRINTED: " WRK-REQ-COUNT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "STM004" TO WRK-MSG-CODE.
           MOVE "STMRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-REPRINT-ONE-REQUEST                                 SECTION.
      *    ---- One full pass of the history per request: the file is
      *    in run order with every account interleaved, so the page
      *    is built as the account's rows go by
           READ STMREQ.
           IF FS-STMREQ EQUAL ZEROS
               ADD 1 TO WRK-REQ-COUNT
               PERFORM 0210-RESET-PAGE
               OPEN INPUT TXHCLI
               IF FS-TXHCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "STM003" TO WRK-MSG-CODE
                   STRING "*** FATAL: TXHCLI NOT FOUND"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   CLOSE STMREQ
                   CLOSE OSTMRPT
                   STOP RUN
               END-IF
               PERFORM 0300-SCAN-ONE-HISTORY-ROW UNTIL FS-TXHCLI-AT-EOF
               CLOSE TXHCLI
               PERFORM 0350-FOLD-PENDING-SUMMARY
               IF NOT WRK-PAGE-IS-STARTED
                   MOVE SPACES TO WRK-HDR-NAME
                   MOVE ZEROES TO WRK-HDR-OPENING
                   PERFORM 0400-WRITE-PAGE-HEADER
                   MOVE SPACES TO REG-OSTMRPT
                   STRING "NO HISTORY ON FILE FOR THIS ACCOUNT AND "
                          "PERIOD" DELIMITED BY SIZE
                   INTO REG-OSTMRPT
                   WRITE REG-OSTMRPT
               ELSE
                   PERFORM 0420-WRITE-PAGE-TRAILER
               END-IF
           END-IF.
       0200-END.                                                   EXIT.

       0210-RESET-PAGE                                          SECTION.
           MOVE REQ-FROM-DATE TO WRK-FROM-DATE WRK-FROM-SHOW.
           MOVE REQ-TO-DATE   TO WRK-TO-DATE   WRK-TO-SHOW.
           IF WRK-FROM-DATE EQUAL SPACES
               MOVE ZEROES     TO WRK-FROM-DATE
               MOVE "EARLIEST" TO WRK-FROM-SHOW
           END-IF.
           IF WRK-TO-DATE EQUAL SPACES
               MOVE ALL "9"    TO WRK-TO-DATE
               MOVE "LATEST"   TO WRK-TO-SHOW
           END-IF.
           MOVE "N"    TO WRK-PAGE-STARTED.
           MOVE SPACES TO WRK-LAST-TXN-DATE
                          WRK-PEND-DATE
                          WRK-PEND-SUMMARY.
           MOVE ZEROES TO WRK-TOT-INTEREST
                          WRK-TOT-FEE
                          WRK-TOT-FEE-WAIVED
                          WRK-TOT-DORMANCY-FEE
                          WRK-TOT-PENALTY-WAIVED
                          WRK-TOT-PENALTY
                          WRK-TOT-NSF-FEE
                          WRK-TOT-GARNISHED
                          WRK-CLOSE-BALANCE.
       0210-END.                                                   EXIT.

       0300-SCAN-ONE-HISTORY-ROW                                SECTION.
           READ TXHCLI.
           IF FS-TXHCLI EQUAL ZEROS
               IF TXH-AGENCY EQUAL REQ-AGENCY
                   AND TXH-ACCOUNT EQUAL REQ-ACCOUNT
                   AND TXH-PROC-DATE NOT LESS WRK-FROM-DATE
                   AND TXH-PROC-DATE NOT GREATER WRK-TO-DATE
                   EVALUATE TRUE
                       WHEN TXH-IS-OPENING
                           PERFORM 0310-TAKE-OPENING
                       WHEN TXH-IS-TXN
                           PERFORM 0320-TAKE-TXN
                       WHEN TXH-IS-SUMMARY
                           PERFORM 0330-TAKE-SUMMARY
                   END-EVALUATE
               END-IF
           END-IF.
       0300-END.                                                   EXIT.

       0310-TAKE-OPENING                                        SECTION.
      *    ---- The first opening row in the period opens the page;
      *    later ones (the next day's, or a restart's repeat) only
      *    carry a balance the transaction lines already account for
           IF NOT WRK-PAGE-IS-STARTED
               MOVE TXH-NAME         TO WRK-HDR-NAME
               MOVE TXH-OPEN-BALANCE TO WRK-HDR-OPENING
               PERFORM 0400-WRITE-PAGE-HEADER
           END-IF.
       0310-END.                                                   EXIT.

       0320-TAKE-TXN                                            SECTION.
      *    ---- Same detail line as the batch statement, under a
      *    sub-heading each time the run date changes
           IF NOT WRK-PAGE-IS-STARTED
               MOVE SPACES TO WRK-HDR-NAME
               MOVE ZEROES TO WRK-HDR-OPENING
               PERFORM 0400-WRITE-PAGE-HEADER
           END-IF.
           IF TXH-PROC-DATE NOT EQUAL WRK-LAST-TXN-DATE
               MOVE TXH-PROC-DATE TO WRK-LAST-TXN-DATE
               MOVE SPACES TO REG-OSTMRPT
               STRING "  POSTED ON " DELIMITED BY SIZE
                      TXH-PROC-DATE  DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           MOVE TXH-AMOUNT TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMRPT.
           IF TXH-DC-FLAG EQUAL "R"
               STRING "  TXN "       DELIMITED BY SIZE
                      TXH-SEQ        DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      TXH-DC-FLAG    DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      WRK-STM-AMT-ED DELIMITED BY SIZE
                      "  REVERSAL OF " DELIMITED BY SIZE
                      TXH-LINK-SEQ   DELIMITED BY SIZE
               INTO REG-OSTMRPT
           ELSE
             IF TXH-TXN-IS-RETURNED
               STRING "  TXN "       DELIMITED BY SIZE
                      TXH-SEQ        DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      TXH-DC-FLAG    DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      WRK-STM-AMT-ED DELIMITED BY SIZE
                      "  RETURNED - INSUFFICIENT FUNDS"
                                     DELIMITED BY SIZE
               INTO REG-OSTMRPT
             ELSE
               STRING "  TXN "       DELIMITED BY SIZE
                      TXH-SEQ        DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      TXH-DC-FLAG    DELIMITED BY SIZE
                      "  "           DELIMITED BY SIZE
                      WRK-STM-AMT-ED DELIMITED BY SIZE
               INTO REG-OSTMRPT
             END-IF
           END-IF.
           WRITE REG-OSTMRPT.
       0320-END.                                                   EXIT.

       0330-TAKE-SUMMARY                                        SECTION.
      *    ---- A new run date settles the previous date's summary
      *    into the period totals; the same date again replaces it.
      *    The fold reads the pending row through the record area, so
      *    the row just read is set aside while it runs
           IF TXH-PROC-DATE NOT EQUAL WRK-PEND-DATE
               MOVE REG-TXHCLI TO WRK-CUR-ROW
               PERFORM 0350-FOLD-PENDING-SUMMARY
               MOVE WRK-CUR-ROW TO REG-TXHCLI
           END-IF.
           MOVE TXH-PROC-DATE TO WRK-PEND-DATE.
           MOVE TXH-DETAIL    TO WRK-PEND-SUMMARY.
           MOVE TXH-CLOSE-BALANCE TO WRK-CLOSE-BALANCE.
       0330-END.                                                   EXIT.

       0350-FOLD-PENDING-SUMMARY                                SECTION.
           IF WRK-PEND-DATE NOT EQUAL SPACES
               MOVE WRK-PEND-SUMMARY TO TXH-DETAIL
               ADD TXH-INTEREST       TO WRK-TOT-INTEREST
               ADD TXH-FEE            TO WRK-TOT-FEE
               ADD TXH-FEE-WAIVED     TO WRK-TOT-FEE-WAIVED
               ADD TXH-DORMANCY-FEE   TO WRK-TOT-DORMANCY-FEE
               ADD TXH-PENALTY-WAIVED TO WRK-TOT-PENALTY-WAIVED
               ADD TXH-PENALTY        TO WRK-TOT-PENALTY
               IF TXH-NSF-FEE NUMERIC
                   ADD TXH-NSF-FEE    TO WRK-TOT-NSF-FEE
               END-IF
               IF TXH-GARNISHED NUMERIC
                   ADD TXH-GARNISHED  TO WRK-TOT-GARNISHED
               END-IF
               MOVE SPACES TO WRK-PEND-DATE WRK-PEND-SUMMARY
           END-IF.
       0350-END.                                                   EXIT.

       0400-WRITE-PAGE-HEADER                                   SECTION.
      *    ---- Same opening lines as the batch statement, with the
      *    period in place of the single run date
           MOVE "Y" TO WRK-PAGE-STARTED.
           MOVE ALL "=" TO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "STATEMENT OF ACCOUNT         DATE " DELIMITED BY SIZE
                  WRK-FROM-SHOW                        DELIMITED BY SIZE
                  " TO "                               DELIMITED BY SIZE
                  WRK-TO-SHOW                          DELIMITED BY SIZE
                  "  (REPRINT)"                        DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "AGENCY " DELIMITED BY SIZE
                  REQ-AGENCY DELIMITED BY SIZE
                  "  ACCOUNT " DELIMITED BY SIZE
                  REQ-ACCOUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WRK-HDR-NAME DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
           MOVE WRK-HDR-OPENING TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "OPENING BALANCE..........: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED               DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
       0400-END.                                                   EXIT.

       0420-WRITE-PAGE-TRAILER                                  SECTION.
      *    ---- The period's interest, fees and waivers, and the
      *    closing balance of its last run - same lines, same order
      *    and same zero suppression as the batch statement trailer
           MOVE WRK-TOT-INTEREST TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "INTEREST ACCRUED.........: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED               DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
           MOVE WRK-TOT-FEE TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "STATEMENT FEE............: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED               DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
           IF WRK-TOT-FEE-WAIVED NOT EQUAL ZERO
               MOVE WRK-TOT-FEE-WAIVED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "STATEMENT FEE WAIVED.....: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           IF WRK-TOT-DORMANCY-FEE NOT EQUAL ZERO
               MOVE WRK-TOT-DORMANCY-FEE TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "DORMANCY FEE.............: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           IF WRK-TOT-NSF-FEE NOT EQUAL ZERO
               MOVE WRK-TOT-NSF-FEE TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "NSF RETURN FEES..........: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           IF WRK-TOT-GARNISHED NOT EQUAL ZERO
               MOVE WRK-TOT-GARNISHED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "GARNISHMENT ORDER PAID...: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           IF WRK-TOT-PENALTY-WAIVED NOT EQUAL ZERO
               MOVE WRK-TOT-PENALTY-WAIVED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "OVERDRAFT PENALTY WAIVED.: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           IF WRK-TOT-PENALTY NOT EQUAL ZERO
               MOVE WRK-TOT-PENALTY TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMRPT
               STRING "OVERDRAFT PENALTY........: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMRPT
               WRITE REG-OSTMRPT
           END-IF.
           MOVE WRK-CLOSE-BALANCE TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMRPT.
           STRING "CLOSING BALANCE..........: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED               DELIMITED BY SIZE
           INTO REG-OSTMRPT.
           WRITE REG-OSTMRPT.
       0420-END.                                                   EXIT.

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
           MOVE "STMRPT"           TO MSG-PROGRAM.
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
