       IDENTIFICATION                                          DIVISION.
      * Standing-order generator - runs ahead of TRNEDT, so a recurring!
      * payment or transfer between accounts is no longer keyed by
      * hand into the teller feed every cycle. Every instruction on
      * the siocli.txt master (SIOCLI.CPY) whose next due date has
      * come is appended to trncli.txt as a balanced pair: a debit
      * on the from-account and a credit on the to-account, each
      * naming the other in TRN-LINK-SEQ, cash flag N. The batch
      * posts the credit leg only once the debit leg has posted, so
      * a debit that is returned or held stops the credit with it.
      * The pair's sequences come from the range set aside for
      * generated instructions (90000001 up - the teller system never
      * issues them); the last one used is kept on sioseq.txt. The
      * next due date is rolled forward past the processing date - a
      * missed period is not paid twice - and an instruction past its
      * end date is marked ended. An instruction that is due but
      * suspended, or fails an edit (accounts off the client master,
      * from and to the same account, bad amount or frequency), is
      * skipped and listed with the reason; one that fails an edit
      * stays due, so it goes out on the first run after the branch
      * corrects it. The due list osiodue.txt shows every instruction
      * due this run, generated or skipped, with control totals.
       PROGRAM-ID. SIOGEN.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT IFILCLI ASSIGN TO "./ifilcli.txt"
               FILE STATUS IS FS-IFILCLI.
           SELECT SIOCLI ASSIGN TO "./siocli.txt"
               FILE STATUS IS FS-SIOCLI.
           SELECT SIOSEQ ASSIGN TO "./sioseq.txt"
               FILE STATUS IS FS-SIOSEQ.
           SELECT TRNCLI ASSIGN TO "./trncli.txt"
               FILE STATUS IS FS-TRNCLI.
           SELECT OSIODUE ASSIGN TO "./osiodue.txt"
               FILE STATUS IS FS-OSIODUE.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD PARMCLI
           RECORDING MODE IS F.
       01 REG-PARMCLI.
           05 PARM-TH-INDIV         PICTURE 9(10)V99.
           05 PARM-TH-BUSS          PICTURE 9(10)V99.
           05 PARM-TH-TRUST         PICTURE 9(10)V99.
           05 PARM-TRN-HOLD-THRESH  PICTURE 9(10)V99.
           05 PARM-PROC-DATE        PICTURE X(08).
           05 PARM-PND-ESCALATE-DAYS PICTURE 9(03).
           05 PARM-PND-EXPIRE-DAYS  PICTURE 9(03).
           05 PARM-RUN-MODE         PICTURE X(01).
      * THE SAME CONTROL CARD THE CLIENTS BATCH READS - THIS STEP
      * ONLY USES THE PROCESSING DATE, TO DECIDE WHAT IS DUE

       FD IFILCLI
           RECORDING MODE IS F.
      * Client master, to check both accounts of an instruction exist
       COPY "BOOKCLI".

       FD SIOCLI
           RECORDING MODE IS F.
       01 REG-SIOCLI-IO             PICTURE X(100).
      * STANDING-INSTRUCTION MASTER, READ WHOLE INTO MEMORY AND
      * REWRITTEN WITH THE NEXT DUE DATES ROLLED FORWARD - LAYOUT IN
      * SIOCLI.CPY, COPIED INTO WORKING-STORAGE BELOW

       FD SIOSEQ
           RECORDING MODE IS F.
       01 REG-SIOSEQ.
           05 SQN-LAST-SEQ           PICTURE 9(08).
           05 SQN-PROC-DATE          PICTURE X(08).
      * LAST SEQUENCE NUMBER HANDED TO A GENERATED TRANSACTION AND THE
      * PROCESSING DATE IT WAS USED ON. NO FILE YET MEANS NONE USED

       FD TRNCLI
           RECORDING MODE IS F.
       01 REG-TRNCLI.
           05 TRN-SEQ                PICTURE 9(08).
           05 TRN-AGENCY             PICTURE X(04).
           05 TRN-ACCOUNT            PICTURE X(08).
           05 TRN-AMOUNT             PICTURE S9(10)V9(02).
           05 TRN-DC-FLAG            PICTURE X(01).
           05 TRN-LINK-SEQ           PICTURE 9(08).
           05 TRN-CASH-FLAG          PICTURE X(01).
      * THE DAY'S TELLER FEED, SAME LAYOUT THE EDIT AND THE BATCH
      * READ - THE GENERATED PAIRS ARE APPENDED AFTER THE TELLER ROWS

       FD OSIODUE
           RECORDING MODE IS F.
       01 REG-OSIODUE               PICTURE X(80).
      * DUE LIST - ONE LINE PER INSTRUCTION DUE THIS RUN WITH WHAT WAS
      * DONE WITH IT (A SECOND LINE WITH THE SEQUENCES AND NEXT DUE
      * DATE WHEN ONE WAS GENERATED OR ROLLED), PLUS CONTROL TOTALS

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
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-SIOCLI                PICTURE 9(02).
           88 FS-SIOCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-SIOSEQ                PICTURE 9(02).
       01 FS-TRNCLI                PICTURE 9(02).
       01 FS-OSIODUE               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

      *    ---- The instruction being worked on, moved in and out of
      *    ---- the in-memory master one row at a time
       COPY "SIOCLI".

       01 WRK-PROC-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-LAST-SEQ             PICTURE 9(08)        VALUE 90000000.
       01 WRK-DEBIT-SEQ            PICTURE 9(08)        VALUE ZEROES.
       01 WRK-CREDIT-SEQ           PICTURE 9(08)        VALUE ZEROES.
       01 WRK-SKIP-REASON          PICTURE X(18)        VALUE SPACES.
       01 WRK-ACTION               PICTURE X(18)        VALUE SPACES.
       01 WRK-DUE-SHOW             PICTURE X(08)        VALUE SPACES.
       01 WRK-SIO-ON-FILE          PICTURE X(01)        VALUE "N".
           88 WRK-SIO-FILE-FOUND                        VALUE "Y".
       01 WRK-ROLLED               PICTURE X(01)        VALUE "N".
           88 WRK-WAS-ROLLED                            VALUE "Y".

       01 WRK-READ-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DUE-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-GEN-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-SKIP-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-NOT-DUE-COUNT        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ENDED-COUNT          PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-NOW-ENDED-COUNT      PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-TRN-WRITTEN          PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-GEN-TOTAL            PICTURE S9(14)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZ9.
       01 WRK-AMT-ED               PICTURE ZZZZ.ZZZ.ZZ9,99.
       01 WRK-TOT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-MISSED-ED            PICTURE ZZ9.

      *    ---- Due-date roll: the date being moved forward, the day
      *    ---- of the month a monthly/quarterly/annual order falls on,
      *    ---- and the days in each month (February set per year)
       01 WRK-ROLL-DATE.
           05 WRK-ROLL-YYYY        PICTURE 9(04).
           05 WRK-ROLL-MM          PICTURE 9(02).
           05 WRK-ROLL-DD          PICTURE 9(02).
       01 WRK-ROLL-DATE-X REDEFINES WRK-ROLL-DATE
                                   PICTURE X(08).
       01 WRK-START-DATE.
           05 WRK-START-YYYY       PICTURE 9(04).
           05 WRK-START-MM         PICTURE 9(02).
           05 WRK-START-DD         PICTURE 9(02).
       01 WRK-START-DATE-X REDEFINES WRK-START-DATE
                                   PICTURE X(08).
       01 WRK-ANCHOR-DD            PICTURE 9(02)        VALUE ZEROES.
       01 WRK-ROLL-MONTHS          PICTURE 9(02) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ROLL-COUNT           PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-MISSED               PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-MONTH-LEN            PICTURE 9(02)        VALUE ZEROES.
       01 WRK-LEAP-QUOT            PICTURE 9(04) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-4           PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-100         PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-400         PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-MONTH-DAYS-TABLE.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 28.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 30.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 30.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 30.
           05 FILLER                PICTURE 9(02) VALUE 31.
           05 FILLER                PICTURE 9(02) VALUE 30.
           05 FILLER                PICTURE 9(02) VALUE 31.
       01 WRK-MONTH-DAYS-R REDEFINES WRK-MONTH-DAYS-TABLE.
           05 WRK-MONTH-DAYS OCCURS 12 TIMES PICTURE 9(02).

      *    ---- Accounts on the client master
       01 WRK-ACC-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ACC-FOUND            PICTURE X(01)            VALUE "N".
           88 WRK-ACC-IS-FOUND                              VALUE "Y".
       01 WRK-ACC-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-ACC-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-ACC-FIND-AGENCY      PICTURE X(04)        VALUE SPACES.
       01 WRK-ACC-FIND-ACCOUNT     PICTURE X(08)        VALUE SPACES.
       01 WRK-ACC-TABLE.
           05 WRK-ACC-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-ACC-IDX.
               10 WRK-ACC-AGENCY     PICTURE X(04).
               10 WRK-ACC-ACCOUNT    PICTURE X(08).

      *    ---- The whole instruction master, rewritten at the end
       01 WRK-SIO-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-SIO-TABLE.
           05 WRK-SIO-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-SIO-IDX.
               10 WRK-SIO-IMAGE      PICTURE X(100).

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Standing-Order Generator ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOAD-ACCOUNTS.
           PERFORM 0220-LOAD-INSTRUCTIONS.
           PERFORM 0230-READ-LAST-SEQUENCE.
           PERFORM 0300-GENERATE-DUE.
           IF WRK-SIO-FILE-FOUND
               PERFORM 0500-REWRITE-MASTER
               PERFORM 0510-WRITE-LAST-SEQUENCE
           END-IF.
           MOVE WRK-GEN-COUNT TO WRK-CNT-ED.
           DISPLAY "INSTRUCTIONS GENERATED...: " WRK-CNT-ED.
           MOVE WRK-SKIP-COUNT TO WRK-CNT-ED.
           DISPLAY "INSTRUCTIONS SKIPPED.....: " WRK-CNT-ED.
           DISPLAY "PAIRS APPENDED TO TRNCLI.TXT, DUE LIST ON "
               "OSIODUE.TXT".
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "SIO013" TO WRK-MSG-CODE.
           MOVE "SIOGEN ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- Only the processing date is wanted here - it is what
      *    an instruction's next due date is measured against
           OPEN INPUT PARMCLI.
           IF FS-PARMCLI EQUAL ZEROS
               READ PARMCLI
               IF FS-PARMCLI EQUAL ZEROS
                   IF PARM-PROC-DATE NOT EQUAL SPACES
                       MOVE PARM-PROC-DATE TO WRK-PROC-DATE
                   END-IF
               END-IF
               CLOSE PARMCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "SIO001" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "GENERATING INSTRUCTIONS DUE BY " WRK-PROC-DATE.
       0200-END.                                                   EXIT.

       0210-LOAD-ACCOUNTS                                       SECTION.
      *    ---- Both accounts of an instruction must be on the master;
      *    with no master (or too many accounts to hold) the check is
      *    left to the batch, which lists strays on its orphan report
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               PERFORM 0211-LOAD-ACCOUNT-REC UNTIL FS-IFILCLI-AT-EOF
               CLOSE IFILCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "SIO002" TO WRK-MSG-CODE
               STRING "IFILCLI NOT FOUND, ACCOUNT CHECK DISABLED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0211-LOAD-ACCOUNT-REC                                    SECTION.
           READ IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               IF WRK-ACC-COUNT LESS THAN 5000
                   ADD 1 TO WRK-ACC-COUNT
                   MOVE REG-AGENCY  TO WRK-ACC-AGENCY  (WRK-ACC-COUNT)
                   MOVE REG-ACCOUNT TO WRK-ACC-ACCOUNT (WRK-ACC-COUNT)
               ELSE
                   IF NOT WRK-ACC-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "SIO003" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: IFILCLI HAS MORE "
                           "THAN 5000 ACCOUNTS - TABLE FULL, ACCOUNT "
                           "CHECK DISABLED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-ACC-FULL
                   END-IF
               END-IF
           END-IF.
       0211-END.                                                   EXIT.

       0220-LOAD-INSTRUCTIONS                                   SECTION.
      *    ---- The master is rewritten whole at the end, so every row
      *    must fit in memory - rather than lose the rows past the
      *    table, nothing is generated at all
           OPEN INPUT SIOCLI.
           IF FS-SIOCLI EQUAL ZEROS
               MOVE "Y" TO WRK-SIO-ON-FILE
               PERFORM 0221-LOAD-INSTRUCTION-REC UNTIL FS-SIOCLI-AT-EOF
               CLOSE SIOCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "SIO004" TO WRK-MSG-CODE
               STRING "SIOCLI NOT FOUND, NO STANDING ORDERS ON FILE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-INSTRUCTION-REC                                SECTION.
           READ SIOCLI.
           IF FS-SIOCLI EQUAL ZEROS
               IF WRK-SIO-COUNT LESS THAN 2000
                   ADD 1 TO WRK-SIO-COUNT
                   ADD 1 TO WRK-READ-COUNT
                   MOVE REG-SIOCLI-IO TO WRK-SIO-IMAGE (WRK-SIO-COUNT)
               ELSE
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "SIO005" TO WRK-MSG-CODE
                   STRING "*** FATAL: SIOCLI HAS MORE THAN 2000 "
                       "INSTRUCTIONS - TABLE FULL, NOTHING GENERATED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0230-READ-LAST-SEQUENCE                                  SECTION.
      *    ---- Carry on from the last generated sequence; the first
      *    run starts the range at 90000001
           OPEN INPUT SIOSEQ.
           IF FS-SIOSEQ EQUAL ZEROS
               READ SIOSEQ
               IF FS-SIOSEQ EQUAL ZEROS
                   IF SQN-LAST-SEQ NUMERIC
                       AND SQN-LAST-SEQ GREATER WRK-LAST-SEQ
                       MOVE SQN-LAST-SEQ TO WRK-LAST-SEQ
                   END-IF
               END-IF
               CLOSE SIOSEQ
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "SIO006" TO WRK-MSG-CODE
               STRING "SIOSEQ NOT FOUND, STARTING AT THE FIRST "
                   "GENERATED SEQUENCE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0230-END.                                                   EXIT.

       0300-GENERATE-DUE                                        SECTION.
      *    ---- The generated pairs go on the end of the day's feed,
      *    after whatever the teller system sent
           OPEN EXTEND TRNCLI.
           IF FS-TRNCLI NOT EQUAL ZEROS
               OPEN OUTPUT TRNCLI
               IF FS-TRNCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "SIO007" TO WRK-MSG-CODE
                   STRING "*** FATAL: TRNCLI COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT OSIODUE.
           IF FS-OSIODUE NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SIO008" TO WRK-MSG-CODE
               STRING "*** FATAL: OSIODUE COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OSIODUE.
           STRING "STANDING-ORDER DUE LIST FOR " DELIMITED BY SIZE
                  WRK-PROC-DATE                  DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE SPACES TO REG-OSIODUE.
           STRING "ID       FROM          TO                     "
                  "AMOUNT DUE      ACTION" DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           PERFORM 0310-CHECK-ONE-INSTRUCTION
               VARYING WRK-SIO-IDX FROM 1 BY 1
               UNTIL WRK-SIO-IDX GREATER WRK-SIO-COUNT.
           PERFORM 0400-WRITE-DUE-TOTALS.
           CLOSE TRNCLI.
           CLOSE OSIODUE.
       0300-END.                                                   EXIT.

       0310-CHECK-ONE-INSTRUCTION                               SECTION.
      *    ---- Ended and not-yet-due instructions are only counted;
      *    a due one is edited, then generated or listed as skipped
           MOVE WRK-SIO-IMAGE (WRK-SIO-IDX) TO REG-SIOCLI.
           MOVE SPACES TO WRK-SKIP-REASON.
           MOVE "N" TO WRK-ROLLED.
           MOVE SIO-NEXT-DUE-DATE TO WRK-DUE-SHOW.
           IF SIO-IS-ENDED
               ADD 1 TO WRK-ENDED-COUNT
           ELSE
               MOVE SIO-NEXT-DUE-DATE TO WRK-ROLL-DATE-X
               IF WRK-ROLL-DATE-X NOT NUMERIC
                   OR WRK-ROLL-MM LESS 1 OR WRK-ROLL-MM GREATER 12
                   OR WRK-ROLL-DD LESS 1 OR WRK-ROLL-DD GREATER 31
                   ADD 1 TO WRK-DUE-COUNT
                   MOVE "INVALID DUE DATE" TO WRK-SKIP-REASON
                   PERFORM 0360-SKIP-INSTRUCTION
               ELSE
                 IF SIO-NEXT-DUE-DATE GREATER WRK-PROC-DATE
                     ADD 1 TO WRK-NOT-DUE-COUNT
                 ELSE
                     ADD 1 TO WRK-DUE-COUNT
                     PERFORM 0320-EDIT-INSTRUCTION
                     IF WRK-SKIP-REASON EQUAL SPACES
                         PERFORM 0330-GENERATE-PAIR
                     ELSE
                         PERFORM 0360-SKIP-INSTRUCTION
                     END-IF
                 END-IF
               END-IF
           END-IF.
           MOVE REG-SIOCLI TO WRK-SIO-IMAGE (WRK-SIO-IDX).
       0310-END.                                                   EXIT.

       0320-EDIT-INSTRUCTION                                    SECTION.
      *    ---- The first failed check names the reason; a clean edit
      *    leaves WRK-SKIP-REASON blank
           IF NOT SIO-IS-WEEKLY AND NOT SIO-IS-MONTHLY
               AND NOT SIO-IS-QUARTERLY AND NOT SIO-IS-ANNUAL
               MOVE "INVALID FREQUENCY" TO WRK-SKIP-REASON
           ELSE
             IF SIO-END-DATE NOT EQUAL SPACES
                 AND SIO-NEXT-DUE-DATE GREATER SIO-END-DATE
                 MOVE "PAST END DATE" TO WRK-SKIP-REASON
             ELSE
               IF SIO-IS-SUSPENDED
                   MOVE "SUSPENDED" TO WRK-SKIP-REASON
               ELSE
                 IF NOT SIO-IS-ACTIVE
                     MOVE "INVALID STATUS" TO WRK-SKIP-REASON
                 ELSE
                   IF SIO-LAST-GEN-DATE EQUAL WRK-PROC-DATE
                       MOVE "ALREADY GENERATED" TO WRK-SKIP-REASON
                   ELSE
                     IF SIO-AMOUNT NOT NUMERIC
                         OR SIO-AMOUNT EQUAL ZEROES
                         MOVE "INVALID AMOUNT" TO WRK-SKIP-REASON
                     ELSE
                       PERFORM 0325-EDIT-ACCOUNTS
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
       0320-END.                                                   EXIT.

       0325-EDIT-ACCOUNTS                                       SECTION.
      *    ---- Two different accounts, both on the client master, and
      *    room left in the generated-sequence range for the pair
           IF SIO-FROM-AGENCY EQUAL SIO-TO-AGENCY
               AND SIO-FROM-ACCOUNT EQUAL SIO-TO-ACCOUNT
               MOVE "SAME ACCOUNT" TO WRK-SKIP-REASON
           ELSE
               MOVE SIO-FROM-AGENCY  TO WRK-ACC-FIND-AGENCY
               MOVE SIO-FROM-ACCOUNT TO WRK-ACC-FIND-ACCOUNT
               PERFORM 0326-FIND-ACCOUNT
               IF NOT WRK-ACC-IS-FOUND
                   MOVE "FROM NOT ON MASTER" TO WRK-SKIP-REASON
               ELSE
                   MOVE SIO-TO-AGENCY  TO WRK-ACC-FIND-AGENCY
                   MOVE SIO-TO-ACCOUNT TO WRK-ACC-FIND-ACCOUNT
                   PERFORM 0326-FIND-ACCOUNT
                   IF NOT WRK-ACC-IS-FOUND
                       MOVE "TO NOT ON MASTER" TO WRK-SKIP-REASON
                   ELSE
                       IF WRK-LAST-SEQ GREATER 99999997
                           MOVE "SEQUENCE RANGE FULL" TO
                               WRK-SKIP-REASON
                           MOVE "W" TO WRK-MSG-SEVERITY
                           MOVE "SIO009" TO WRK-MSG-CODE
                           STRING "*** OPERATOR ALERT: GENERATED "
                               "SEQUENCE RANGE EXHAUSTED"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0325-END.                                                   EXIT.

       0326-FIND-ACCOUNT                                        SECTION.
      *    ---- On the master? With no master loaded, or the table
      *    overflowed, the check passes
           MOVE "N" TO WRK-ACC-FOUND.
           IF WRK-ACC-COUNT EQUAL ZERO OR WRK-ACC-TABLE-IS-FULL
               MOVE "Y" TO WRK-ACC-FOUND
           ELSE
               SET WRK-ACC-IDX TO 1
               SEARCH WRK-ACC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-ACC-IDX GREATER WRK-ACC-COUNT
                       CONTINUE
                   WHEN WRK-ACC-AGENCY (WRK-ACC-IDX)
                            EQUAL WRK-ACC-FIND-AGENCY
                       AND WRK-ACC-ACCOUNT (WRK-ACC-IDX)
                            EQUAL WRK-ACC-FIND-ACCOUNT
                       MOVE "Y" TO WRK-ACC-FOUND
               END-SEARCH
           END-IF.
       0326-END.                                                   EXIT.

       0330-GENERATE-PAIR                                       SECTION.
      *    ---- Debit leg first, then the credit leg - each names the
      *    other, so the edit and the batch can keep them together
           ADD 1 WRK-LAST-SEQ GIVING WRK-DEBIT-SEQ.
           ADD 2 WRK-LAST-SEQ GIVING WRK-CREDIT-SEQ.
           MOVE WRK-CREDIT-SEQ TO WRK-LAST-SEQ.
           MOVE SPACES           TO REG-TRNCLI.
           MOVE WRK-DEBIT-SEQ    TO TRN-SEQ.
           MOVE SIO-FROM-AGENCY  TO TRN-AGENCY.
           MOVE SIO-FROM-ACCOUNT TO TRN-ACCOUNT.
           MOVE SIO-AMOUNT       TO TRN-AMOUNT.
           MOVE "D"              TO TRN-DC-FLAG.
           MOVE WRK-CREDIT-SEQ   TO TRN-LINK-SEQ.
           MOVE "N"              TO TRN-CASH-FLAG.
           PERFORM 0335-WRITE-FEED-ROW.
           MOVE SPACES           TO REG-TRNCLI.
           MOVE WRK-CREDIT-SEQ   TO TRN-SEQ.
           MOVE SIO-TO-AGENCY    TO TRN-AGENCY.
           MOVE SIO-TO-ACCOUNT   TO TRN-ACCOUNT.
           MOVE SIO-AMOUNT       TO TRN-AMOUNT.
           MOVE "C"              TO TRN-DC-FLAG.
           MOVE WRK-DEBIT-SEQ    TO TRN-LINK-SEQ.
           MOVE "N"              TO TRN-CASH-FLAG.
           PERFORM 0335-WRITE-FEED-ROW.
           ADD 1 TO WRK-GEN-COUNT.
           ADD SIO-AMOUNT TO WRK-GEN-TOTAL.
           MOVE WRK-PROC-DATE TO SIO-LAST-GEN-DATE.
           MOVE WRK-DEBIT-SEQ TO SIO-LAST-DEBIT-SEQ.
           PERFORM 0340-ROLL-NEXT-DUE.
           MOVE "GENERATED" TO WRK-ACTION.
           PERFORM 0370-WRITE-DUE-LINE.
       0330-END.                                                   EXIT.

       0335-WRITE-FEED-ROW                                      SECTION.
           WRITE REG-TRNCLI.
           IF FS-TRNCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SIO010" TO WRK-MSG-CODE
               STRING "*** FATAL: WRITE TO TRNCLI.TXT FAILED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-TRN-WRITTEN.
       0335-END.                                                   EXIT.

       0340-ROLL-NEXT-DUE                                       SECTION.
      *    ---- Move the next due date one period at a time until it
      *    is past the processing date - periods missed while the job
      *    did not run are counted, not paid. Monthly and longer
      *    orders return to the start date's day of the month. Past
      *    the end date the instruction is ended
           MOVE SIO-NEXT-DUE-DATE TO WRK-ROLL-DATE-X.
           MOVE WRK-ROLL-DD TO WRK-ANCHOR-DD.
           MOVE SIO-START-DATE TO WRK-START-DATE-X.
           IF WRK-START-DATE-X NUMERIC
               AND WRK-START-DD NOT LESS 1
               AND WRK-START-DD NOT GREATER 31
               MOVE WRK-START-DD TO WRK-ANCHOR-DD
           END-IF.
           IF SIO-IS-QUARTERLY
               MOVE 3 TO WRK-ROLL-MONTHS
           ELSE
               IF SIO-IS-ANNUAL
                   MOVE 12 TO WRK-ROLL-MONTHS
               ELSE
                   MOVE 1 TO WRK-ROLL-MONTHS
               END-IF
           END-IF.
           MOVE ZERO TO WRK-ROLL-COUNT.
           PERFORM 0341-ROLL-ONE-PERIOD
               UNTIL WRK-ROLL-DATE-X GREATER WRK-PROC-DATE.
           MOVE WRK-ROLL-DATE-X TO SIO-NEXT-DUE-DATE.
           MOVE "Y" TO WRK-ROLLED.
           IF WRK-ROLL-COUNT GREATER 1
               SUBTRACT 1 FROM WRK-ROLL-COUNT GIVING WRK-MISSED
           ELSE
               MOVE ZERO TO WRK-MISSED
           END-IF.
           IF SIO-END-DATE NOT EQUAL SPACES
               AND SIO-NEXT-DUE-DATE GREATER SIO-END-DATE
               MOVE "E" TO SIO-STATUS
               ADD 1 TO WRK-NOW-ENDED-COUNT
           END-IF.
       0340-END.                                                   EXIT.

       0341-ROLL-ONE-PERIOD                                     SECTION.
           ADD 1 TO WRK-ROLL-COUNT.
           IF SIO-IS-WEEKLY
               ADD 7 TO WRK-ROLL-DD
               PERFORM 0343-SET-MONTH-LENGTH
               IF WRK-ROLL-DD GREATER WRK-MONTH-LEN
                   SUBTRACT WRK-MONTH-LEN FROM WRK-ROLL-DD
                   PERFORM 0342-NEXT-MONTH
               END-IF
           ELSE
               PERFORM 0342-NEXT-MONTH WRK-ROLL-MONTHS TIMES
               MOVE WRK-ANCHOR-DD TO WRK-ROLL-DD
               PERFORM 0343-SET-MONTH-LENGTH
               IF WRK-ROLL-DD GREATER WRK-MONTH-LEN
                   MOVE WRK-MONTH-LEN TO WRK-ROLL-DD
               END-IF
           END-IF.
       0341-END.                                                   EXIT.

       0342-NEXT-MONTH                                          SECTION.
           ADD 1 TO WRK-ROLL-MM.
           IF WRK-ROLL-MM GREATER 12
               MOVE 1 TO WRK-ROLL-MM
               ADD 1 TO WRK-ROLL-YYYY
           END-IF.
       0342-END.                                                   EXIT.

       0343-SET-MONTH-LENGTH                                    SECTION.
      *    ---- Days in the roll date's month; February has 29 in a
      *    year divisible by 4, except centuries not divisible by 400
           MOVE WRK-MONTH-DAYS (WRK-ROLL-MM) TO WRK-MONTH-LEN.
           IF WRK-ROLL-MM EQUAL 2
               DIVIDE WRK-ROLL-YYYY BY 4 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-4
               DIVIDE WRK-ROLL-YYYY BY 100 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-100
               DIVIDE WRK-ROLL-YYYY BY 400 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-400
               IF WRK-LEAP-REM-4 EQUAL ZERO
                   AND (WRK-LEAP-REM-100 NOT EQUAL ZERO
                        OR WRK-LEAP-REM-400 EQUAL ZERO)
                   MOVE 29 TO WRK-MONTH-LEN
               END-IF
           END-IF.
       0343-END.                                                   EXIT.

       0360-SKIP-INSTRUCTION                                    SECTION.
      *    ---- A suspended order lets the due date pass unpaid and
      *    rolls on; one past its end date is ended; any other reason
      *    leaves it due for the run after the branch corrects it
           ADD 1 TO WRK-SKIP-COUNT.
           IF WRK-SKIP-REASON EQUAL "SUSPENDED"
               PERFORM 0340-ROLL-NEXT-DUE
           ELSE
               IF WRK-SKIP-REASON EQUAL "PAST END DATE"
                   MOVE "E" TO SIO-STATUS
                   ADD 1 TO WRK-NOW-ENDED-COUNT
               END-IF
           END-IF.
           MOVE WRK-SKIP-REASON TO WRK-ACTION.
           PERFORM 0370-WRITE-DUE-LINE.
       0360-END.                                                   EXIT.

       0370-WRITE-DUE-LINE                                      SECTION.
      *    ---- The instruction as it stood when due, then (when it
      *    was generated or rolled) the sequences and new due date
           IF SIO-AMOUNT NUMERIC
               MOVE SIO-AMOUNT TO WRK-AMT-ED
           ELSE
               MOVE ZERO TO WRK-AMT-ED
           END-IF.
           MOVE SPACES TO REG-OSIODUE.
           STRING SIO-ID             DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SIO-FROM-AGENCY    DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  SIO-FROM-ACCOUNT   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  SIO-TO-AGENCY      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  SIO-TO-ACCOUNT     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-AMT-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-DUE-SHOW       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WRK-ACTION         DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           IF WRK-WAS-ROLLED
               PERFORM 0375-WRITE-ROLL-LINE
           END-IF.
       0370-END.                                                   EXIT.

       0375-WRITE-ROLL-LINE                                     SECTION.
           MOVE WRK-MISSED TO WRK-MISSED-ED.
           MOVE SPACES TO REG-OSIODUE.
           IF WRK-ACTION EQUAL "GENERATED"
               STRING "         DEBIT "  DELIMITED BY SIZE
                      WRK-DEBIT-SEQ      DELIMITED BY SIZE
                      "  CREDIT "        DELIMITED BY SIZE
                      WRK-CREDIT-SEQ     DELIMITED BY SIZE
                      "  NEXT DUE "      DELIMITED BY SIZE
                      SIO-NEXT-DUE-DATE  DELIMITED BY SIZE
                      "  MISSED "        DELIMITED BY SIZE
                      WRK-MISSED-ED      DELIMITED BY SIZE
               INTO REG-OSIODUE
           ELSE
               STRING "         NOT PAID, NEXT DUE "
                                         DELIMITED BY SIZE
                      SIO-NEXT-DUE-DATE  DELIMITED BY SIZE
                      "  MISSED "        DELIMITED BY SIZE
                      WRK-MISSED-ED      DELIMITED BY SIZE
               INTO REG-OSIODUE
           END-IF.
           WRITE REG-OSIODUE.
       0375-END.                                                   EXIT.

       0400-WRITE-DUE-TOTALS                                    SECTION.
           MOVE SPACES TO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-READ-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "INSTRUCTIONS ON FILE.....: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-DUE-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "DUE THIS RUN.............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-GEN-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "  GENERATED..............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-SKIP-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "  SKIPPED................: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-NOT-DUE-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "NOT YET DUE..............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-ENDED-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "ENDED BEFORE THIS RUN....: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-NOW-ENDED-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "ENDED BY THIS RUN........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-TRN-WRITTEN TO WRK-CNT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "TRNCLI ROWS WRITTEN......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE WRK-GEN-TOTAL TO WRK-TOT-ED.
           MOVE SPACES TO REG-OSIODUE.
           STRING "AMOUNT GENERATED.........: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
           MOVE SPACES TO REG-OSIODUE.
           STRING "LAST SEQUENCE USED.......: " DELIMITED BY SIZE
                  WRK-LAST-SEQ                  DELIMITED BY SIZE
           INTO REG-OSIODUE.
           WRITE REG-OSIODUE.
       0400-END.                                                   EXIT.

       0500-REWRITE-MASTER                                      SECTION.
      *    ---- Put every instruction back, due dates rolled and the
      *    ended ones marked
           OPEN OUTPUT SIOCLI.
           IF FS-SIOCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SIO011" TO WRK-MSG-CODE
               STRING "*** FATAL: SIOCLI COULD NOT BE REWRITTEN - "
                   "DUE DATES NOT ROLLED, DO NOT RERUN BEFORE FIXING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0501-WRITE-ONE-INSTRUCTION
               VARYING WRK-SIO-IDX FROM 1 BY 1
               UNTIL WRK-SIO-IDX GREATER WRK-SIO-COUNT.
           CLOSE SIOCLI.
       0500-END.                                                   EXIT.

       0501-WRITE-ONE-INSTRUCTION                               SECTION.
           MOVE WRK-SIO-IMAGE (WRK-SIO-IDX) TO REG-SIOCLI-IO.
           WRITE REG-SIOCLI-IO.
       0501-END.                                                   EXIT.

       0510-WRITE-LAST-SEQUENCE                                 SECTION.
           OPEN OUTPUT SIOSEQ.
           IF FS-SIOSEQ NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "SIO012" TO WRK-MSG-CODE
               STRING "*** FATAL: SIOSEQ COULD NOT BE REWRITTEN - "
                   "LAST SEQUENCE USED WAS " WRK-LAST-SEQ
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE WRK-LAST-SEQ  TO SQN-LAST-SEQ.
           MOVE WRK-PROC-DATE TO SQN-PROC-DATE.
           WRITE REG-SIOSEQ.
           CLOSE SIOSEQ.
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
           MOVE "SIOGEN"           TO MSG-PROGRAM.
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
