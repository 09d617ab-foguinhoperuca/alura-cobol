       IDENTIFICATION                                          DIVISION.
      * Program to build the general-ledger journal extract from the!
      * OAUDCLI audit trail: fee, NSF-fee and overdraft-penalty
      * income credits, interest-expense debits and garnishment
      * sweeps into suspense, summarized by agency and account type,
      * each bucket offset against the client-liability account,
      * closed by a proof line showing debits equal credits - so
      * month-end close stops re-keying the printed report by hand.
      * The audit trail keeps every run, so one processing date is
      * journaled: the PARMCLI date, or the latest date on the trail.
       PROGRAM-ID. GLJRNL.
       AUTHOR. Jefferson Campos.

           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT OAUDCLI ASSIGN TO "./oaudcli.txt"
               FILE STATUS IS FS-OAUDCLI.
           SELECT OJRNCLI ASSIGN TO "./ojrncli.txt"
               FILE STATUS IS FS-OJRNCLI.
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
      * ONLY USES THE PROCESSING DATE, TO PICK THE RUN TO JOURNAL

       FD OAUDCLI
           RECORDING MODE IS F.
      * Audit-trail layout shared with the CLIENTS batch
      * BALANCED JOURNAL-ENTRY FILE FOR THE GL - ONE ENTRY LINE PER
      * GL ACCOUNT PER AGENCY/ACCOUNT-TYPE BUCKET, PLUS A PROOF LINE

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
       01 FS-OAUDCLI               PICTURE 9(02).
           88 FS-OAUDCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OJRNCLI               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

      *    ---- GL chart accounts the batch postings journal to:
      *    4100 fee income, 4200 overdraft-penalty income, 4300 NSF
      *    fee income, 5100 interest expense, 2100 client liability
      *    (deposits owed), 2900 garnishment suspense (swept funds
      *    held for the court until paid over)
       01 WRK-GL-FEE-INCOME        PICTURE X(04)        VALUE "4100".
       01 WRK-GL-PENALTY-INCOME    PICTURE X(04)        VALUE "4200".
       01 WRK-GL-NSF-INCOME        PICTURE X(04)        VALUE "4300".
       01 WRK-GL-INTEREST-EXPENSE  PICTURE X(04)        VALUE "5100".
       01 WRK-GL-CLIENT-LIABILITY  PICTURE X(04)        VALUE "2100".
       01 WRK-GL-GARNISH-SUSPENSE  PICTURE X(04)        VALUE "2900".

       01 WRK-JRN-AMT-ED           PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-JRN-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-JRN-ROWS             PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.

       01 WRK-BKT-COUNT            PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
               10 WRK-BKT-ACC-TYPE   PICTURE 9(02).
               10 WRK-BKT-FEE        PICTURE S9(16)V99 COMP-3.
               10 WRK-BKT-PENALTY    PICTURE S9(16)V99 COMP-3.
               10 WRK-BKT-NSF-FEE    PICTURE S9(16)V99 COMP-3.
               10 WRK-BKT-GARNISH    PICTURE S9(16)V99 COMP-3.
               10 WRK-BKT-INTEREST   PICTURE S9(16)V99 COMP-3.

       01 WRK-BKT-NET              PICTURE S9(16)V99 COMP-3
       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== GL Journal Extract ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0110-READ-PARMS.
           IF WRK-JRN-DATE EQUAL SPACES
               PERFORM 0120-FIND-LATEST-DATE
           END-IF.
           DISPLAY "JOURNALING RUN OF " WRK-JRN-DATE.
           PERFORM 0200-LOAD-AUDIT-TRAIL.
           MOVE WRK-JRN-ROWS TO WRK-CNT-ED.
           DISPLAY "AUDIT ROWS JOURNALED.....: " WRK-CNT-ED.
           IF WRK-JRN-ROWS EQUAL ZERO
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "GLJ001" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: NO OAUDCLI ROWS FOR "
                   WRK-JRN-DATE " - JOURNAL IS EMPTY"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           PERFORM 0400-WRITE-JOURNAL.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "GLJ008" TO WRK-MSG-CODE.
           MOVE "GLJRNL ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0110-READ-PARMS                                          SECTION.
      *    ---- The processing date names the run to journal; with no
      *    control card the latest run on the trail is taken
           OPEN INPUT PARMCLI.
           IF FS-PARMCLI EQUAL ZEROS
               READ PARMCLI
               IF FS-PARMCLI EQUAL ZEROS
                   IF PARM-PROC-DATE NOT EQUAL SPACES
                       MOVE PARM-PROC-DATE TO WRK-JRN-DATE
                   END-IF
               END-IF
               CLOSE PARMCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "GLJ002" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, JOURNALING THE LATEST RUN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0110-END.                                                   EXIT.

       0120-FIND-LATEST-DATE                                    SECTION.
           OPEN INPUT OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               PERFORM 0121-CHECK-ONE-DATE UNTIL FS-OAUDCLI-AT-EOF
               CLOSE OAUDCLI
           ELSE
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "GLJ003" TO WRK-MSG-CODE
               STRING "*** FATAL: OAUDCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0120-END.                                                   EXIT.

       0121-CHECK-ONE-DATE                                      SECTION.
           READ OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               IF AUD-PROC-DATE GREATER WRK-JRN-DATE
                   MOVE AUD-PROC-DATE TO WRK-JRN-DATE
               END-IF
           END-IF.
       0121-END.                                                   EXIT.

       0200-LOAD-AUDIT-TRAIL                                    SECTION.
      *    ---- Sum fee/penalty/interest per agency and account type,
      *    for the run being journaled only
           OPEN INPUT OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               PERFORM 0210-LOAD-ONE-AUDIT-ROW UNTIL FS-OAUDCLI-AT-EOF
               CLOSE OAUDCLI
           ELSE
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "GLJ004" TO WRK-MSG-CODE
               STRING "*** FATAL: OAUDCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0200-END.                                                   EXIT.
       0210-LOAD-ONE-AUDIT-ROW                                  SECTION.
           READ OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               AND AUD-PROC-DATE EQUAL WRK-JRN-DATE
               ADD 1 TO WRK-JRN-ROWS
               MOVE "N" TO WRK-BKT-FOUND
               IF WRK-BKT-COUNT NOT EQUAL ZERO
                   SET WRK-BKT-IDX TO 1
                       MOVE "Y" TO WRK-BKT-FOUND
                       MOVE ZEROES TO WRK-BKT-FEE      (WRK-BKT-IDX)
                                      WRK-BKT-PENALTY  (WRK-BKT-IDX)
                                      WRK-BKT-NSF-FEE  (WRK-BKT-IDX)
                                      WRK-BKT-GARNISH  (WRK-BKT-IDX)
                                      WRK-BKT-INTEREST (WRK-BKT-IDX)
                   ELSE
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "GLJ005" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 600 "
                           "AGENCY/ACCOUNT-TYPE BUCKETS - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                   END-IF
               END-IF
      *    ---- The dormancy fee is fee income like the statement fee,
                   ADD AUD-DORMANCY-FEE TO
                       WRK-BKT-FEE (WRK-BKT-IDX)
                   ADD AUD-PENALTY  TO WRK-BKT-PENALTY  (WRK-BKT-IDX)
                   IF AUD-NSF-FEE NUMERIC
                       ADD AUD-NSF-FEE TO WRK-BKT-NSF-FEE (WRK-BKT-IDX)
                   END-IF
                   IF AUD-GARNISHED NUMERIC
                       ADD AUD-GARNISHED TO
                           WRK-BKT-GARNISH (WRK-BKT-IDX)
                   END-IF
                   ADD AUD-INTEREST TO WRK-BKT-INTEREST (WRK-BKT-IDX)
               END-IF
           END-IF.
      *    ---- Entry lines per bucket, then the debits=credits proof
           OPEN OUTPUT OJRNCLI.
           IF FS-OJRNCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "GLJ006" TO WRK-MSG-CODE
               STRING "*** FATAL: OJRNCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OJRNCLI.
           STRING "GENERAL LEDGER JOURNAL EXTRACT - " DELIMITED BY SIZE
                  WRK-JRN-DATE                      DELIMITED BY SIZE
           INTO REG-OJRNCLI.
           WRITE REG-OJRNCLI.
           MOVE SPACES TO REG-OJRNCLI.

       0410-WRITE-ONE-BUCKET                                    SECTION.
      *    ---- Income credits and expense debits for the bucket, each
      *    offset into client liability: the fees, penalty and
      *    garnishments taken out of customer balances reduce what the
      *    bank owes them, the interest paid in increases it - so the
      *    liability entry is the net of them all and every bucket
      *    balances on its own
           MOVE WRK-BKT-AGENCY   (WRK-BKT-IDX) TO WRK-LINE-AGENCY.
           MOVE WRK-BKT-ACC-TYPE (WRK-BKT-IDX) TO WRK-LINE-ACC-TYPE.
           IF WRK-BKT-FEE (WRK-BKT-IDX) NOT EQUAL ZERO
               MOVE WRK-BKT-PENALTY (WRK-BKT-IDX) TO WRK-LINE-AMOUNT
               PERFORM 0430-WRITE-JOURNAL-LINE
           END-IF.
           IF WRK-BKT-NSF-FEE (WRK-BKT-IDX) NOT EQUAL ZERO
               MOVE WRK-GL-NSF-INCOME        TO WRK-LINE-GL-ACCT
               MOVE "NSF FEE INCOME......."  TO WRK-LINE-DESC
               MOVE "CR"                     TO WRK-LINE-DC
               MOVE WRK-BKT-NSF-FEE (WRK-BKT-IDX) TO WRK-LINE-AMOUNT
               PERFORM 0430-WRITE-JOURNAL-LINE
           END-IF.
           IF WRK-BKT-GARNISH (WRK-BKT-IDX) NOT EQUAL ZERO
               MOVE WRK-GL-GARNISH-SUSPENSE  TO WRK-LINE-GL-ACCT
               MOVE "GARNISHMENT SUSPENSE"   TO WRK-LINE-DESC
               MOVE "CR"                     TO WRK-LINE-DC
               MOVE WRK-BKT-GARNISH (WRK-BKT-IDX) TO WRK-LINE-AMOUNT
               PERFORM 0430-WRITE-JOURNAL-LINE
           END-IF.
           IF WRK-BKT-INTEREST (WRK-BKT-IDX) NOT EQUAL ZERO
               MOVE WRK-GL-INTEREST-EXPENSE  TO WRK-LINE-GL-ACCT
               MOVE "INTEREST EXPENSE....."  TO WRK-LINE-DESC
           END-IF.
           COMPUTE WRK-BKT-NET =
               WRK-BKT-FEE      (WRK-BKT-IDX) +
               WRK-BKT-PENALTY  (WRK-BKT-IDX) +
               WRK-BKT-NSF-FEE  (WRK-BKT-IDX) +
               WRK-BKT-GARNISH  (WRK-BKT-IDX) -
               WRK-BKT-INTEREST (WRK-BKT-IDX).
           IF WRK-BKT-NET GREATER THAN ZERO
               MOVE WRK-GL-CLIENT-LIABILITY  TO WRK-LINE-GL-ACCT
                      WRK-JRN-AMT-ED            DELIMITED BY SIZE
                      "   *** OUT OF BALANCE"   DELIMITED BY SIZE
               INTO REG-OJRNCLI
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "GLJ007" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: JOURNAL EXTRACT OUT OF "
                   "BALANCE - DO NOT LOAD TO GL"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           WRITE REG-OJRNCLI.
       0440-END.                                                   EXIT.

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
           MOVE "GLJRNL"           TO MSG-PROGRAM.
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
