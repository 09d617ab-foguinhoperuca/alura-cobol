       IDENTIFICATION                                          DIVISION.
      * Pre-run continuity check for the IFILCLI client master - runs!
      * after ACCMNT and SEQCHK, immediately ahead of the CLIENTS
      * batch. Operations cuts each night's generation-dated OMSTCLI
      * over as the next ifilcli.txt; this step proves that what they
      * cut over really is that generation, changed only by approved
      * account maintenance. RUNCLI names the last completed
      * generation and the row count and total balance the batch
      * wrote to it; the dated file is read back and must agree with
      * both. It is then compared account by account with today's
      * IFILCLI: an account added, dropped or changed is accepted
      * only when the maintenance log mntlog.txt (written by ACCMNT)
      * shows that add, close or change applied since that
      * generation, leaving the account exactly as it now stands -
      * and a balance that moved is never accepted, maintenance does
      * not touch money. The comparison report ocntrpt.txt lists
      * every difference with its verdict and the control totals; any
      * difference not explained stops the job with an operator alert
      * and a return code of 16, so the batch never posts a day on
      * top of the wrong master.
       PROGRAM-ID. CNTCHK.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT OMSTCLI ASSIGN TO DYNAMIC WRK-OMSTCLI-NAME
               FILE STATUS IS FS-OMSTCLI.
           SELECT IFILCLI ASSIGN TO "./ifilcli.txt"
               FILE STATUS IS FS-IFILCLI.
           SELECT MNTLOG ASSIGN TO "./mntlog.txt"
               FILE STATUS IS FS-MNTLOG.
           SELECT OCNTRPT ASSIGN TO "./ocntrpt.txt"
               FILE STATUS IS FS-OCNTRPT.
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
      * ONLY USES THE PROCESSING DATE, TO CLOSE THE MAINTENANCE WINDOW

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record as the last batch run left it
       COPY "RUNCLI".

       FD OMSTCLI
           RECORDING MODE IS F.
       01 REG-OMSTCLI               PICTURE X(68).
      * THE LAST COMPLETED UPDATED-MASTER GENERATION, OMSTCLI_<DATE>
      * AS NAMED BY RUN-MST-DATE, SAME BOOKCLI LAYOUT AS IFILCLI

       FD IFILCLI
           RECORDING MODE IS F.
      * Input layout of file
       COPY "BOOKCLI".

       FD MNTLOG
           RECORDING MODE IS F.
      * Approved-maintenance log written by ACCMNT
       COPY "MNTLOG".

       FD OCNTRPT
           RECORDING MODE IS F.
       01 REG-OCNTRPT               PICTURE X(80).
      * CONTINUITY REPORT - THE GENERATION CHECKED, EVERY ACCOUNT THAT
      * DIFFERS BETWEEN IT AND IFILCLI WITH WHAT THE DIFFERENCE IS AND
      * WHETHER APPROVED MAINTENANCE EXPLAINS IT, THEN THE CONTROL
      * TOTALS AND THE VERDICT

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-PARMCLI               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-OMSTCLI               PICTURE 9(02).
           88 FS-OMSTCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-MNTLOG                PICTURE 9(02).
           88 FS-MNTLOG-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OCNTRPT               PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-PROC-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-OMSTCLI-NAME         PICTURE X(40)        VALUE SPACES.

      *    ---- The last completed generation, as RUNCLI records it
       01 WRK-GEN-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-GEN-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-GEN-RUN-STATUS       PICTURE X(01)        VALUE SPACE.
       01 WRK-GEN-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-GEN-BALANCE          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-GEN-KNOWN            PICTURE X(01)            VALUE "N".
           88 WRK-GEN-IS-KNOWN                              VALUE "Y".

      *    ---- The generation as read back from its dated file
       01 WRK-PRI-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-PRI-READ-COUNT       PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-PRI-BALANCE          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-PRI-FOUND            PICTURE X(01)            VALUE "N".
           88 WRK-PRI-IS-FOUND                              VALUE "Y".
       01 WRK-PRI-TABLE.
           05 WRK-PRI-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-PRI-IDX.
               10 WRK-PRI-AGENCY     PICTURE X(04).
               10 WRK-PRI-ACCOUNT    PICTURE X(08).
               10 WRK-PRI-IMAGE      PICTURE X(68).
               10 WRK-PRI-MATCHED    PICTURE X(01).
                   88 WRK-PRI-IS-MATCHED               VALUE "Y".

      *    ---- Latest applied maintenance per account since the
      *    generation was written
       01 WRK-LOG-COUNT            PICTURE 9(04) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LOG-FOUND            PICTURE X(01)            VALUE "N".
           88 WRK-LOG-IS-FOUND                              VALUE "Y".
       01 WRK-LOG-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-LOG-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-LOG-FIND-AGENCY      PICTURE X(04)        VALUE SPACES.
       01 WRK-LOG-FIND-ACCOUNT     PICTURE X(08)        VALUE SPACES.
       01 WRK-LOG-TABLE.
           05 WRK-LOG-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-LOG-IDX.
               10 WRK-LOG-AGENCY     PICTURE X(04).
               10 WRK-LOG-ACCOUNT    PICTURE X(08).
               10 WRK-LOG-ACTION     PICTURE X(01).
               10 WRK-LOG-AFTER      PICTURE X(68).

      *    ---- Balance view of a prior-generation image
       01 WRK-IMAGE.
           05 WRK-IMG-AGENCY         PICTURE X(04).
           05 WRK-IMG-ACCOUNT        PICTURE X(08).
           05 WRK-IMG-NAME           PICTURE X(32).
           05 WRK-IMG-MANAGER        PICTURE X(04).
           05 WRK-IMG-ACC-TYPE       PICTURE 9(02).
           05 WRK-IMG-BALANCE        PICTURE S9(16)V99.

       01 WRK-IFL-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-IFL-BALANCE          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-EXP-COUNT            PICTURE S9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-EXP-BALANCE          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-ADD-OK-COUNT         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ADD-BAD-COUNT        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DROP-OK-COUNT        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DROP-BAD-COUNT       PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CHG-OK-COUNT         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CHG-BAD-COUNT        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-BAL-DIFF-COUNT       PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DUP-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-UNEXPLAINED-COUNT    PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.

       01 WRK-CTL-AGREE            PICTURE X(01)            VALUE "Y".
           88 WRK-CTL-AGREES                                VALUE "Y".
       01 WRK-IFL-AGREE            PICTURE X(01)            VALUE "Y".
           88 WRK-IFL-AGREES                                VALUE "Y".

      *    ---- One detail line: what differs, by how much, verdict
       01 WRK-DIFF-REASON          PICTURE X(30)        VALUE SPACES.
       01 WRK-DIFF-AMOUNT          PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-DIFF-VERDICT         PICTURE X(04)        VALUE SPACES.
       01 WRK-DIFF-AGENCY          PICTURE X(04)        VALUE SPACES.
       01 WRK-DIFF-ACCOUNT         PICTURE X(08)        VALUE SPACES.

       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-SCNT-ED              PICTURE -ZZZZZZ9.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== IFILCLI Pre-Run Continuity Check ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-READ-RUN-CONTROL.
           OPEN OUTPUT OCNTRPT.
           IF FS-OCNTRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "CNT001" TO WRK-MSG-CODE
               STRING "*** FATAL: OCNTRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0400-WRITE-REPORT-HEADER.
      *    ---- With no completed generation on record (the very first
      *    run, or the first since RUNCLI was converted) there is
      *    nothing to prove the master against - say so and let the
      *    batch go, the next completed run records a generation
           IF NOT WRK-GEN-IS-KNOWN
               MOVE SPACES TO REG-OCNTRPT
               STRING "NO COMPLETED MASTER GENERATION ON RUNCLI - "
                          DELIMITED BY SIZE
                      "CONTINUITY NOT CHECKED"
                          DELIMITED BY SIZE
               INTO REG-OCNTRPT
               WRITE REG-OCNTRPT
               CLOSE OCNTRPT
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CNT002" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: NO COMPLETED MASTER "
                   "GENERATION ON RUNCLI - IFILCLI CONTINUITY NOT "
                   "CHECKED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CNT013" TO WRK-MSG-CODE
               MOVE "CNTCHK ENDED NORMALLY" TO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0220-LOAD-PRIOR-GENERATION.
           PERFORM 0230-LOAD-MAINTENANCE-LOG.
           PERFORM 0300-COMPARE-IFILCLI.
           PERFORM 0350-LIST-DROPPED
               VARYING WRK-PRI-IDX FROM 1 BY 1
               UNTIL WRK-PRI-IDX GREATER WRK-PRI-COUNT.
           PERFORM 0500-WRITE-TOTALS.
           CLOSE OCNTRPT.
           IF WRK-UNEXPLAINED-COUNT NOT EQUAL ZERO
               OR NOT WRK-CTL-AGREES OR NOT WRK-IFL-AGREES
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "CNT003" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: IFILCLI IS NOT THE LAST "
                   "MASTER GENERATION PLUS APPROVED MAINTENANCE - DO "
                   "NOT RUN THE BATCH, SEE OCNTRPT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
      *    ---- A non-zero return code stops the job stream here
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "CNT004" TO WRK-MSG-CODE.
           STRING "IFILCLI AGREES WITH GENERATION " WRK-GEN-DATE
               " PLUS APPROVED MAINTENANCE"
               DELIMITED BY SIZE INTO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "CNT013" TO WRK-MSG-CODE.
           MOVE "CNTCHK ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- Only the processing date is wanted here - maintenance
      *    logged after it belongs to a later run
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
               MOVE "CNT005" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "CHECKING IFILCLI FOR THE RUN OF " WRK-PROC-DATE.
       0200-END.                                                   EXIT.

       0210-READ-RUN-CONTROL                                    SECTION.
      *    ---- RUNCLI names the generation to prove against and what
      *    the batch wrote to it. An in-flight record still carries
      *    the last completed generation, so a resume is checked
      *    against the same one the failed run was.
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   MOVE RUN-NUMBER TO WRK-GEN-RUN-NUMBER
                   MOVE RUN-STATUS TO WRK-GEN-RUN-STATUS
                   IF RUN-MST-DATE NOT EQUAL SPACES
                       AND RUN-MST-COUNT NUMERIC
                       AND RUN-MST-BALANCE NUMERIC
                       MOVE RUN-MST-DATE    TO WRK-GEN-DATE
                       MOVE RUN-MST-COUNT   TO WRK-GEN-COUNT
                       MOVE RUN-MST-BALANCE TO WRK-GEN-BALANCE
                       MOVE "Y" TO WRK-GEN-KNOWN
                   END-IF
               END-IF
               CLOSE RUNCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CNT006" TO WRK-MSG-CODE
               STRING "RUNCLI NOT FOUND, NO PRIOR RUN ON RECORD"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-GEN-IS-KNOWN
               STRING "./omstcli_" DELIMITED BY SIZE
                      WRK-GEN-DATE DELIMITED BY SIZE
                      ".txt"       DELIMITED BY SIZE
               INTO WRK-OMSTCLI-NAME
               DISPLAY "LAST COMPLETED GENERATION IS " WRK-GEN-DATE
               IF WRK-GEN-RUN-STATUS EQUAL "I"
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CNT007" TO WRK-MSG-CODE
                   STRING "RUN " WRK-GEN-RUN-NUMBER " IS IN FLIGHT - "
                       "CHECKING THE GENERATION BEFORE IT"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               END-IF
           END-IF.
       0210-END.                                                   EXIT.

       0220-LOAD-PRIOR-GENERATION                               SECTION.
      *    ---- Read the dated generation back into memory, totalling
      *    it as it comes, and hold it to what RUNCLI says was written
           OPEN INPUT OMSTCLI.
           IF FS-OMSTCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "CNT008" TO WRK-MSG-CODE
               STRING "*** FATAL: MASTER GENERATION "
                   WRK-OMSTCLI-NAME " NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0221-LOAD-PRIOR-REC UNTIL FS-OMSTCLI-AT-EOF.
           CLOSE OMSTCLI.
           IF WRK-PRI-READ-COUNT NOT EQUAL WRK-GEN-COUNT
               OR WRK-PRI-BALANCE NOT EQUAL WRK-GEN-BALANCE
               MOVE "N" TO WRK-CTL-AGREE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-PRIOR-REC                                      SECTION.
           READ OMSTCLI.
           IF FS-OMSTCLI EQUAL ZEROS
               ADD 1 TO WRK-PRI-READ-COUNT
               MOVE REG-OMSTCLI TO WRK-IMAGE
               ADD WRK-IMG-BALANCE TO WRK-PRI-BALANCE
      *    ---- A generation too big to hold cannot be proven account
      *    by account - better to stop than to pass it half-checked
               IF WRK-PRI-COUNT LESS THAN 5000
                   ADD 1 TO WRK-PRI-COUNT
                   SET WRK-PRI-IDX TO WRK-PRI-COUNT
                   MOVE WRK-IMG-AGENCY  TO WRK-PRI-AGENCY  (WRK-PRI-IDX)
                   MOVE WRK-IMG-ACCOUNT TO WRK-PRI-ACCOUNT (WRK-PRI-IDX)
                   MOVE REG-OMSTCLI     TO WRK-PRI-IMAGE   (WRK-PRI-IDX)
                   MOVE "N"             TO WRK-PRI-MATCHED (WRK-PRI-IDX)
               ELSE
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CNT009" TO WRK-MSG-CODE
                   STRING "*** FATAL: MORE THAN 5000 ACCOUNTS ON "
                       "THE MASTER GENERATION - TABLE FULL"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0230-LOAD-MAINTENANCE-LOG                                SECTION.
      *    ---- Only maintenance applied on or after the generation's
      *    processing date and not after this run's can explain a
      *    difference; no log at all means nothing is approved
           OPEN INPUT MNTLOG.
           IF FS-MNTLOG EQUAL ZEROS
               PERFORM 0231-LOAD-LOG-REC UNTIL FS-MNTLOG-AT-EOF
               CLOSE MNTLOG
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CNT010" TO WRK-MSG-CODE
               STRING "MNTLOG NOT FOUND, NO APPROVED MAINTENANCE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0230-END.                                                   EXIT.

       0231-LOAD-LOG-REC                                        SECTION.
      *    ---- The log is in the order applied, so a later row for
      *    the same account replaces the earlier one - what counts is
      *    the state the last approved change left the account in
           READ MNTLOG.
           IF FS-MNTLOG EQUAL ZEROS
               IF MNL-PROC-DATE NOT LESS THAN WRK-GEN-DATE
                   AND MNL-PROC-DATE NOT GREATER WRK-PROC-DATE
                   MOVE MNL-AGENCY  TO WRK-LOG-FIND-AGENCY
                   MOVE MNL-ACCOUNT TO WRK-LOG-FIND-ACCOUNT
                   PERFORM 0320-FIND-LOG-ENTRY
                   IF WRK-LOG-IS-FOUND
                       MOVE MNL-ACTION TO WRK-LOG-ACTION (WRK-LOG-IDX)
                       MOVE MNL-AFTER  TO WRK-LOG-AFTER  (WRK-LOG-IDX)
                   ELSE
                       IF WRK-LOG-COUNT LESS THAN 2000
                           ADD 1 TO WRK-LOG-COUNT
                           SET WRK-LOG-IDX TO WRK-LOG-COUNT
                           MOVE MNL-AGENCY  TO
                               WRK-LOG-AGENCY  (WRK-LOG-IDX)
                           MOVE MNL-ACCOUNT TO
                               WRK-LOG-ACCOUNT (WRK-LOG-IDX)
                           MOVE MNL-ACTION  TO
                               WRK-LOG-ACTION  (WRK-LOG-IDX)
                           MOVE MNL-AFTER   TO
                               WRK-LOG-AFTER   (WRK-LOG-IDX)
                       ELSE
                           IF NOT WRK-LOG-TABLE-IS-FULL
                               MOVE "W" TO WRK-MSG-SEVERITY
                               MOVE "CNT011" TO WRK-MSG-CODE
                               STRING "*** OPERATOR ALERT: MORE THAN "
                                   "2000 MAINTENANCE LOG ROWS - TABLE "
                                   "FULL, REMAINING ROWS IGNORED"
                                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
                               PERFORM 0950-LOG-MESSAGE
                               MOVE "Y" TO WRK-LOG-FULL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0231-END.                                                   EXIT.

       0300-COMPARE-IFILCLI                                     SECTION.
      *    ---- Every account on today's master is looked up in the
      *    generation; the order of either file does not matter
           MOVE WRK-PRI-READ-COUNT TO WRK-EXP-COUNT.
           MOVE WRK-PRI-BALANCE    TO WRK-EXP-BALANCE.
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "CNT012" TO WRK-MSG-CODE
               STRING "*** FATAL: IFILCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0310-COMPARE-ONE-REGISTER UNTIL FS-IFILCLI-AT-EOF.
           CLOSE IFILCLI.
       0300-END.                                                   EXIT.

       0310-COMPARE-ONE-REGISTER                                SECTION.
           READ IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               ADD 1           TO WRK-IFL-COUNT
               ADD REG-BALANCE TO WRK-IFL-BALANCE
               MOVE REG-AGENCY  TO WRK-DIFF-AGENCY
               MOVE REG-ACCOUNT TO WRK-DIFF-ACCOUNT
               MOVE REG-AGENCY  TO WRK-LOG-FIND-AGENCY
               MOVE REG-ACCOUNT TO WRK-LOG-FIND-ACCOUNT
               PERFORM 0320-FIND-LOG-ENTRY
               PERFORM 0325-FIND-PRIOR-ENTRY
               IF WRK-PRI-IS-FOUND
                   PERFORM 0330-CHECK-KEPT-ACCOUNT
               ELSE
                   PERFORM 0340-CHECK-ADDED-ACCOUNT
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-FIND-LOG-ENTRY                                      SECTION.
           MOVE "N" TO WRK-LOG-FOUND.
           IF WRK-LOG-COUNT NOT EQUAL ZERO
               SET WRK-LOG-IDX TO 1
               SEARCH WRK-LOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-LOG-IDX GREATER WRK-LOG-COUNT
                       CONTINUE
                   WHEN WRK-LOG-AGENCY  (WRK-LOG-IDX) EQUAL
                        WRK-LOG-FIND-AGENCY
                    AND WRK-LOG-ACCOUNT (WRK-LOG-IDX) EQUAL
                        WRK-LOG-FIND-ACCOUNT
                       MOVE "Y" TO WRK-LOG-FOUND
               END-SEARCH
           END-IF.
       0320-END.                                                   EXIT.

       0325-FIND-PRIOR-ENTRY                                    SECTION.
           MOVE "N" TO WRK-PRI-FOUND.
           IF WRK-PRI-COUNT NOT EQUAL ZERO
               SET WRK-PRI-IDX TO 1
               SEARCH WRK-PRI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-PRI-IDX GREATER WRK-PRI-COUNT
                       CONTINUE
                   WHEN WRK-PRI-AGENCY  (WRK-PRI-IDX) EQUAL REG-AGENCY
                    AND WRK-PRI-ACCOUNT (WRK-PRI-IDX) EQUAL REG-ACCOUNT
                       MOVE "Y" TO WRK-PRI-FOUND
               END-SEARCH
           END-IF.
       0325-END.                                                   EXIT.

       0330-CHECK-KEPT-ACCOUNT                                  SECTION.
      *    ---- An account on both masters must be unchanged, or
      *    changed exactly as an approved change left it. Money is
      *    never explained - maintenance does not move balances.
           MOVE WRK-PRI-IMAGE (WRK-PRI-IDX) TO WRK-IMAGE.
           IF WRK-PRI-IS-MATCHED (WRK-PRI-IDX)
               ADD 1 TO WRK-DUP-COUNT
               MOVE "DUPLICATE ACCOUNT IN IFILCLI" TO WRK-DIFF-REASON
               MOVE REG-BALANCE TO WRK-DIFF-AMOUNT
               PERFORM 0360-WRITE-UNEXPLAINED
           ELSE
               MOVE "Y" TO WRK-PRI-MATCHED (WRK-PRI-IDX)
               IF REGISTER NOT EQUAL WRK-PRI-IMAGE (WRK-PRI-IDX)
                   IF REG-BALANCE NOT EQUAL WRK-IMG-BALANCE
                       ADD 1 TO WRK-BAL-DIFF-COUNT
                       MOVE "BALANCE CHANGED" TO WRK-DIFF-REASON
                       COMPUTE WRK-DIFF-AMOUNT =
                           REG-BALANCE - WRK-IMG-BALANCE
                       PERFORM 0360-WRITE-UNEXPLAINED
                   ELSE
                       MOVE ZEROES TO WRK-DIFF-AMOUNT
                       IF WRK-LOG-IS-FOUND
                         AND WRK-LOG-ACTION (WRK-LOG-IDX) NOT EQUAL "X"
                         AND REGISTER EQUAL WRK-LOG-AFTER (WRK-LOG-IDX)
                           ADD 1 TO WRK-CHG-OK-COUNT
                           MOVE "DETAILS CHANGED - APPROVED" TO
                               WRK-DIFF-REASON
                           PERFORM 0365-WRITE-EXPLAINED
                       ELSE
                           ADD 1 TO WRK-CHG-BAD-COUNT
                           MOVE "DETAILS CHANGED - NOT APPROVED" TO
                               WRK-DIFF-REASON
                           PERFORM 0360-WRITE-UNEXPLAINED
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0330-END.                                                   EXIT.

       0340-CHECK-ADDED-ACCOUNT                                 SECTION.
      *    ---- A new account must be one ACCMNT opened, exactly as it
      *    opened it - at a zero balance
           MOVE REG-BALANCE TO WRK-DIFF-AMOUNT.
           IF WRK-LOG-IS-FOUND
               AND WRK-LOG-ACTION (WRK-LOG-IDX) NOT EQUAL "X"
               AND REGISTER EQUAL WRK-LOG-AFTER (WRK-LOG-IDX)
               ADD 1           TO WRK-ADD-OK-COUNT
               ADD 1           TO WRK-EXP-COUNT
               ADD REG-BALANCE TO WRK-EXP-BALANCE
               MOVE "ADDED - APPROVED" TO WRK-DIFF-REASON
               PERFORM 0365-WRITE-EXPLAINED
           ELSE
               ADD 1 TO WRK-ADD-BAD-COUNT
               MOVE "ADDED - NOT APPROVED" TO WRK-DIFF-REASON
               PERFORM 0360-WRITE-UNEXPLAINED
           END-IF.
       0340-END.                                                   EXIT.

       0350-LIST-DROPPED                                        SECTION.
      *    ---- Whatever the IFILCLI pass never matched has gone from
      *    the master; only an approved close explains that
           IF NOT WRK-PRI-IS-MATCHED (WRK-PRI-IDX)
               MOVE WRK-PRI-IMAGE (WRK-PRI-IDX) TO WRK-IMAGE
               MOVE WRK-IMG-AGENCY  TO WRK-DIFF-AGENCY
               MOVE WRK-IMG-ACCOUNT TO WRK-DIFF-ACCOUNT
               MOVE WRK-IMG-BALANCE TO WRK-DIFF-AMOUNT
               MOVE WRK-IMG-AGENCY  TO WRK-LOG-FIND-AGENCY
               MOVE WRK-IMG-ACCOUNT TO WRK-LOG-FIND-ACCOUNT
               PERFORM 0320-FIND-LOG-ENTRY
               IF WRK-LOG-IS-FOUND
                   AND WRK-LOG-ACTION (WRK-LOG-IDX) EQUAL "X"
                   ADD 1               TO WRK-DROP-OK-COUNT
                   SUBTRACT 1          FROM WRK-EXP-COUNT
                   SUBTRACT WRK-IMG-BALANCE FROM WRK-EXP-BALANCE
                   MOVE "DROPPED - APPROVED CLOSE" TO WRK-DIFF-REASON
                   PERFORM 0365-WRITE-EXPLAINED
               ELSE
                   ADD 1 TO WRK-DROP-BAD-COUNT
                   MOVE "DROPPED - NOT APPROVED" TO WRK-DIFF-REASON
                   PERFORM 0360-WRITE-UNEXPLAINED
               END-IF
           END-IF.
       0350-END.                                                   EXIT.

       0360-WRITE-UNEXPLAINED                                   SECTION.
           ADD 1 TO WRK-UNEXPLAINED-COUNT.
           MOVE "STOP" TO WRK-DIFF-VERDICT.
           PERFORM 0410-WRITE-DETAIL-LINE.
       0360-END.                                                   EXIT.

       0365-WRITE-EXPLAINED                                     SECTION.
           MOVE "OK" TO WRK-DIFF-VERDICT.
           PERFORM 0410-WRITE-DETAIL-LINE.
       0365-END.                                                   EXIT.

       0400-WRITE-REPORT-HEADER                                 SECTION.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "IFILCLI CONTINUITY CHECK FOR THE RUN OF "
                      DELIMITED BY SIZE
                  WRK-PROC-DATE DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           IF WRK-GEN-IS-KNOWN
               MOVE SPACES TO REG-OCNTRPT
               STRING "PROVEN AGAINST MASTER GENERATION "
                          DELIMITED BY SIZE
                      WRK-GEN-DATE DELIMITED BY SIZE
               INTO REG-OCNTRPT
               WRITE REG-OCNTRPT
               MOVE SPACES TO REG-OCNTRPT
               WRITE REG-OCNTRPT
               MOVE SPACES TO REG-OCNTRPT
               STRING "AGY   ACCOUNT   DIFFERENCE                    "
                          DELIMITED BY SIZE
                      "                   AMOUNT  VERDICT"
                          DELIMITED BY SIZE
               INTO REG-OCNTRPT
               WRITE REG-OCNTRPT
           END-IF.
       0400-END.                                                   EXIT.

       0410-WRITE-DETAIL-LINE                                   SECTION.
           MOVE WRK-DIFF-AMOUNT TO WRK-AMT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING WRK-DIFF-AGENCY  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-DIFF-ACCOUNT DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-DIFF-REASON  DELIMITED BY SIZE
                  WRK-AMT-ED       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-DIFF-VERDICT DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
       0410-END.                                                   EXIT.

       0500-WRITE-TOTALS                                        SECTION.
      *    ---- The generation against RUNCLI, then IFILCLI against the
      *    generation moved on by the approved adds and closes
           IF WRK-IFL-COUNT NOT EQUAL WRK-EXP-COUNT
               OR WRK-IFL-BALANCE NOT EQUAL WRK-EXP-BALANCE
               MOVE "N" TO WRK-IFL-AGREE
           END-IF.
           MOVE SPACES TO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-GEN-COUNT TO WRK-CNT-ED.
           MOVE WRK-GEN-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "RUNCLI ROWS / BALANCE....: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-PRI-READ-COUNT TO WRK-CNT-ED.
           MOVE WRK-PRI-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           IF WRK-CTL-AGREES
               STRING "GENERATION ROWS / BALANCE: " DELIMITED BY SIZE
                      WRK-CNT-ED                    DELIMITED BY SIZE
                      WRK-AMT-ED                    DELIMITED BY SIZE
               INTO REG-OCNTRPT
           ELSE
               STRING "GENERATION ROWS / BALANCE: " DELIMITED BY SIZE
                      WRK-CNT-ED                    DELIMITED BY SIZE
                      WRK-AMT-ED                    DELIMITED BY SIZE
                      "  *** NOT AS WRITTEN"        DELIMITED BY SIZE
               INTO REG-OCNTRPT
           END-IF.
           WRITE REG-OCNTRPT.
           MOVE WRK-EXP-COUNT TO WRK-SCNT-ED.
           MOVE WRK-EXP-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "EXPECTED ROWS / BALANCE..:" DELIMITED BY SIZE
                  WRK-SCNT-ED                  DELIMITED BY SIZE
                  WRK-AMT-ED                   DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-IFL-COUNT TO WRK-CNT-ED.
           MOVE WRK-IFL-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           IF WRK-IFL-AGREES
               STRING "IFILCLI ROWS / BALANCE...: " DELIMITED BY SIZE
                      WRK-CNT-ED                    DELIMITED BY SIZE
                      WRK-AMT-ED                    DELIMITED BY SIZE
               INTO REG-OCNTRPT
           ELSE
               STRING "IFILCLI ROWS / BALANCE...: " DELIMITED BY SIZE
                      WRK-CNT-ED                    DELIMITED BY SIZE
                      WRK-AMT-ED                    DELIMITED BY SIZE
                      "  *** NOT AS EXPECTED"       DELIMITED BY SIZE
               INTO REG-OCNTRPT
           END-IF.
           WRITE REG-OCNTRPT.
           MOVE SPACES TO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-ADD-OK-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "ADDS APPROVED............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-ADD-BAD-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "ADDS NOT APPROVED........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-DROP-OK-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "DROPS APPROVED (CLOSED)..: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-DROP-BAD-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "DROPS NOT APPROVED.......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-CHG-OK-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "CHANGES APPROVED.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-CHG-BAD-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "CHANGES NOT APPROVED.....: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-BAL-DIFF-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "BALANCES CHANGED.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE WRK-DUP-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OCNTRPT.
           STRING "DUPLICATE ACCOUNTS.......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE SPACES TO REG-OCNTRPT.
           WRITE REG-OCNTRPT.
           MOVE SPACES TO REG-OCNTRPT.
           IF WRK-UNEXPLAINED-COUNT EQUAL ZERO
               AND WRK-CTL-AGREES AND WRK-IFL-AGREES
               STRING "CONTINUITY PROVEN - IFILCLI MAY BE RUN"
                   DELIMITED BY SIZE
               INTO REG-OCNTRPT
           ELSE
               STRING "*** UNEXPLAINED DIFFERENCES - DO NOT RUN THE "
                          DELIMITED BY SIZE
                      "BATCH ON THIS IFILCLI"
                          DELIMITED BY SIZE
               INTO REG-OCNTRPT
           END-IF.
           WRITE REG-OCNTRPT.
       0500-END.                                                   EXIT.

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
           MOVE "CNTCHK"           TO MSG-PROGRAM.
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
