       IDENTIFICATION                                          DIVISION.
      * Large-cash and structuring monitor for the TRNCLI teller!
      * feed - runs after TRNEDT (once trncli.txt has been replaced
      * with the accepted feed) and before the CLIENTS batch. Two
      * tests on the cash items (cash flag Y) of the day's feed:
      *  - LARGE CASH: an account whose cash credits, or whose cash
      *    debits, add up past the reportable limit for the day;
      *  - STRUCTURING: single cash items just under the limit (from
      *    the near-limit band up to the limit) repeated for the same
      *    customer name - across several runs, or across agencies -
      *    inside the look-back window. The near-limit items of every
      *    run are kept on amlhst.txt so the pattern can be seen over
      *    time; a rerun for the same date replaces that date's rows.
      * Writes the compliance case file oamlcse.txt and prints the
      * review list by agency on oamlrpt.txt. Limit, band, window and
      * minimum item count come from amlprm.txt (defaults if absent).
       PROGRAM-ID. AMLMON.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT AMLPRM ASSIGN TO "./amlprm.txt"
               FILE STATUS IS FS-AMLPRM.
           SELECT IFILCLI ASSIGN TO "./ifilcli.txt"
               FILE STATUS IS FS-IFILCLI.
           SELECT TRNCLI ASSIGN TO "./trncli.txt"
               FILE STATUS IS FS-TRNCLI.
           SELECT AMLHST ASSIGN TO "./amlhst.txt"
               FILE STATUS IS FS-AMLHST.
           SELECT OAMLCSE ASSIGN TO "./oamlcse.txt"
               FILE STATUS IS FS-OAMLCSE.
           SELECT OAMLRPT ASSIGN TO "./oamlrpt.txt"
               FILE STATUS IS FS-OAMLRPT.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.
           SELECT SRTFIL  ASSIGN TO "./srtwrk.tmp".

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
      * ONLY USES THE PROCESSING DATE, TO DATE THE CASES AND THE
      * NEAR-LIMIT HISTORY

       FD AMLPRM
           RECORDING MODE IS F.
       01 REG-AMLPRM.
           05 PRM-LIMIT              PICTURE 9(10)V99.
           05 PRM-BAND-PCT           PICTURE 9(03).
           05 PRM-WINDOW-DAYS        PICTURE 9(03).
           05 PRM-MIN-ITEMS          PICTURE 9(03).
      * MONITOR CONTROL CARD SET BY COMPLIANCE: REPORTABLE CASH LIMIT
      * PER ACCOUNT PER DAY, THE NEAR-LIMIT BAND AS A PERCENTAGE OF
      * THE LIMIT, THE LOOK-BACK WINDOW IN DAYS AND HOW MANY
      * NEAR-LIMIT ITEMS MAKE A STRUCTURING CASE. A ZERO OR
      * NON-NUMERIC FIELD KEEPS ITS DEFAULT

       FD IFILCLI
           RECORDING MODE IS F.
      * Client master, for the customer name behind each account
       COPY "BOOKCLI".

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
      * THE EDITED TELLER FEED, SAME LAYOUT THE CLIENTS BATCH READS.
      * ONLY D AND C ITEMS FLAGGED AS CASH ARE MONITORED - A REVERSAL
      * BACKS OUT AN ITEM ALREADY SEEN ON ITS OWN DAY

       FD AMLHST
           RECORDING MODE IS F.
       01 REG-AMLHST.
           05 AMH-PROC-DATE          PICTURE X(08).
           05 AMH-AGENCY             PICTURE X(04).
           05 AMH-ACCOUNT            PICTURE X(08).
           05 AMH-NAME               PICTURE X(32).
           05 AMH-SEQ                PICTURE 9(08).
           05 AMH-AMOUNT             PICTURE S9(10)V9(02).
           05 AMH-DC-FLAG            PICTURE X(01).
      * NEAR-LIMIT CASH ITEMS OF PAST RUNS, IN RUN ORDER. REWRITTEN
      * EVERY RUN: ROWS OLDER THAN THE WINDOW DROP OFF, ROWS OF THE
      * DATE BEING RUN ARE REPLACED BY THIS RUN'S ITEMS

       FD OAMLCSE
           RECORDING MODE IS F.
       01 REG-OAMLCSE.
           05 CSE-PROC-DATE          PICTURE X(08).
           05 CSE-TYPE               PICTURE X(01).
               88 CSE-IS-LARGE-CASH                   VALUE "L".
               88 CSE-IS-STRUCTURING                  VALUE "S".
           05 CSE-AGENCY             PICTURE X(04).
           05 CSE-ACCOUNT            PICTURE X(08).
           05 CSE-NAME               PICTURE X(32).
           05 CSE-DC-FLAG            PICTURE X(01).
           05 CSE-AMOUNT             PICTURE S9(14)V9(02).
           05 CSE-ITEM-COUNT         PICTURE 9(05).
           05 CSE-RUN-COUNT          PICTURE 9(03).
           05 CSE-MULTI-AGENCY       PICTURE X(01).
           05 CSE-FIRST-DATE         PICTURE X(08).
      * COMPLIANCE CASES RAISED BY THIS RUN. L = LARGE CASH: THE DAY'S
      * CASH TOTAL FOR ONE ACCOUNT IN ONE DIRECTION (D OR C) AND HOW
      * MANY ITEMS MADE IT UP. S = STRUCTURING: ONE PER CUSTOMER NAME,
      * ON THE ACCOUNT OF ITS LATEST NEAR-LIMIT ITEM - TOTAL AND COUNT
      * OF THE NEAR-LIMIT ITEMS IN THE WINDOW, HOW MANY RUNS THEY
      * SPAN, WHETHER THEY CROSS AGENCIES (Y/N) AND THE FIRST DATE
      * SEEN. A NAME IS ONLY RAISED ON A RUN THAT ADDS TO ITS PATTERN

       FD OAMLRPT
           RECORDING MODE IS F.
       01 REG-OAMLRPT               PICTURE X(80).
      * REVIEW LIST FOR COMPLIANCE - THE CASES GROUPED BY AGENCY, EACH
      * STRUCTURING CASE FOLLOWED BY THE ITEMS BEHIND IT

       SD SRTFIL.
       01 REG-SRTFIL.
           05 SRT-PROC-DATE          PICTURE X(08).
           05 SRT-TYPE               PICTURE X(01).
               88 SRT-IS-LARGE-CASH                   VALUE "L".
           05 SRT-AGENCY             PICTURE X(04).
           05 SRT-ACCOUNT            PICTURE X(08).
           05 SRT-NAME               PICTURE X(32).
           05 SRT-DC-FLAG            PICTURE X(01).
           05 SRT-AMOUNT             PICTURE S9(14)V9(02).
           05 SRT-ITEM-COUNT         PICTURE 9(05).
           05 SRT-RUN-COUNT          PICTURE 9(03).
           05 SRT-MULTI-AGENCY       PICTURE X(01).
           05 SRT-FIRST-DATE         PICTURE X(08).
      * SORT WORK RECORD - THE CASE LAYOUT, ORDERED BY AGENCY, CASE
      * TYPE AND ACCOUNT FOR THE REVIEW LIST

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
       01 FS-AMLPRM                PICTURE 9(02).
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-TRNCLI                PICTURE 9(02).
           88 FS-TRNCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-AMLHST                PICTURE 9(02).
           88 FS-AMLHST-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OAMLCSE               PICTURE 9(02).
       01 FS-OAMLRPT               PICTURE 9(02).
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
       01 WRK-LIMIT                PICTURE S9(10)V9(02) COMP-3
                                                     VALUE 10000,00.
       01 WRK-BAND-PCT             PICTURE 9(03) USAGE COMP VALUE 90.
       01 WRK-WINDOW-DAYS          PICTURE 9(03) USAGE COMP VALUE 30.
       01 WRK-MIN-ITEMS            PICTURE 9(03) USAGE COMP VALUE 3.
       01 WRK-BAND-FLOOR           PICTURE S9(10)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-NAME             PICTURE X(32)        VALUE SPACES.

      *    ---- Ordinal-day lookup: cumulative days before each month
      *    ---- (non-leap baseline, same convention as the batch and
      *    ---- HSTRPT - a day's drift in a leap year does not matter
      *    ---- against a look-back window)
       01 WRK-CUM-DAYS-TABLE.
           05 FILLER                PICTURE 9(03) VALUE 000.
           05 FILLER                PICTURE 9(03) VALUE 031.
           05 FILLER                PICTURE 9(03) VALUE 059.
           05 FILLER                PICTURE 9(03) VALUE 090.
           05 FILLER                PICTURE 9(03) VALUE 120.
           05 FILLER                PICTURE 9(03) VALUE 151.
           05 FILLER                PICTURE 9(03) VALUE 181.
           05 FILLER                PICTURE 9(03) VALUE 212.
           05 FILLER                PICTURE 9(03) VALUE 243.
           05 FILLER                PICTURE 9(03) VALUE 273.
           05 FILLER                PICTURE 9(03) VALUE 304.
           05 FILLER                PICTURE 9(03) VALUE 334.
       01 WRK-CUM-DAYS-R REDEFINES WRK-CUM-DAYS-TABLE.
           05 WRK-CUM-DAYS OCCURS 12 TIMES PICTURE 9(03).
       01 WRK-D2D-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-D2D-YYYY            PICTURE 9(04)        VALUE ZEROES.
       01 WRK-D2D-MM              PICTURE 9(02)        VALUE ZEROES.
       01 WRK-D2D-DD              PICTURE 9(02)        VALUE ZEROES.
       01 WRK-D2D-DAYS            PICTURE 9(08) USAGE COMP VALUE ZEROES.
       01 WRK-DAYS-PROC           PICTURE 9(08) USAGE COMP VALUE ZEROES.
       01 WRK-DAYS-CUTOFF         PICTURE 9(08) USAGE COMP VALUE ZEROES.

       01 WRK-TRN-READ            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CASH-ITEMS          PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-NEAR-ITEMS          PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-HST-KEPT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-HST-DROPPED         PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LARGE-CASES         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-STRUCT-CASES        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-AGY-CASES           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-SORTED-CASES        PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CNT-ED              PICTURE ZZZZZZ9.
       01 WRK-ITEMS-ED            PICTURE ZZZ9.
       01 WRK-RUNS-ED             PICTURE ZZ9.
       01 WRK-PCT-ED              PICTURE ZZ9.
       01 WRK-AMT-ED              PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-TOT-ED              PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-DC-SHOW             PICTURE X(02)        VALUE SPACES.
       01 WRK-PREV-AGENCY         PICTURE X(04)        VALUE SPACES.
       01 WRK-FIRST-AGENCY        PICTURE X(01)        VALUE "Y".
           88 WRK-IS-FIRST-AGENCY                       VALUE "Y".
       01 WRK-SORT-EOF            PICTURE X(01)        VALUE "N".
           88 WRK-SORT-AT-EOF                           VALUE "Y".

      *    ---- Customer names off the client master
       01 WRK-NAM-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-NAM-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-NAM-IS-FOUND                              VALUE "Y".
       01 WRK-NAM-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-NAM-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-NAM-TABLE.
           05 WRK-NAM-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-NAM-IDX.
               10 WRK-NAM-AGENCY     PICTURE X(04).
               10 WRK-NAM-ACCOUNT    PICTURE X(08).
               10 WRK-NAM-NAME       PICTURE X(32).

      *    ---- The day's cash totals, one entry per account
       01 WRK-DAY-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DAY-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-DAY-IS-FOUND                              VALUE "Y".
       01 WRK-DAY-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-DAY-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-DAY-TABLE.
           05 WRK-DAY-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-DAY-IDX.
               10 WRK-DAY-AGENCY     PICTURE X(04).
               10 WRK-DAY-ACCOUNT    PICTURE X(08).
               10 WRK-DAY-NAME       PICTURE X(32).
               10 WRK-DAY-CR-TOTAL   PICTURE S9(14)V9(02) COMP-3.
               10 WRK-DAY-CR-COUNT   PICTURE 9(05) USAGE COMP.
               10 WRK-DAY-DR-TOTAL   PICTURE S9(14)V9(02) COMP-3.
               10 WRK-DAY-DR-COUNT   PICTURE 9(05) USAGE COMP.

      *    ---- Near-limit items: the window's history, then today's
       01 WRK-HIT-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-HIT-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-HIT-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-HIT-TABLE.
           05 WRK-HIT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-HIT-IDX.
               10 WRK-HIT-DATE       PICTURE X(08).
               10 WRK-HIT-AGENCY     PICTURE X(04).
               10 WRK-HIT-ACCOUNT    PICTURE X(08).
               10 WRK-HIT-NAME       PICTURE X(32).
               10 WRK-HIT-SEQ        PICTURE 9(08).
               10 WRK-HIT-AMOUNT     PICTURE S9(10)V9(02).
               10 WRK-HIT-DC-FLAG    PICTURE X(01).

      *    ---- Near-limit items rolled up by customer name
       01 WRK-GRP-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-GRP-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-GRP-IS-FOUND                              VALUE "Y".
       01 WRK-GRP-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-GRP-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-GRP-TABLE.
           05 WRK-GRP-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-GRP-IDX.
               10 WRK-GRP-NAME       PICTURE X(32).
               10 WRK-GRP-ITEMS      PICTURE 9(05) USAGE COMP.
               10 WRK-GRP-RUNS       PICTURE 9(03) USAGE COMP.
               10 WRK-GRP-TOTAL      PICTURE S9(14)V9(02) COMP-3.
               10 WRK-GRP-FIRST-DATE PICTURE X(08).
               10 WRK-GRP-LAST-DATE  PICTURE X(08).
               10 WRK-GRP-FIRST-AGY  PICTURE X(04).
               10 WRK-GRP-LAST-AGY   PICTURE X(04).
               10 WRK-GRP-LAST-ACCT  PICTURE X(08).
               10 WRK-GRP-MULTI-AGY  PICTURE X(01).
               10 WRK-GRP-TODAY      PICTURE X(01).

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Large-Cash and Structuring Monitor ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-READ-MONITOR-PARMS.
           PERFORM 0220-LOAD-NAMES.
           PERFORM 0230-LOAD-HISTORY.
           PERFORM 0300-SCAN-FEED.
           PERFORM 0400-RAISE-CASES.
           PERFORM 0500-WRITE-HISTORY.
           PERFORM 0600-PRINT-REVIEW-LIST.
           MOVE WRK-LARGE-CASES TO WRK-CNT-ED.
           DISPLAY "LARGE-CASH CASES.........: " WRK-CNT-ED.
           MOVE WRK-STRUCT-CASES TO WRK-CNT-ED.
           DISPLAY "STRUCTURING CASES........: " WRK-CNT-ED.
           DISPLAY "CASES ON OAMLCSE.TXT, REVIEW LIST ON OAMLRPT.TXT".
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "AML013" TO WRK-MSG-CODE.
           MOVE "AMLMON ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- Only the processing date is wanted here - it dates the
      *    cases and the history rows the same way the batch dates its
      *    own output
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
               MOVE "AML001" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "MONITORING FEED OF " WRK-PROC-DATE.
       0200-END.                                                   EXIT.

       0210-READ-MONITOR-PARMS                                  SECTION.
      *    ---- Compliance's control card; any field left zero or
      *    keyed badly keeps the default
           OPEN INPUT AMLPRM.
           IF FS-AMLPRM EQUAL ZEROS
               READ AMLPRM
               IF FS-AMLPRM EQUAL ZEROS
                   IF PRM-LIMIT NUMERIC
                       AND PRM-LIMIT NOT EQUAL ZEROES
                       MOVE PRM-LIMIT TO WRK-LIMIT
                   END-IF
                   IF PRM-BAND-PCT NUMERIC
                       AND PRM-BAND-PCT NOT EQUAL ZEROES
                       AND PRM-BAND-PCT LESS 100
                       MOVE PRM-BAND-PCT TO WRK-BAND-PCT
                   END-IF
                   IF PRM-WINDOW-DAYS NUMERIC
                       AND PRM-WINDOW-DAYS NOT EQUAL ZEROES
                       MOVE PRM-WINDOW-DAYS TO WRK-WINDOW-DAYS
                   END-IF
                   IF PRM-MIN-ITEMS NUMERIC
                       AND PRM-MIN-ITEMS NOT EQUAL ZEROES
                       MOVE PRM-MIN-ITEMS TO WRK-MIN-ITEMS
                   END-IF
               END-IF
               CLOSE AMLPRM
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "AML002" TO WRK-MSG-CODE
               STRING "AMLPRM NOT FOUND, USING DEFAULT LIMITS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           COMPUTE WRK-BAND-FLOOR ROUNDED =
               WRK-LIMIT * WRK-BAND-PCT / 100.
           MOVE WRK-PROC-DATE TO WRK-D2D-DATE.
           PERFORM 0240-DATE-TO-DAYS.
           MOVE WRK-D2D-DAYS TO WRK-DAYS-PROC.
           COMPUTE WRK-DAYS-CUTOFF = WRK-DAYS-PROC - WRK-WINDOW-DAYS.
       0210-END.                                                   EXIT.

       0220-LOAD-NAMES                                          SECTION.
      *    ---- The name is what ties one customer's accounts together
      *    across agencies - no master means every case is by account
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               PERFORM 0221-LOAD-NAME-REC UNTIL FS-IFILCLI-AT-EOF
               CLOSE IFILCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "AML003" TO WRK-MSG-CODE
               STRING "IFILCLI NOT FOUND, CASES WILL CARRY NO NAMES"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-NAME-REC                                       SECTION.
           READ IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               IF WRK-NAM-COUNT LESS THAN 5000
                   ADD 1 TO WRK-NAM-COUNT
                   MOVE REG-AGENCY  TO WRK-NAM-AGENCY  (WRK-NAM-COUNT)
                   MOVE REG-ACCOUNT TO WRK-NAM-ACCOUNT (WRK-NAM-COUNT)
                   MOVE REG-NAME    TO WRK-NAM-NAME    (WRK-NAM-COUNT)
               ELSE
                   IF NOT WRK-NAM-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "AML004" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: IFILCLI HAS MORE "
                           "THAN 5000 ACCOUNTS - NAME TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-NAM-FULL
                   END-IF
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0230-LOAD-HISTORY                                        SECTION.
      *    ---- Past near-limit items still inside the window; rows
      *    of the date being run came from an earlier attempt at this
      *    same feed and are rebuilt below instead of counted twice
           OPEN INPUT AMLHST.
           IF FS-AMLHST EQUAL ZEROS
               PERFORM 0231-LOAD-HISTORY-REC UNTIL FS-AMLHST-AT-EOF
               CLOSE AMLHST
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "AML005" TO WRK-MSG-CODE
               STRING "AMLHST NOT FOUND, STARTING A NEW HISTORY"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE WRK-HST-KEPT TO WRK-CNT-ED.
           DISPLAY "HISTORY ITEMS IN WINDOW..: " WRK-CNT-ED.
           MOVE WRK-HST-DROPPED TO WRK-CNT-ED.
           DISPLAY "HISTORY ITEMS DROPPED....: " WRK-CNT-ED.
       0230-END.                                                   EXIT.

       0231-LOAD-HISTORY-REC                                    SECTION.
           READ AMLHST.
           IF FS-AMLHST EQUAL ZEROS
               MOVE AMH-PROC-DATE TO WRK-D2D-DATE
               PERFORM 0240-DATE-TO-DAYS
               IF AMH-PROC-DATE EQUAL WRK-PROC-DATE
                   OR WRK-D2D-DAYS NOT GREATER WRK-DAYS-CUTOFF
                   ADD 1 TO WRK-HST-DROPPED
               ELSE
                   PERFORM 0250-ADD-HISTORY-HIT
               END-IF
           END-IF.
       0231-END.                                                   EXIT.

       0240-DATE-TO-DAYS                                        SECTION.
      *    ---- YYYYMMDD to a day count on the non-leap baseline, for
      *    differencing two dates - same technique as the batch
           MOVE WRK-D2D-DATE (1:4) TO WRK-D2D-YYYY.
           MOVE WRK-D2D-DATE (5:2) TO WRK-D2D-MM.
           MOVE WRK-D2D-DATE (7:2) TO WRK-D2D-DD.
           IF WRK-D2D-MM LESS 1 OR WRK-D2D-MM GREATER 12
               MOVE 1 TO WRK-D2D-MM
           END-IF.
           COMPUTE WRK-D2D-DAYS =
               (WRK-D2D-YYYY * 365) +
               WRK-CUM-DAYS (WRK-D2D-MM) + WRK-D2D-DD.
       0240-END.                                                   EXIT.

       0250-ADD-HISTORY-HIT                                     SECTION.
           IF WRK-HIT-COUNT LESS THAN 5000
               ADD 1 TO WRK-HIT-COUNT
               ADD 1 TO WRK-HST-KEPT
               MOVE AMH-PROC-DATE TO WRK-HIT-DATE    (WRK-HIT-COUNT)
               MOVE AMH-AGENCY    TO WRK-HIT-AGENCY  (WRK-HIT-COUNT)
               MOVE AMH-ACCOUNT   TO WRK-HIT-ACCOUNT (WRK-HIT-COUNT)
               MOVE AMH-NAME      TO WRK-HIT-NAME    (WRK-HIT-COUNT)
               MOVE AMH-SEQ       TO WRK-HIT-SEQ     (WRK-HIT-COUNT)
               MOVE AMH-AMOUNT    TO WRK-HIT-AMOUNT  (WRK-HIT-COUNT)
               MOVE AMH-DC-FLAG   TO WRK-HIT-DC-FLAG (WRK-HIT-COUNT)
           ELSE
               PERFORM 0260-HIT-TABLE-FULL
           END-IF.
       0250-END.                                                   EXIT.

       0260-HIT-TABLE-FULL                                      SECTION.
           IF NOT WRK-HIT-TABLE-IS-FULL
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "AML006" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: MORE THAN 5000 NEAR-LIMIT "
                   "ITEMS IN THE WINDOW - TABLE FULL, REMAINING "
                   "RECORDS IGNORED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE "Y" TO WRK-HIT-FULL
           END-IF.
       0260-END.                                                   EXIT.

       0300-SCAN-FEED                                           SECTION.
           OPEN INPUT TRNCLI.
           IF FS-TRNCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AML007" TO WRK-MSG-CODE
               STRING "*** FATAL: TRNCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0310-SCAN-ONE-TXN UNTIL FS-TRNCLI-AT-EOF.
           CLOSE TRNCLI.
       0300-END.                                                   EXIT.

       0310-SCAN-ONE-TXN                                        SECTION.
      *    ---- Every cash item joins its account's total for the day;
      *    one that lands in the near-limit band is also kept as a
      *    possible piece of a structuring pattern
           READ TRNCLI.
           IF FS-TRNCLI EQUAL ZEROS
               ADD 1 TO WRK-TRN-READ
               IF (TRN-CASH-FLAG EQUAL "Y" OR TRN-CASH-FLAG EQUAL SPACE)
                   AND (TRN-DC-FLAG EQUAL "D" OR TRN-DC-FLAG EQUAL "C")
                   ADD 1 TO WRK-CASH-ITEMS
                   PERFORM 0320-FIND-NAME
                   PERFORM 0330-ADD-TO-DAY-TOTAL
                   IF TRN-AMOUNT NOT LESS WRK-BAND-FLOOR
                       AND TRN-AMOUNT LESS WRK-LIMIT
                       PERFORM 0340-ADD-TODAY-HIT
                   END-IF
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-FIND-NAME                                           SECTION.
      *    ---- An account missing from the master keeps a name of its
      *    own, so it can never be grouped with somebody else's items
           MOVE "N" TO WRK-NAM-FOUND.
           IF WRK-NAM-COUNT NOT EQUAL ZERO
               SET WRK-NAM-IDX TO 1
               SEARCH WRK-NAM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-NAM-AGENCY (WRK-NAM-IDX) EQUAL TRN-AGENCY
                       AND WRK-NAM-ACCOUNT (WRK-NAM-IDX)
                           EQUAL TRN-ACCOUNT
                       MOVE "Y" TO WRK-NAM-FOUND
                       MOVE WRK-NAM-NAME (WRK-NAM-IDX) TO WRK-CUR-NAME
               END-SEARCH
           END-IF.
           IF NOT WRK-NAM-IS-FOUND
               MOVE SPACES TO WRK-CUR-NAME
               STRING "NOT ON MASTER " DELIMITED BY SIZE
                      TRN-AGENCY       DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      TRN-ACCOUNT      DELIMITED BY SIZE
               INTO WRK-CUR-NAME
           END-IF.
       0320-END.                                                   EXIT.

       0330-ADD-TO-DAY-TOTAL                                    SECTION.
           MOVE "N" TO WRK-DAY-FOUND.
           IF WRK-DAY-COUNT NOT EQUAL ZERO
               SET WRK-DAY-IDX TO 1
               SEARCH WRK-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-DAY-AGENCY (WRK-DAY-IDX) EQUAL TRN-AGENCY
                       AND WRK-DAY-ACCOUNT (WRK-DAY-IDX)
                           EQUAL TRN-ACCOUNT
                       MOVE "Y" TO WRK-DAY-FOUND
               END-SEARCH
           END-IF.
           IF NOT WRK-DAY-IS-FOUND
               IF WRK-DAY-COUNT LESS THAN 5000
                   ADD 1 TO WRK-DAY-COUNT
                   SET WRK-DAY-IDX TO WRK-DAY-COUNT
                   MOVE TRN-AGENCY   TO WRK-DAY-AGENCY   (WRK-DAY-IDX)
                   MOVE TRN-ACCOUNT  TO WRK-DAY-ACCOUNT  (WRK-DAY-IDX)
                   MOVE WRK-CUR-NAME TO WRK-DAY-NAME     (WRK-DAY-IDX)
                   MOVE ZEROES       TO WRK-DAY-CR-TOTAL (WRK-DAY-IDX)
                                        WRK-DAY-CR-COUNT (WRK-DAY-IDX)
                                        WRK-DAY-DR-TOTAL (WRK-DAY-IDX)
                                        WRK-DAY-DR-COUNT (WRK-DAY-IDX)
                   MOVE "Y" TO WRK-DAY-FOUND
               ELSE
                   IF NOT WRK-DAY-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "AML008" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "ACCOUNTS WITH CASH TODAY - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-DAY-FULL
                   END-IF
               END-IF
           END-IF.
           IF WRK-DAY-IS-FOUND
               IF TRN-DC-FLAG EQUAL "C"
                   ADD TRN-AMOUNT TO WRK-DAY-CR-TOTAL (WRK-DAY-IDX)
                   ADD 1          TO WRK-DAY-CR-COUNT (WRK-DAY-IDX)
               ELSE
                   ADD TRN-AMOUNT TO WRK-DAY-DR-TOTAL (WRK-DAY-IDX)
                   ADD 1          TO WRK-DAY-DR-COUNT (WRK-DAY-IDX)
               END-IF
           END-IF.
       0330-END.                                                   EXIT.

       0340-ADD-TODAY-HIT                                       SECTION.
           ADD 1 TO WRK-NEAR-ITEMS.
           IF WRK-HIT-COUNT LESS THAN 5000
               ADD 1 TO WRK-HIT-COUNT
               MOVE WRK-PROC-DATE TO WRK-HIT-DATE    (WRK-HIT-COUNT)
               MOVE TRN-AGENCY    TO WRK-HIT-AGENCY  (WRK-HIT-COUNT)
               MOVE TRN-ACCOUNT   TO WRK-HIT-ACCOUNT (WRK-HIT-COUNT)
               MOVE WRK-CUR-NAME  TO WRK-HIT-NAME    (WRK-HIT-COUNT)
               MOVE TRN-SEQ       TO WRK-HIT-SEQ     (WRK-HIT-COUNT)
               MOVE TRN-AMOUNT    TO WRK-HIT-AMOUNT  (WRK-HIT-COUNT)
               MOVE TRN-DC-FLAG   TO WRK-HIT-DC-FLAG (WRK-HIT-COUNT)
           ELSE
               PERFORM 0260-HIT-TABLE-FULL
           END-IF.
       0340-END.                                                   EXIT.

       0400-RAISE-CASES                                         SECTION.
           OPEN OUTPUT OAMLCSE.
           IF FS-OAMLCSE NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AML009" TO WRK-MSG-CODE
               STRING "*** FATAL: OAMLCSE COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           IF WRK-DAY-COUNT NOT EQUAL ZERO
               PERFORM 0410-CHECK-DAY-TOTAL
                   VARYING WRK-DAY-IDX FROM 1 BY 1
                   UNTIL WRK-DAY-IDX GREATER WRK-DAY-COUNT
           END-IF.
           IF WRK-HIT-COUNT NOT EQUAL ZERO
               PERFORM 0420-GROUP-ONE-HIT
                   VARYING WRK-HIT-IDX FROM 1 BY 1
                   UNTIL WRK-HIT-IDX GREATER WRK-HIT-COUNT
           END-IF.
           IF WRK-GRP-COUNT NOT EQUAL ZERO
               PERFORM 0430-CHECK-GROUP
                   VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX GREATER WRK-GRP-COUNT
           END-IF.
           CLOSE OAMLCSE.
       0400-END.                                                   EXIT.

       0410-CHECK-DAY-TOTAL                                     SECTION.
      *    ---- Credits and debits are tested apart: cash in and cash
      *    out are each reportable on their own, never netted
           IF WRK-DAY-CR-TOTAL (WRK-DAY-IDX) GREATER WRK-LIMIT
               MOVE "C" TO CSE-DC-FLAG
               MOVE WRK-DAY-CR-TOTAL (WRK-DAY-IDX) TO CSE-AMOUNT
               MOVE WRK-DAY-CR-COUNT (WRK-DAY-IDX) TO CSE-ITEM-COUNT
               PERFORM 0411-WRITE-LARGE-CASH
           END-IF.
           IF WRK-DAY-DR-TOTAL (WRK-DAY-IDX) GREATER WRK-LIMIT
               MOVE "D" TO CSE-DC-FLAG
               MOVE WRK-DAY-DR-TOTAL (WRK-DAY-IDX) TO CSE-AMOUNT
               MOVE WRK-DAY-DR-COUNT (WRK-DAY-IDX) TO CSE-ITEM-COUNT
               PERFORM 0411-WRITE-LARGE-CASH
           END-IF.
       0410-END.                                                   EXIT.

       0411-WRITE-LARGE-CASH                                    SECTION.
           MOVE WRK-PROC-DATE                TO CSE-PROC-DATE.
           MOVE "L"                          TO CSE-TYPE.
           MOVE WRK-DAY-AGENCY (WRK-DAY-IDX)  TO CSE-AGENCY.
           MOVE WRK-DAY-ACCOUNT (WRK-DAY-IDX) TO CSE-ACCOUNT.
           MOVE WRK-DAY-NAME (WRK-DAY-IDX)    TO CSE-NAME.
           MOVE 1                            TO CSE-RUN-COUNT.
           MOVE "N"                          TO CSE-MULTI-AGENCY.
           MOVE WRK-PROC-DATE                TO CSE-FIRST-DATE.
           WRITE REG-OAMLCSE.
           ADD 1 TO WRK-LARGE-CASES.
       0411-END.                                                   EXIT.

       0420-GROUP-ONE-HIT                                       SECTION.
      *    ---- The table is in run order, so a change of date on the
      *    same name is a new run; any agency other than the first
      *    one seen makes the pattern cross agencies
           MOVE "N" TO WRK-GRP-FOUND.
           IF WRK-GRP-COUNT NOT EQUAL ZERO
               SET WRK-GRP-IDX TO 1
               SEARCH WRK-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-GRP-NAME (WRK-GRP-IDX)
                       EQUAL WRK-HIT-NAME (WRK-HIT-IDX)
                       MOVE "Y" TO WRK-GRP-FOUND
               END-SEARCH
           END-IF.
           IF NOT WRK-GRP-IS-FOUND
               IF WRK-GRP-COUNT LESS THAN 5000
                   ADD 1 TO WRK-GRP-COUNT
                   SET WRK-GRP-IDX TO WRK-GRP-COUNT
                   MOVE WRK-HIT-NAME (WRK-HIT-IDX)
                       TO WRK-GRP-NAME (WRK-GRP-IDX)
                   MOVE ZEROES TO WRK-GRP-ITEMS (WRK-GRP-IDX)
                                  WRK-GRP-RUNS  (WRK-GRP-IDX)
                                  WRK-GRP-TOTAL (WRK-GRP-IDX)
                   MOVE WRK-HIT-DATE (WRK-HIT-IDX)
                       TO WRK-GRP-FIRST-DATE (WRK-GRP-IDX)
                   MOVE SPACES TO WRK-GRP-LAST-DATE (WRK-GRP-IDX)
                   MOVE WRK-HIT-AGENCY (WRK-HIT-IDX)
                       TO WRK-GRP-FIRST-AGY (WRK-GRP-IDX)
                   MOVE "N" TO WRK-GRP-MULTI-AGY (WRK-GRP-IDX)
                               WRK-GRP-TODAY     (WRK-GRP-IDX)
                   MOVE "Y" TO WRK-GRP-FOUND
               ELSE
                   IF NOT WRK-GRP-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "AML010" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "NAMES WITH NEAR-LIMIT ITEMS - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-GRP-FULL
                   END-IF
               END-IF
           END-IF.
           IF WRK-GRP-IS-FOUND
               ADD 1 TO WRK-GRP-ITEMS (WRK-GRP-IDX)
               ADD WRK-HIT-AMOUNT (WRK-HIT-IDX)
                   TO WRK-GRP-TOTAL (WRK-GRP-IDX)
               IF WRK-HIT-DATE (WRK-HIT-IDX)
                   NOT EQUAL WRK-GRP-LAST-DATE (WRK-GRP-IDX)
                   ADD 1 TO WRK-GRP-RUNS (WRK-GRP-IDX)
                   MOVE WRK-HIT-DATE (WRK-HIT-IDX)
                       TO WRK-GRP-LAST-DATE (WRK-GRP-IDX)
               END-IF
               IF WRK-HIT-AGENCY (WRK-HIT-IDX)
                   NOT EQUAL WRK-GRP-FIRST-AGY (WRK-GRP-IDX)
                   MOVE "Y" TO WRK-GRP-MULTI-AGY (WRK-GRP-IDX)
               END-IF
               IF WRK-HIT-DATE (WRK-HIT-IDX) EQUAL WRK-PROC-DATE
                   MOVE "Y" TO WRK-GRP-TODAY (WRK-GRP-IDX)
               END-IF
               MOVE WRK-HIT-AGENCY (WRK-HIT-IDX)
                   TO WRK-GRP-LAST-AGY (WRK-GRP-IDX)
               MOVE WRK-HIT-ACCOUNT (WRK-HIT-IDX)
                   TO WRK-GRP-LAST-ACCT (WRK-GRP-IDX)
           END-IF.
       0420-END.                                                   EXIT.

       0430-CHECK-GROUP                                         SECTION.
      *    ---- Enough near-limit items, spread over more than one run
      *    or more than one agency, and added to by today's feed - a
      *    pattern nobody touched today was already raised on the run
      *    that completed it
           IF WRK-GRP-ITEMS (WRK-GRP-IDX) NOT LESS WRK-MIN-ITEMS
               AND (WRK-GRP-RUNS (WRK-GRP-IDX) GREATER 1
                    OR WRK-GRP-MULTI-AGY (WRK-GRP-IDX) EQUAL "Y")
               AND WRK-GRP-TODAY (WRK-GRP-IDX) EQUAL "Y"
               MOVE WRK-PROC-DATE TO CSE-PROC-DATE
               MOVE "S"           TO CSE-TYPE
               MOVE WRK-GRP-LAST-AGY (WRK-GRP-IDX)   TO CSE-AGENCY
               MOVE WRK-GRP-LAST-ACCT (WRK-GRP-IDX)  TO CSE-ACCOUNT
               MOVE WRK-GRP-NAME (WRK-GRP-IDX)       TO CSE-NAME
               MOVE SPACE                            TO CSE-DC-FLAG
               MOVE WRK-GRP-TOTAL (WRK-GRP-IDX)      TO CSE-AMOUNT
               MOVE WRK-GRP-ITEMS (WRK-GRP-IDX)      TO CSE-ITEM-COUNT
               MOVE WRK-GRP-RUNS (WRK-GRP-IDX)       TO CSE-RUN-COUNT
               MOVE WRK-GRP-MULTI-AGY (WRK-GRP-IDX)
                   TO CSE-MULTI-AGENCY
               MOVE WRK-GRP-FIRST-DATE (WRK-GRP-IDX) TO CSE-FIRST-DATE
               WRITE REG-OAMLCSE
               ADD 1 TO WRK-STRUCT-CASES
           END-IF.
       0430-END.                                                   EXIT.

       0500-WRITE-HISTORY                                       SECTION.
      *    ---- The window's surviving rows and today's items, in run
      *    order, replace the history for the next run
           OPEN OUTPUT AMLHST.
           IF FS-AMLHST NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AML011" TO WRK-MSG-CODE
               STRING "*** FATAL: AMLHST COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           IF WRK-HIT-COUNT NOT EQUAL ZERO
               PERFORM 0510-WRITE-HISTORY-REC
                   VARYING WRK-HIT-IDX FROM 1 BY 1
                   UNTIL WRK-HIT-IDX GREATER WRK-HIT-COUNT
           END-IF.
           CLOSE AMLHST.
       0500-END.                                                   EXIT.

       0510-WRITE-HISTORY-REC                                   SECTION.
           MOVE WRK-HIT-DATE (WRK-HIT-IDX)    TO AMH-PROC-DATE.
           MOVE WRK-HIT-AGENCY (WRK-HIT-IDX)  TO AMH-AGENCY.
           MOVE WRK-HIT-ACCOUNT (WRK-HIT-IDX) TO AMH-ACCOUNT.
           MOVE WRK-HIT-NAME (WRK-HIT-IDX)    TO AMH-NAME.
           MOVE WRK-HIT-SEQ (WRK-HIT-IDX)     TO AMH-SEQ.
           MOVE WRK-HIT-AMOUNT (WRK-HIT-IDX)  TO AMH-AMOUNT.
           MOVE WRK-HIT-DC-FLAG (WRK-HIT-IDX) TO AMH-DC-FLAG.
           WRITE REG-AMLHST.
       0510-END.                                                   EXIT.

       0600-PRINT-REVIEW-LIST                                   SECTION.
           OPEN OUTPUT OAMLRPT.
           IF FS-OAMLRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AML012" TO WRK-MSG-CODE
               STRING "*** FATAL: OAMLRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0610-PRINT-HEADING.
           SORT SRTFIL
               ON ASCENDING KEY SRT-AGENCY SRT-TYPE SRT-ACCOUNT
               USING OAMLCSE
               OUTPUT PROCEDURE IS 0620-PRINT-SORTED-CASES.
           PERFORM 0690-PRINT-TOTALS.
           CLOSE OAMLRPT.
       0600-END.                                                   EXIT.

       0610-PRINT-HEADING                                       SECTION.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "LARGE-CASH AND STRUCTURING REVIEW LIST - "
                      DELIMITED BY SIZE
                  WRK-PROC-DATE DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-LIMIT TO WRK-AMT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "REPORTABLE DAILY LIMIT...: " DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-BAND-FLOOR TO WRK-AMT-ED.
           MOVE WRK-BAND-PCT TO WRK-PCT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "NEAR-LIMIT ITEMS FROM....: " DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
                  " ("                          DELIMITED BY SIZE
                  WRK-PCT-ED                    DELIMITED BY SIZE
                  "% OF LIMIT)"                 DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-WINDOW-DAYS TO WRK-RUNS-ED.
           MOVE WRK-MIN-ITEMS TO WRK-ITEMS-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "STRUCTURING WINDOW.......: " DELIMITED BY SIZE
                  WRK-RUNS-ED                   DELIMITED BY SIZE
                  " DAYS, "                     DELIMITED BY SIZE
                  WRK-ITEMS-ED                  DELIMITED BY SIZE
                  " OR MORE ITEMS"              DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-CASH-ITEMS TO WRK-CNT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "CASH ITEMS IN FEED.......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-NEAR-ITEMS TO WRK-CNT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "NEAR-LIMIT ITEMS TODAY...: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
       0610-END.                                                   EXIT.

       0620-PRINT-SORTED-CASES                                  SECTION.
           MOVE "N" TO WRK-SORT-EOF.
           MOVE "Y" TO WRK-FIRST-AGENCY.
           PERFORM 0630-RETURN-ONE-CASE UNTIL WRK-SORT-AT-EOF.
           IF NOT WRK-IS-FIRST-AGENCY
               PERFORM 0650-PRINT-AGENCY-FOOTER
           END-IF.
       0620-END.                                                   EXIT.

       0630-RETURN-ONE-CASE                                     SECTION.
           RETURN SRTFIL
               AT END
                   MOVE "Y" TO WRK-SORT-EOF
               NOT AT END
                   ADD 1 TO WRK-SORTED-CASES
                   IF WRK-IS-FIRST-AGENCY
                       OR SRT-AGENCY NOT EQUAL WRK-PREV-AGENCY
                       IF NOT WRK-IS-FIRST-AGENCY
                           PERFORM 0650-PRINT-AGENCY-FOOTER
                       END-IF
                       PERFORM 0640-PRINT-AGENCY-HEADER
                   END-IF
                   PERFORM 0660-PRINT-CASE
           END-RETURN.
       0630-END.                                                   EXIT.

       0640-PRINT-AGENCY-HEADER                                 SECTION.
           MOVE "N" TO WRK-FIRST-AGENCY.
           MOVE SRT-AGENCY TO WRK-PREV-AGENCY.
           MOVE ZEROES TO WRK-AGY-CASES.
           MOVE SPACES TO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "AGENCY " DELIMITED BY SIZE
                  SRT-AGENCY DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
       0640-END.                                                   EXIT.

       0650-PRINT-AGENCY-FOOTER                                 SECTION.
           MOVE WRK-AGY-CASES TO WRK-CNT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "  CASES FOR AGENCY.......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
       0650-END.                                                   EXIT.

       0660-PRINT-CASE                                          SECTION.
      *    ---- One line per case; a structuring case adds its spread
      *    and then every item behind it, whichever agency took it
           ADD 1 TO WRK-AGY-CASES.
           MOVE SRT-AMOUNT TO WRK-TOT-ED.
           MOVE SRT-ITEM-COUNT TO WRK-ITEMS-ED.
           MOVE SPACES TO REG-OAMLRPT.
           IF SRT-IS-LARGE-CASH
               IF SRT-DC-FLAG EQUAL "C"
                   MOVE "CR" TO WRK-DC-SHOW
               ELSE
                   MOVE "DR" TO WRK-DC-SHOW
               END-IF
               STRING "  LARGE CASH  "  DELIMITED BY SIZE
                      SRT-ACCOUNT       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SRT-NAME (1:20)   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WRK-DC-SHOW       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WRK-TOT-ED        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WRK-ITEMS-ED      DELIMITED BY SIZE
                      " ITEMS"          DELIMITED BY SIZE
               INTO REG-OAMLRPT
               WRITE REG-OAMLRPT
           ELSE
               STRING "  STRUCTURING "  DELIMITED BY SIZE
                      SRT-ACCOUNT       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SRT-NAME (1:20)   DELIMITED BY SIZE
                      "    "            DELIMITED BY SIZE
                      WRK-TOT-ED        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WRK-ITEMS-ED      DELIMITED BY SIZE
                      " ITEMS"          DELIMITED BY SIZE
               INTO REG-OAMLRPT
               WRITE REG-OAMLRPT
               MOVE SRT-RUN-COUNT TO WRK-RUNS-ED
               MOVE SPACES TO REG-OAMLRPT
               STRING "      RUNS: "          DELIMITED BY SIZE
                      WRK-RUNS-ED             DELIMITED BY SIZE
                      "  FIRST SEEN: "        DELIMITED BY SIZE
                      SRT-FIRST-DATE          DELIMITED BY SIZE
                      "  ACROSS AGENCIES: "   DELIMITED BY SIZE
                      SRT-MULTI-AGENCY        DELIMITED BY SIZE
               INTO REG-OAMLRPT
               WRITE REG-OAMLRPT
               PERFORM 0670-PRINT-CASE-ITEM
                   VARYING WRK-HIT-IDX FROM 1 BY 1
                   UNTIL WRK-HIT-IDX GREATER WRK-HIT-COUNT
           END-IF.
       0660-END.                                                   EXIT.

       0670-PRINT-CASE-ITEM                                     SECTION.
           IF WRK-HIT-NAME (WRK-HIT-IDX) EQUAL SRT-NAME
               MOVE WRK-HIT-AMOUNT (WRK-HIT-IDX) TO WRK-AMT-ED
               MOVE SPACES TO REG-OAMLRPT
               STRING "      "                        DELIMITED BY SIZE
                      WRK-HIT-DATE (WRK-HIT-IDX)      DELIMITED BY SIZE
                      "  "                            DELIMITED BY SIZE
                      WRK-HIT-AGENCY (WRK-HIT-IDX)    DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-HIT-ACCOUNT (WRK-HIT-IDX)   DELIMITED BY SIZE
                      "  SEQ "                        DELIMITED BY SIZE
                      WRK-HIT-SEQ (WRK-HIT-IDX)       DELIMITED BY SIZE
                      "  "                            DELIMITED BY SIZE
                      WRK-HIT-DC-FLAG (WRK-HIT-IDX)   DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-AMT-ED                      DELIMITED BY SIZE
               INTO REG-OAMLRPT
               WRITE REG-OAMLRPT
           END-IF.
       0670-END.                                                   EXIT.

       0690-PRINT-TOTALS                                        SECTION.
           MOVE SPACES TO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           IF WRK-SORTED-CASES EQUAL ZERO
               MOVE SPACES TO REG-OAMLRPT
               STRING "NO CASES RAISED ON THIS FEED" DELIMITED BY SIZE
               INTO REG-OAMLRPT
               WRITE REG-OAMLRPT
           END-IF.
           MOVE WRK-LARGE-CASES TO WRK-CNT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "LARGE-CASH CASES.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
           MOVE WRK-STRUCT-CASES TO WRK-CNT-ED.
           MOVE SPACES TO REG-OAMLRPT.
           STRING "STRUCTURING CASES........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OAMLRPT.
           WRITE REG-OAMLRPT.
       0690-END.                                                   EXIT.

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
           MOVE "AMLMON"           TO MSG-PROGRAM.
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
