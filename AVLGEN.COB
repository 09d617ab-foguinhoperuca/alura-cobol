       IDENTIFICATION                                          DIVISION.
      * Available-balance feed to the teller and ATM systems: after!
      * the batch, one row per account with the ledger balance off
      * the updated master (the OMSTCLI generation RUNCLI names as
      * last completed), what of it is not available and why, and
      * the available balance the teller side may pay against:
      *  - held debits: PNDCLI debits still waiting for a countersign
      *    are not on the ledger yet, but will be;
      *  - legal holds: an LGLCLI freeze or debit block in force ties
      *    up the whole credit balance, a garnishment the amount still
      *    owed under the order after the LGLSWP sweeps so far;
      *  - status: dormant on DRMCLI (idle the batch's dormancy
      *    threshold of runs or more), or closed / escheated on CLSCLI
      *    - closed and escheated accounts are no longer on the master
      *    and follow its rows with nothing available.
      * The feed oavlcli.txt carries a header and a trailer with the
      * row count and balance hash totals, so the teller system can
      * refuse a partial file. Runs after CLIENTS and PNDRPT (so holds
      * PNDRPT expired are not held against the account); it will not
      * feed while RUNCLI shows a run in flight.
       PROGRAM-ID. AVLGEN.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSTCLI ASSIGN TO DYNAMIC WRK-MSTCLI-NAME
               FILE STATUS IS FS-MSTCLI.
           SELECT PNDCLI ASSIGN TO "./pndcli.txt"
               FILE STATUS IS FS-PNDCLI.
           SELECT LGLCLI ASSIGN TO "./lglcli.txt"
               FILE STATUS IS FS-LGLCLI.
           SELECT LGLSWP ASSIGN TO "./lglswp.txt"
               FILE STATUS IS FS-LGLSWP.
           SELECT CLSCLI ASSIGN TO "./clscli.txt"
               FILE STATUS IS FS-CLSCLI.
           SELECT DRMCLI ASSIGN TO "./drmcli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRM-KEY
               FILE STATUS IS FS-DRMCLI.
           SELECT OAVLCLI ASSIGN TO "./oavlcli.txt"
               FILE STATUS IS FS-OAVLCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - names the last completed generation
       COPY "RUNCLI".

       FD MSTCLI
           RECORDING MODE IS F.
      * Updated client master, BOOKCLI layout
       COPY "BOOKCLI".

       FD PNDCLI
           RECORDING MODE IS F.
      * Held transactions still on the queue after PNDRPT
       COPY "PNDCLI".

       FD LGLCLI
           RECORDING MODE IS F.
      * Legal-hold master
       COPY "LGLCLI".

       FD LGLSWP
           RECORDING MODE IS F.
      * Garnishment sweep ledger
       COPY "LGLSWP".

       FD CLSCLI
           RECORDING MODE IS F.
      * Closed-account register
       COPY "CLSCLI".

       FD DRMCLI.
       01 REG-DRMCLI.
           05 DRM-KEY.
               10 DRM-AGENCY         PICTURE X(04).
               10 DRM-ACCOUNT        PICTURE X(08).
           05 DRM-LAST-ACTIVE-DATE   PICTURE X(08).
           05 DRM-IDLE-RUNS          PICTURE 9(03).
      * DORMANCY MASTER, READ BY KEY ONLY

       FD OAVLCLI
           RECORDING MODE IS F.
       01 REG-OAVLCLI.
           05 AVL-REC-TYPE           PICTURE X(01).
               88 AVL-IS-HEADER                       VALUE "H".
               88 AVL-IS-DETAIL                       VALUE "D".
               88 AVL-IS-TRAILER                      VALUE "T".
           05 AVL-BODY               PICTURE X(99).
           05 AVL-HEADER REDEFINES AVL-BODY.
               10 AVL-H-AS-OF-DATE   PICTURE X(08).
               10 AVL-H-CREATE-DATE  PICTURE X(08).
               10 AVL-H-CREATE-TIME  PICTURE X(06).
               10 AVL-H-RUN-NUMBER   PICTURE 9(06).
               10 FILLER             PICTURE X(71).
           05 AVL-DETAIL REDEFINES AVL-BODY.
               10 AVL-D-AGENCY       PICTURE X(04).
               10 AVL-D-ACCOUNT      PICTURE X(08).
               10 AVL-D-STATUS       PICTURE X(01).
                   88 AVL-D-IS-ACTIVE                 VALUE "A".
                   88 AVL-D-IS-DORMANT                VALUE "D".
                   88 AVL-D-IS-CLOSED                 VALUE "C".
                   88 AVL-D-IS-ESCHEATED              VALUE "E".
               10 AVL-D-LEGAL-HOLD   PICTURE X(01).
               10 AVL-D-LEDGER       PICTURE S9(14)V9(02).
               10 AVL-D-HELD         PICTURE 9(14)V9(02).
               10 AVL-D-LEGAL-AMOUNT PICTURE 9(14)V9(02).
               10 AVL-D-AVAILABLE    PICTURE S9(14)V9(02).
               10 FILLER             PICTURE X(21).
           05 AVL-TRAILER REDEFINES AVL-BODY.
               10 AVL-T-DETAIL-COUNT PICTURE 9(07).
               10 AVL-T-LEDGER-HASH  PICTURE S9(16)V9(02).
               10 AVL-T-AVAIL-HASH   PICTURE S9(16)V9(02).
               10 FILLER             PICTURE X(56).
      * AVAILABLE-BALANCE FEED TO THE TELLER SYSTEM, FIXED 100 BYTES,
      * REPLACED AFTER EVERY RUN: ONE H ROW (THE MASTER'S AS-OF DATE,
      * DATE AND TIME CREATED, RUNCLI RUN NUMBER), ONE D ROW PER
      * ACCOUNT AND ONE T ROW WITH THE D COUNT AND THE SUM OF THE
      * LEDGER AND OF THE AVAILABLE COLUMNS - A FILE WHOSE D ROWS DO
      * NOT ADD UP TO ITS TRAILER IS PARTIAL AND MUST BE REFUSED.
      * STATUS A ACTIVE, D DORMANT, C CLOSED, E ESCHEATED. LEGAL HOLD
      * F FREEZE, D DEBIT BLOCK, G GARNISHMENT, SPACE NONE - THE
      * LEGAL AMOUNT IS THE CREDIT BALANCE A FREEZE OR BLOCK TIES UP,
      * OR WHAT A GARNISHMENT STILL OWES. HELD IS THE DEBITS WAITING
      * FOR A COUNTERSIGN. AVAILABLE = LEDGER - HELD - LEGAL AMOUNT,
      * AND MAY BE BELOW ZERO. LEDGER, AVAILABLE AND THE HASHES ARE
      * SIGNED THE BOOKCLI WAY (SIGN OVERPUNCHED ON THE LAST DIGIT);
      * ALL AMOUNTS HAVE TWO IMPLIED DECIMALS. C AND E ROWS FOLLOW THE
      * MASTER'S ROWS, WITH ZERO AMOUNTS

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSTCLI                PICTURE 9(02).
           88 FS-MSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PNDCLI                PICTURE 9(02).
           88 FS-PNDCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-LGLCLI                PICTURE 9(02).
           88 FS-LGLCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-LGLSWP                PICTURE 9(02).
           88 FS-LGLSWP-AT-EOF                        VALUE 04, 10, 46.
       01 FS-CLSCLI                PICTURE 9(02).
           88 FS-CLSCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-DRMCLI                PICTURE 9(02).
       01 FS-OAVLCLI               PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-TODAY                PICTURE X(08)        VALUE SPACES.
       01 WRK-NOW                  PICTURE X(08)        VALUE SPACES.
       01 WRK-MSTCLI-NAME          PICTURE X(40)        VALUE SPACES.
       01 WRK-MST-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-RUN-STATUS           PICTURE X(01)        VALUE SPACES.
       01 WRK-DORMANT-THRESHOLD    PICTURE 9(03) USAGE COMP VALUE 005.
       01 WRK-DRM-OPEN             PICTURE X(01)        VALUE "N".
           88 WRK-DRM-IS-OPEN                           VALUE "Y".

      *    ---- Debits waiting for a countersign, totalled by account
       01 WRK-HLD-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-HLD-FOUND            PICTURE X(01)            VALUE "N".
           88 WRK-HLD-IS-FOUND                              VALUE "Y".
       01 WRK-HLD-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-HLD-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-HLD-TABLE.
           05 WRK-HLD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-HLD-IDX.
               10 WRK-HLD-AGENCY     PICTURE X(04).
               10 WRK-HLD-ACCOUNT    PICTURE X(08).
               10 WRK-HLD-AMOUNT     PICTURE S9(14)V9(02) COMP-3.

      *    ---- Legal orders in force on the master's date; for a
      *    garnishment, the amount ordered and what was swept so far
       01 WRK-LGL-COUNT            PICTURE 9(04) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LGL-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-LGL-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-LGL-TABLE.
           05 WRK-LGL-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WRK-LGL-IDX.
               10 WRK-LGL-AGENCY     PICTURE X(04).
               10 WRK-LGL-ACCOUNT    PICTURE X(08).
               10 WRK-LGL-TYPE       PICTURE X(01).
               10 WRK-LGL-REF        PICTURE X(20).
               10 WRK-LGL-AMOUNT     PICTURE S9(10)V99 COMP-3.
               10 WRK-LGL-SWEPT      PICTURE S9(10)V99 COMP-3.
               10 WRK-LGL-SWP-DATE   PICTURE X(08).
               10 WRK-LGL-SWP-LAST   PICTURE S9(10)V99 COMP-3.

      *    ---- Closed and escheated accounts, the latest close per
      *    account; SEEN when the account is back on the master
       01 WRK-CLS-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CLS-FOUND            PICTURE X(01)            VALUE "N".
           88 WRK-CLS-IS-FOUND                              VALUE "Y".
       01 WRK-CLS-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-CLS-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-CLS-TABLE.
           05 WRK-CLS-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-CLS-IDX.
               10 WRK-CLS-AGENCY     PICTURE X(04).
               10 WRK-CLS-ACCOUNT    PICTURE X(08).
               10 WRK-CLS-REASON     PICTURE X(01).
               10 WRK-CLS-SEEN       PICTURE X(01).
                   88 WRK-CLS-IS-SEEN                   VALUE "Y".

      *    ---- The account being fed
       01 WRK-CUR-AGENCY           PICTURE X(04)        VALUE SPACES.
       01 WRK-CUR-ACCOUNT          PICTURE X(08)        VALUE SPACES.
       01 WRK-CUR-STATUS           PICTURE X(01)        VALUE SPACE.
       01 WRK-CUR-LEGAL-HOLD       PICTURE X(01)        VALUE SPACE.
       01 WRK-CUR-LEDGER           PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-HELD             PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-LEGAL-AMOUNT     PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-AVAILABLE        PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-OWED             PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-FROZEN           PICTURE X(01)        VALUE "N".
           88 WRK-CUR-IS-FROZEN                         VALUE "Y".
       01 WRK-CUR-BLOCKED          PICTURE X(01)        VALUE "N".
           88 WRK-CUR-IS-BLOCKED                        VALUE "Y".

      *    ---- Feed totals; the hashes go on the trailer
       01 WRK-CNT-MASTER           PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-DETAIL           PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-DORMANT          PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-CLOSED           PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-HELD             PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-CNT-LEGAL            PICTURE 9(07) USAGE COMP VALUE ZERO.
       01 WRK-HASH-LEDGER          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-HASH-AVAILABLE       PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-TOT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Available-Balance Feed ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-LOCATE-MASTER.
           PERFORM 0210-LOAD-HELD-DEBITS.
           PERFORM 0220-LOAD-LEGAL-HOLDS.
           PERFORM 0230-LOAD-CLOSED.
           PERFORM 0300-WRITE-FEED.
           MOVE WRK-CNT-DETAIL TO WRK-CNT-ED.
           DISPLAY "ACCOUNTS FED.............: " WRK-CNT-ED.
           MOVE WRK-CNT-DORMANT TO WRK-CNT-ED.
           DISPLAY "  DORMANT................: " WRK-CNT-ED.
           MOVE WRK-CNT-CLOSED TO WRK-CNT-ED.
           DISPLAY "  CLOSED OR ESCHEATED....: " WRK-CNT-ED.
           MOVE WRK-CNT-HELD TO WRK-CNT-ED.
           DISPLAY "  WITH HELD DEBITS.......: " WRK-CNT-ED.
           MOVE WRK-CNT-LEGAL TO WRK-CNT-ED.
           DISPLAY "  UNDER A LEGAL HOLD.....: " WRK-CNT-ED.
           MOVE WRK-HASH-AVAILABLE TO WRK-TOT-ED.
           DISPLAY "AVAILABLE HASH...........: " WRK-TOT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "AVL013" TO WRK-MSG-CODE.
           MOVE "AVLGEN ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-LOCATE-MASTER                                       SECTION.
      *    ---- Only a completed run's master is fed: mid-run, the
      *    teller side keeps the last good file rather than half a
      *    night's postings
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           ACCEPT WRK-NOW FROM TIME.
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   MOVE RUN-STATUS TO WRK-RUN-STATUS
                   IF RUN-MST-DATE NOT EQUAL SPACES
                       MOVE RUN-MST-DATE TO WRK-MST-DATE
                   END-IF
               END-IF
               CLOSE RUNCLI
           END-IF.
           IF WRK-RUN-STATUS EQUAL "I"
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AVL001" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: A BATCH RUN IS IN FLIGHT "
                   "ON RUNCLI - NO AVAILABLE-BALANCE FEED UNTIL IT "
                   "COMPLETES"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           IF WRK-MST-DATE EQUAL SPACES
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AVL002" TO WRK-MSG-CODE
               STRING "*** FATAL: NO COMPLETED MASTER GENERATION ON "
                   "RUNCLI - NO AVAILABLE-BALANCE FEED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           STRING "./omstcli_" WRK-MST-DATE ".txt"
               DELIMITED BY SIZE INTO WRK-MSTCLI-NAME.
           DISPLAY "BALANCES AS OF THE RUN OF " WRK-MST-DATE.
       0200-END.                                                   EXIT.

       0210-LOAD-HELD-DEBITS                                    SECTION.
      *    ---- Only debits held for a countersign come off: a held
      *    transfer credit is not money the account has yet
           OPEN INPUT PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               PERFORM 0211-LOAD-ONE-HOLD UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "AVL003" TO WRK-MSG-CODE
               STRING "PNDCLI NOT FOUND, NO HELD DEBITS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0211-LOAD-ONE-HOLD                                       SECTION.
           READ PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               AND PND-AWAITS-APPROVAL
               AND PND-DC-FLAG EQUAL "D"
               AND PND-AMOUNT NUMERIC
               MOVE PND-AGENCY  TO WRK-CUR-AGENCY
               MOVE PND-ACCOUNT TO WRK-CUR-ACCOUNT
               PERFORM 0212-FIND-HOLD
               IF WRK-HLD-IS-FOUND
                   ADD PND-AMOUNT TO WRK-HLD-AMOUNT (WRK-HLD-IDX)
               ELSE
                   IF WRK-HLD-COUNT LESS 5000
                       ADD 1 TO WRK-HLD-COUNT
                       SET WRK-HLD-IDX TO WRK-HLD-COUNT
                       MOVE PND-AGENCY  TO WRK-HLD-AGENCY (WRK-HLD-IDX)
                       MOVE PND-ACCOUNT TO
                           WRK-HLD-ACCOUNT (WRK-HLD-IDX)
                       MOVE PND-AMOUNT  TO WRK-HLD-AMOUNT (WRK-HLD-IDX)
                   ELSE
                       IF NOT WRK-HLD-TABLE-IS-FULL
                           MOVE "W" TO WRK-MSG-SEVERITY
                           MOVE "AVL004" TO WRK-MSG-CODE
                           STRING "*** OPERATOR ALERT: PNDCLI HOLDS "
                               "DEBITS FOR MORE THAN 5000 ACCOUNTS - "
                               "TABLE FULL, REMAINING HOLDS NOT "
                               "DEDUCTED"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                           MOVE "Y" TO WRK-HLD-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0211-END.                                                   EXIT.

       0212-FIND-HOLD                                           SECTION.
           MOVE "N" TO WRK-HLD-FOUND.
           IF WRK-HLD-COUNT NOT EQUAL ZERO
               SET WRK-HLD-IDX TO 1
               SEARCH WRK-HLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-HLD-AGENCY  (WRK-HLD-IDX) EQUAL
                        WRK-CUR-AGENCY
                    AND WRK-HLD-ACCOUNT (WRK-HLD-IDX) EQUAL
                        WRK-CUR-ACCOUNT
                       MOVE "Y" TO WRK-HLD-FOUND
               END-SEARCH
           END-IF.
       0212-END.                                                   EXIT.

       0220-LOAD-LEGAL-HOLDS                                    SECTION.
      *    ---- Load the orders in force on the master's date, then
      *    total each garnishment's sweeps against it - the ledger
      *    already holds tonight's sweeps
           OPEN INPUT LGLCLI.
           IF FS-LGLCLI EQUAL ZEROS
               PERFORM 0221-LOAD-LEGAL-HOLD-REC UNTIL FS-LGLCLI-AT-EOF
               CLOSE LGLCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "AVL005" TO WRK-MSG-CODE
               STRING "LGLCLI NOT FOUND, NO LEGAL HOLDS IN FORCE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-LGL-COUNT NOT EQUAL ZERO
               OPEN INPUT LGLSWP
               IF FS-LGLSWP EQUAL ZEROS
                   PERFORM 0222-LOAD-ONE-SWEEP UNTIL FS-LGLSWP-AT-EOF
                   CLOSE LGLSWP
               END-IF
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-LEGAL-HOLD-REC                                 SECTION.
      *    ---- An expired order, or a row of no known hold type, is
      *    not enforced
           READ LGLCLI.
           IF FS-LGLCLI EQUAL ZEROS
             IF (LGL-IS-FREEZE OR LGL-IS-DEBIT-BLOCK
                 OR LGL-IS-GARNISHMENT)
                 AND (LGL-EXPIRY-DATE EQUAL SPACES
                      OR LGL-EXPIRY-DATE EQUAL ZEROES
                      OR LGL-EXPIRY-DATE NOT LESS WRK-MST-DATE)
               IF WRK-LGL-COUNT LESS THAN 1000
                   ADD 1 TO WRK-LGL-COUNT
                   MOVE LGL-AGENCY    TO WRK-LGL-AGENCY (WRK-LGL-COUNT)
                   MOVE LGL-ACCOUNT   TO
                       WRK-LGL-ACCOUNT (WRK-LGL-COUNT)
                   MOVE LGL-HOLD-TYPE TO WRK-LGL-TYPE   (WRK-LGL-COUNT)
                   MOVE LGL-ORDER-REF TO WRK-LGL-REF    (WRK-LGL-COUNT)
                   MOVE ZEROES        TO WRK-LGL-AMOUNT (WRK-LGL-COUNT)
                                         WRK-LGL-SWEPT  (WRK-LGL-COUNT)
                                       WRK-LGL-SWP-LAST (WRK-LGL-COUNT)
                   MOVE SPACES      TO WRK-LGL-SWP-DATE (WRK-LGL-COUNT)
                   IF LGL-IS-GARNISHMENT AND LGL-AMOUNT NUMERIC
                       MOVE LGL-AMOUNT TO
                           WRK-LGL-AMOUNT (WRK-LGL-COUNT)
                   END-IF
               ELSE
                   IF NOT WRK-LGL-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "AVL006" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: LGLCLI HAS MORE "
                           "THAN 1000 HOLDS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-LGL-FULL
                   END-IF
               END-IF
             END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0222-LOAD-ONE-SWEEP                                      SECTION.
           READ LGLSWP.
           IF FS-LGLSWP EQUAL ZEROS AND SWP-AMOUNT NUMERIC
               SET WRK-LGL-IDX TO 1
               SEARCH WRK-LGL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-LGL-AGENCY  (WRK-LGL-IDX) EQUAL SWP-AGENCY
                    AND WRK-LGL-ACCOUNT (WRK-LGL-IDX) EQUAL SWP-ACCOUNT
                    AND WRK-LGL-REF     (WRK-LGL-IDX) EQUAL
                        SWP-ORDER-REF
                    AND WRK-LGL-TYPE    (WRK-LGL-IDX) EQUAL "G"
                       PERFORM 0223-TAKE-SWEEP
               END-SEARCH
           END-IF.
       0222-END.                                                   EXIT.

       0223-TAKE-SWEEP                                          SECTION.
      *    ---- A resumed CLIENTS run sweeps again every register after its
      *    last checkpoint, so the ledger can hold an order twice for
      *    one processing date: a later row for the same date replaces
      *    the earlier one instead of adding to it
           IF SWP-PROC-DATE EQUAL WRK-LGL-SWP-DATE (WRK-LGL-IDX)
               SUBTRACT WRK-LGL-SWP-LAST (WRK-LGL-IDX) FROM
                   WRK-LGL-SWEPT (WRK-LGL-IDX)
           END-IF.
           ADD SWP-AMOUNT TO WRK-LGL-SWEPT (WRK-LGL-IDX).
           MOVE SWP-PROC-DATE TO WRK-LGL-SWP-DATE (WRK-LGL-IDX).
           MOVE SWP-AMOUNT    TO WRK-LGL-SWP-LAST (WRK-LGL-IDX).
       0223-END.                                                   EXIT.

       0230-LOAD-CLOSED                                         SECTION.
           OPEN INPUT CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               PERFORM 0231-LOAD-ONE-CLOSE UNTIL FS-CLSCLI-AT-EOF
               CLOSE CLSCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "AVL007" TO WRK-MSG-CODE
               STRING "CLSCLI NOT FOUND, NO CLOSED ACCOUNTS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0230-END.                                                   EXIT.

       0231-LOAD-ONE-CLOSE                                      SECTION.
      *    ---- The register is appended run after run: a later row
      *    for the same account (an escheatment after a close, or a
      *    close after the account was reopened) replaces the earlier
           READ CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               MOVE CLS-AGENCY  TO WRK-CUR-AGENCY
               MOVE CLS-ACCOUNT TO WRK-CUR-ACCOUNT
               PERFORM 0232-FIND-CLOSE
               IF WRK-CLS-IS-FOUND
                   MOVE CLS-REASON TO WRK-CLS-REASON (WRK-CLS-IDX)
               ELSE
                   IF WRK-CLS-COUNT LESS 5000
                       ADD 1 TO WRK-CLS-COUNT
                       SET WRK-CLS-IDX TO WRK-CLS-COUNT
                       MOVE CLS-AGENCY  TO WRK-CLS-AGENCY (WRK-CLS-IDX)
                       MOVE CLS-ACCOUNT TO
                           WRK-CLS-ACCOUNT (WRK-CLS-IDX)
                       MOVE CLS-REASON  TO WRK-CLS-REASON (WRK-CLS-IDX)
                       MOVE "N"         TO WRK-CLS-SEEN (WRK-CLS-IDX)
                   ELSE
                       IF NOT WRK-CLS-TABLE-IS-FULL
                           MOVE "W" TO WRK-MSG-SEVERITY
                           MOVE "AVL008" TO WRK-MSG-CODE
                           STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                               "CLOSED ACCOUNTS - TABLE FULL, "
                               "REMAINING RECORDS NOT FED"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                           MOVE "Y" TO WRK-CLS-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0231-END.                                                   EXIT.

       0232-FIND-CLOSE                                          SECTION.
           MOVE "N" TO WRK-CLS-FOUND.
           IF WRK-CLS-COUNT NOT EQUAL ZERO
               SET WRK-CLS-IDX TO 1
               SEARCH WRK-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-CLS-AGENCY  (WRK-CLS-IDX) EQUAL
                        WRK-CUR-AGENCY
                    AND WRK-CLS-ACCOUNT (WRK-CLS-IDX) EQUAL
                        WRK-CUR-ACCOUNT
                       MOVE "Y" TO WRK-CLS-FOUND
               END-SEARCH
           END-IF.
       0232-END.                                                   EXIT.

       0300-WRITE-FEED                                          SECTION.
           OPEN INPUT MSTCLI.
           IF FS-MSTCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AVL009" TO WRK-MSG-CODE
               STRING "*** FATAL: MASTER " WRK-MSTCLI-NAME
                   " NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OAVLCLI.
           IF FS-OAVLCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "AVL010" TO WRK-MSG-CODE
               STRING "*** FATAL: OAVLCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN INPUT DRMCLI.
           IF FS-DRMCLI EQUAL ZEROS
               MOVE "Y" TO WRK-DRM-OPEN
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "AVL011" TO WRK-MSG-CODE
               STRING "DRMCLI NOT AVAILABLE, NO ACCOUNT FED AS "
                   "DORMANT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE SPACES       TO REG-OAVLCLI.
           MOVE "H"          TO AVL-REC-TYPE.
           MOVE WRK-MST-DATE TO AVL-H-AS-OF-DATE.
           MOVE WRK-TODAY    TO AVL-H-CREATE-DATE.
           MOVE WRK-NOW (1:6) TO AVL-H-CREATE-TIME.
           MOVE WRK-MSG-RUN-NUMBER TO AVL-H-RUN-NUMBER.
           WRITE REG-OAVLCLI.
           PERFORM 0310-FEED-ONE-ACCOUNT UNTIL FS-MSTCLI-AT-EOF.
           CLOSE MSTCLI.
           IF WRK-DRM-IS-OPEN
               CLOSE DRMCLI
           END-IF.
           PERFORM 0320-FEED-ONE-CLOSED
               VARYING WRK-CLS-IDX FROM 1 BY 1
               UNTIL WRK-CLS-IDX GREATER WRK-CLS-COUNT.
           MOVE SPACES             TO REG-OAVLCLI.
           MOVE "T"                TO AVL-REC-TYPE.
           MOVE WRK-CNT-DETAIL     TO AVL-T-DETAIL-COUNT.
           MOVE WRK-HASH-LEDGER    TO AVL-T-LEDGER-HASH.
           MOVE WRK-HASH-AVAILABLE TO AVL-T-AVAIL-HASH.
           WRITE REG-OAVLCLI.
           CLOSE OAVLCLI.
           IF WRK-HLD-TABLE-IS-FULL OR WRK-LGL-TABLE-IS-FULL
               OR WRK-CLS-TABLE-IS-FULL
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "AVL012" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: AVAILABLE-BALANCE FEED "
                   "WRITTEN FROM FULL TABLES - SOME HOLDS OR CLOSES "
                   "MISSING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0300-END.                                                   EXIT.

       0310-FEED-ONE-ACCOUNT                                    SECTION.
           READ MSTCLI.
           IF FS-MSTCLI EQUAL ZEROS
               ADD 1 TO WRK-CNT-MASTER
               MOVE REG-AGENCY  TO WRK-CUR-AGENCY
               MOVE REG-ACCOUNT TO WRK-CUR-ACCOUNT
               MOVE REG-BALANCE TO WRK-CUR-LEDGER
               MOVE "A" TO WRK-CUR-STATUS
               PERFORM 0311-CHECK-DORMANCY
               PERFORM 0232-FIND-CLOSE
               IF WRK-CLS-IS-FOUND
                   MOVE "Y" TO WRK-CLS-SEEN (WRK-CLS-IDX)
               END-IF
               PERFORM 0212-FIND-HOLD
               IF WRK-HLD-IS-FOUND
                   MOVE WRK-HLD-AMOUNT (WRK-HLD-IDX) TO WRK-CUR-HELD
                   ADD 1 TO WRK-CNT-HELD
               ELSE
                   MOVE ZEROES TO WRK-CUR-HELD
               END-IF
               PERFORM 0312-FIND-LEGAL-HOLDS
               COMPUTE WRK-CUR-AVAILABLE = WRK-CUR-LEDGER
                   - WRK-CUR-HELD - WRK-CUR-LEGAL-AMOUNT
               PERFORM 0330-WRITE-DETAIL
           END-IF.
       0310-END.                                                   EXIT.

       0311-CHECK-DORMANCY                                      SECTION.
      *    ---- The batch's own dormancy threshold; an account idle
      *    past escheatment is still on the books until it is closed
           IF WRK-DRM-IS-OPEN
               MOVE WRK-CUR-AGENCY  TO DRM-AGENCY
               MOVE WRK-CUR-ACCOUNT TO DRM-ACCOUNT
               READ DRMCLI
               IF FS-DRMCLI EQUAL ZEROS
                   IF DRM-IDLE-RUNS NOT LESS WRK-DORMANT-THRESHOLD
                       MOVE "D" TO WRK-CUR-STATUS
                       ADD 1 TO WRK-CNT-DORMANT
                   END-IF
               END-IF
           END-IF.
       0311-END.                                                   EXIT.

       0312-FIND-LEGAL-HOLDS                                    SECTION.
      *    ---- A freeze or debit block ties up the whole credit
      *    balance (a freeze is shown ahead of a block); otherwise a
      *    garnishment holds back what the orders still owe, even
      *    beyond the balance - the next credit is swept to it
           MOVE "N" TO WRK-CUR-FROZEN.
           MOVE "N" TO WRK-CUR-BLOCKED.
           MOVE ZEROES TO WRK-CUR-OWED.
           MOVE ZEROES TO WRK-CUR-LEGAL-AMOUNT.
           MOVE SPACE TO WRK-CUR-LEGAL-HOLD.
           PERFORM 0313-CHECK-ONE-ORDER
               VARYING WRK-LGL-IDX FROM 1 BY 1
               UNTIL WRK-LGL-IDX GREATER WRK-LGL-COUNT.
           IF WRK-CUR-IS-FROZEN OR WRK-CUR-IS-BLOCKED
               IF WRK-CUR-IS-FROZEN
                   MOVE "F" TO WRK-CUR-LEGAL-HOLD
               ELSE
                   MOVE "D" TO WRK-CUR-LEGAL-HOLD
               END-IF
               IF WRK-CUR-LEDGER GREATER ZERO
                   MOVE WRK-CUR-LEDGER TO WRK-CUR-LEGAL-AMOUNT
               END-IF
           ELSE
               IF WRK-CUR-OWED GREATER ZERO
                   MOVE "G" TO WRK-CUR-LEGAL-HOLD
                   MOVE WRK-CUR-OWED TO WRK-CUR-LEGAL-AMOUNT
               END-IF
           END-IF.
           IF WRK-CUR-LEGAL-HOLD NOT EQUAL SPACE
               ADD 1 TO WRK-CNT-LEGAL
           END-IF.
       0312-END.                                                   EXIT.

       0313-CHECK-ONE-ORDER                                     SECTION.
           IF WRK-LGL-AGENCY  (WRK-LGL-IDX) EQUAL WRK-CUR-AGENCY
               AND WRK-LGL-ACCOUNT (WRK-LGL-IDX) EQUAL WRK-CUR-ACCOUNT
               EVALUATE WRK-LGL-TYPE (WRK-LGL-IDX)
                   WHEN "F"
                       MOVE "Y" TO WRK-CUR-FROZEN
                   WHEN "D"
                       MOVE "Y" TO WRK-CUR-BLOCKED
                   WHEN "G"
                       IF WRK-LGL-AMOUNT (WRK-LGL-IDX) GREATER
                           WRK-LGL-SWEPT (WRK-LGL-IDX)
                           COMPUTE WRK-CUR-OWED = WRK-CUR-OWED
                               + WRK-LGL-AMOUNT (WRK-LGL-IDX)
                               - WRK-LGL-SWEPT (WRK-LGL-IDX)
                       END-IF
               END-EVALUATE
           END-IF.
       0313-END.                                                   EXIT.

       0320-FEED-ONE-CLOSED                                     SECTION.
      *    ---- Off the master, so nothing to pay against
           IF NOT WRK-CLS-IS-SEEN (WRK-CLS-IDX)
               MOVE WRK-CLS-AGENCY  (WRK-CLS-IDX) TO WRK-CUR-AGENCY
               MOVE WRK-CLS-ACCOUNT (WRK-CLS-IDX) TO WRK-CUR-ACCOUNT
               IF WRK-CLS-REASON (WRK-CLS-IDX) EQUAL "E"
                   MOVE "E" TO WRK-CUR-STATUS
               ELSE
                   MOVE "C" TO WRK-CUR-STATUS
               END-IF
               MOVE SPACE  TO WRK-CUR-LEGAL-HOLD
               MOVE ZEROES TO WRK-CUR-LEDGER
               MOVE ZEROES TO WRK-CUR-HELD
               MOVE ZEROES TO WRK-CUR-LEGAL-AMOUNT
               MOVE ZEROES TO WRK-CUR-AVAILABLE
               ADD 1 TO WRK-CNT-CLOSED
               PERFORM 0330-WRITE-DETAIL
           END-IF.
       0320-END.                                                   EXIT.

       0330-WRITE-DETAIL                                        SECTION.
           MOVE SPACES               TO REG-OAVLCLI.
           MOVE "D"                  TO AVL-REC-TYPE.
           MOVE WRK-CUR-AGENCY       TO AVL-D-AGENCY.
           MOVE WRK-CUR-ACCOUNT      TO AVL-D-ACCOUNT.
           MOVE WRK-CUR-STATUS       TO AVL-D-STATUS.
           MOVE WRK-CUR-LEGAL-HOLD   TO AVL-D-LEGAL-HOLD.
           MOVE WRK-CUR-LEDGER       TO AVL-D-LEDGER.
           MOVE WRK-CUR-HELD         TO AVL-D-HELD.
           MOVE WRK-CUR-LEGAL-AMOUNT TO AVL-D-LEGAL-AMOUNT.
           MOVE WRK-CUR-AVAILABLE    TO AVL-D-AVAILABLE.
           WRITE REG-OAVLCLI.
           ADD 1 TO WRK-CNT-DETAIL.
           ADD WRK-CUR-LEDGER    TO WRK-HASH-LEDGER.
           ADD WRK-CUR-AVAILABLE TO WRK-HASH-AVAILABLE.
       0330-END.                                                   EXIT.

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
           MOVE "AVLGEN"           TO MSG-PROGRAM.
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
