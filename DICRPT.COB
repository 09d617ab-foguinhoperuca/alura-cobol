       IDENTIFICATION                                          DIVISION.
      * Deposit insurance coverage report - totals every depositor's!
      * post-run balances by ownership category across all agencies
      * and holds each total against the coverage limit. Accounts are
      * tied to their depositor by the DPXCLI cross-reference; the
      * category is the account type (1 individual, 2 business, 3
      * trust/joint). Balances come from the current master (the last
      * completed OMSTCLI generation RUNCLI names, else ifilcli.txt).
      * Only credit balances are deposits - an overdrawn account adds
      * nothing to its depositor. Produces:
      *  - ODICRPT, the coverage report: per depositor and category
      *    the accounts, balance, insured and uninsured amounts, then
      *    bank-wide totals per category and overall;
      *  - ODICEXT, the fixed-format extract for the regulatory filing
      *    (header, one detail per depositor and category, trailer
      *    with counts and totals);
      *  - ODICEXC, the exception list: accounts with no depositor
      *    (insured on their own), account types that are no
      *    ownership category, cross-reference rows that are
      *    duplicated or name an account not on the master.
      * Coverage limit and the bank's own ID come from dicprm.txt.
       PROGRAM-ID. DICRPT.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT DICPRM ASSIGN TO "./dicprm.txt"
               FILE STATUS IS FS-DICPRM.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSTCLI ASSIGN TO DYNAMIC WRK-MSTCLI-NAME
               FILE STATUS IS FS-MSTCLI.
           SELECT DPXCLI ASSIGN TO "./dpxcli.txt"
               FILE STATUS IS FS-DPXCLI.
           SELECT ODICRPT ASSIGN TO "./odicrpt.txt"
               FILE STATUS IS FS-ODICRPT.
           SELECT ODICEXT ASSIGN TO "./odicext.txt"
               FILE STATUS IS FS-ODICEXT.
           SELECT ODICEXC ASSIGN TO "./odicexc.txt"
               FILE STATUS IS FS-ODICEXC.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD DICPRM
           RECORDING MODE IS F.
       01 REG-DICPRM.
           05 PRM-COVER-LIMIT        PICTURE 9(10)V99.
           05 PRM-BANK-ID            PICTURE X(14).
           05 PRM-BANK-NAME          PICTURE X(30).
      * COVERAGE CONTROL CARD: THE INSURED LIMIT PER DEPOSITOR AND
      * OWNERSHIP CATEGORY (NOT NUMERIC = THE DEFAULT 250000,00), AND
      * THE BANK'S OWN INSTITUTION ID AND NAME FOR THE EXTRACT HEADER

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - names the last completed generation
       COPY "RUNCLI".

       FD MSTCLI
           RECORDING MODE IS F.
      * Current client master, BOOKCLI layout
       COPY "BOOKCLI".

       FD DPXCLI
           RECORDING MODE IS F.
      * Depositor cross-reference
       COPY "DPXCLI".

       FD ODICRPT
           RECORDING MODE IS F.
       01 REG-ODICRPT               PICTURE X(80).
      * COVERAGE REPORT FOR COMPLIANCE - ONE BLOCK PER DEPOSITOR IN
      * DEPOSITOR ID ORDER, THEN THE BANK-WIDE TOTALS

       FD ODICEXT
           RECORDING MODE IS F.
       01 REG-ODICEXT.
           05 DIC-REC-TYPE           PICTURE X(01).
               88 DIC-IS-HEADER                       VALUE "H".
               88 DIC-IS-DETAIL                       VALUE "D".
               88 DIC-IS-TRAILER                      VALUE "T".
           05 DIC-BODY               PICTURE X(139).
           05 DIC-HEADER REDEFINES DIC-BODY.
               10 DIC-H-BANK-ID      PICTURE X(14).
               10 DIC-H-BANK-NAME    PICTURE X(30).
               10 DIC-H-AS-OF-DATE   PICTURE X(08).
               10 DIC-H-CREATE-DATE  PICTURE X(08).
               10 DIC-H-COVER-LIMIT  PICTURE 9(12)V9(02).
               10 FILLER             PICTURE X(65).
           05 DIC-DETAIL REDEFINES DIC-BODY.
               10 DIC-D-AS-OF-DATE   PICTURE X(08).
               10 DIC-D-DEPOSITOR-ID PICTURE X(14).
               10 DIC-D-NAME         PICTURE X(32).
               10 DIC-D-CATEGORY     PICTURE 9(01).
               10 DIC-D-ACCOUNTS     PICTURE 9(05).
               10 DIC-D-BALANCE      PICTURE 9(14)V9(02).
               10 DIC-D-INSURED      PICTURE 9(14)V9(02).
               10 DIC-D-UNINSURED    PICTURE 9(14)V9(02).
               10 FILLER             PICTURE X(31).
           05 DIC-TRAILER REDEFINES DIC-BODY.
               10 DIC-T-DETAIL-COUNT PICTURE 9(07).
               10 DIC-T-DEPOSITORS   PICTURE 9(07).
               10 DIC-T-BALANCE      PICTURE 9(14)V9(02).
               10 DIC-T-INSURED      PICTURE 9(14)V9(02).
               10 DIC-T-UNINSURED    PICTURE 9(14)V9(02).
               10 FILLER             PICTURE X(77).
      * REGULATORY COVERAGE EXTRACT, FIXED 140 BYTES: ONE H ROW (BANK
      * ID AND NAME, THE MASTER'S AS-OF DATE, DATE CREATED, COVERAGE
      * LIMIT), ONE D ROW PER DEPOSITOR AND OWNERSHIP CATEGORY (1
      * INDIVIDUAL, 2 BUSINESS, 3 TRUST/JOINT) WITH THE NUMBER OF
      * ACCOUNTS, TOTAL CREDIT BALANCE AND ITS INSURED AND UNINSURED
      * PARTS, AND ONE T ROW WITH THE D COUNT, THE DISTINCT DEPOSITOR
      * COUNT AND THE THREE AMOUNT TOTALS SO THE REGULATOR CAN PROVE
      * IT RECEIVED THE WHOLE FILE. A DEPOSITOR ID STARTING "*" IS AN
      * ACCOUNT WITH NO CROSS-REFERENCE ROW ("*" + AGENCY + ACCOUNT).
      * AMOUNTS UNSIGNED, TWO IMPLIED DECIMALS

       FD ODICEXC
           RECORDING MODE IS F.
       01 REG-ODICEXC               PICTURE X(80).
      * EXCEPTION LIST FOR THE BRANCHES - ACCOUNTS AND CROSS-REFERENCE
      * ROWS TO BE PUT RIGHT BEFORE THE NEXT FILING

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-DICPRM                PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSTCLI                PICTURE 9(02).
           88 FS-MSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-DPXCLI                PICTURE 9(02).
           88 FS-DPXCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ODICRPT               PICTURE 9(02).
       01 FS-ODICEXT               PICTURE 9(02).
       01 FS-ODICEXC               PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-TODAY                PICTURE X(08)        VALUE SPACES.
       01 WRK-COVER-LIMIT          PICTURE S9(10)V9(02) COMP-3
                                                 VALUE 250000,00.
       01 WRK-BANK-ID              PICTURE X(14)        VALUE SPACES.
       01 WRK-BANK-NAME            PICTURE X(30)        VALUE SPACES.
       01 WRK-MSTCLI-NAME          PICTURE X(40)        VALUE SPACES.
       01 WRK-MST-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-AS-OF-DATE           PICTURE X(08)        VALUE SPACES.
       01 WRK-RUN-STATUS           PICTURE X(01)        VALUE SPACES.

      *    ---- Ownership categories, by account type
       01 WRK-CAT-NAMES-TABLE.
           05 FILLER               PICTURE X(12) VALUE "INDIVIDUAL  ".
           05 FILLER               PICTURE X(12) VALUE "BUSINESS    ".
           05 FILLER               PICTURE X(12) VALUE "TRUST/JOINT ".
       01 WRK-CAT-NAMES-R REDEFINES WRK-CAT-NAMES-TABLE.
           05 WRK-CAT-NAME         PICTURE X(12) OCCURS 3 TIMES.
       01 WRK-CAT                  PICTURE 9(01)        VALUE ZERO.

      *    ---- The account being summed
       01 WRK-CUR-KEY.
           05 WRK-CUR-DEP-ID       PICTURE X(14)        VALUE SPACES.
           05 WRK-CUR-CAT          PICTURE 9(01)        VALUE ZERO.
       01 WRK-CUR-NAME             PICTURE X(32)        VALUE SPACES.
       01 WRK-CUR-BALANCE          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-EXC-AGENCY           PICTURE X(04)        VALUE SPACES.
       01 WRK-EXC-ACCOUNT          PICTURE X(08)        VALUE SPACES.
       01 WRK-EXC-REASON           PICTURE X(33)        VALUE SPACES.

      *    ---- The depositor block being printed
       01 WRK-PRV-DEP-ID           PICTURE X(14)        VALUE SPACES.
       01 WRK-BLK-LINES            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-BLK-ACCOUNTS         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-BLK-BALANCE          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-BLK-INSURED          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-BLK-UNINSURED        PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-INSURED              PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-UNINSURED            PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.

      *    ---- Bank-wide totals, per category and overall
       01 WRK-TOT-TABLE.
           05 WRK-TOT-ENTRY OCCURS 3 TIMES.
               10 WRK-TOT-DEPOSITORS PICTURE 9(05) USAGE COMP.
               10 WRK-TOT-OVER-LIMIT PICTURE 9(05) USAGE COMP.
               10 WRK-TOT-ACCOUNTS   PICTURE 9(05) USAGE COMP.
               10 WRK-TOT-BALANCE    PICTURE S9(16)V9(02) COMP-3.
               10 WRK-TOT-INSURED    PICTURE S9(16)V9(02) COMP-3.
               10 WRK-TOT-UNINSURED  PICTURE S9(16)V9(02) COMP-3.
       01 WRK-ALL-DEPOSITORS       PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ALL-OVER-LIMIT       PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ALL-ACCOUNTS         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ALL-BALANCE          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-ALL-INSURED          PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-ALL-UNINSURED        PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-DEP-OVER             PICTURE X(01)        VALUE "N".
           88 WRK-DEP-IS-OVER                           VALUE "Y".

       01 WRK-MST-READ             PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-OVERDRAWN            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-OVERDRAWN-AMT        PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-UNLINKED             PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-UNCAT                PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-UNCAT-AMT            PICTURE S9(16)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-EXT-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-EXC-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-ACC-ED               PICTURE ZZZZ9.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-TOT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-BAL-ED               PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-INS-ED               PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-UNI-ED               PICTURE ZZ.ZZZ.ZZZ.ZZ9,99.

      *    ---- Depositor cross-reference by account
       01 WRK-DPX-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DPX-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-DPX-IS-FOUND                              VALUE "Y".
       01 WRK-DPX-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-DPX-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-DPX-TABLE.
           05 WRK-DPX-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-DPX-IDX.
               10 WRK-DPX-AGENCY     PICTURE X(04).
               10 WRK-DPX-ACCOUNT    PICTURE X(08).
               10 WRK-DPX-DEP-ID     PICTURE X(14).
               10 WRK-DPX-NAME       PICTURE X(32).
               10 WRK-DPX-USED       PICTURE X(01).
                   88 WRK-DPX-IS-USED                   VALUE "Y".

      *    ---- One entry per depositor and category, kept in
      *    depositor ID / category order as entries are added
       01 WRK-DEP-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DEP-POS             PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DEP-SHIFT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DEP-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-DEP-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-DEP-TABLE.
           05 WRK-DEP-ENTRY OCCURS 5000 TIMES.
               10 WRK-DEP-KEY.
                   15 WRK-DEP-ID     PICTURE X(14).
                   15 WRK-DEP-CAT    PICTURE 9(01).
               10 WRK-DEP-NAME       PICTURE X(32).
               10 WRK-DEP-ACCOUNTS   PICTURE 9(05) USAGE COMP.
               10 WRK-DEP-BALANCE    PICTURE S9(16)V9(02) COMP-3.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Deposit Insurance Coverage Report ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOCATE-MASTER.
           OPEN OUTPUT ODICEXC.
           IF FS-ODICEXC NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "DIC001" TO WRK-MSG-CODE
               STRING "*** FATAL: ODICEXC COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-ODICEXC.
           STRING "DEPOSIT INSURANCE EXCEPTIONS - BALANCES AS OF "
                      DELIMITED BY SIZE
                  WRK-AS-OF-DATE DELIMITED BY SIZE
           INTO REG-ODICEXC.
           WRITE REG-ODICEXC.
           MOVE SPACES TO REG-ODICEXC.
           STRING "AGCY ACCOUNT  DEPOSITOR ID   " DELIMITED BY SIZE
                  "          BALANCE REASON"     DELIMITED BY SIZE
           INTO REG-ODICEXC.
           WRITE REG-ODICEXC.
           PERFORM 0220-LOAD-XREF.
           PERFORM 0300-SUM-MASTER.
           PERFORM 0350-CHECK-XREF-USED.
           PERFORM 0400-WRITE-OUTPUTS.
           MOVE WRK-EXC-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICEXC.
           STRING "EXCEPTIONS...............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICEXC.
           WRITE REG-ODICEXC.
           CLOSE ODICEXC.
           MOVE WRK-MST-READ TO WRK-CNT-ED.
           DISPLAY "ACCOUNTS ON THE MASTER...: " WRK-CNT-ED.
           MOVE WRK-ALL-DEPOSITORS TO WRK-CNT-ED.
           DISPLAY "DEPOSITORS...............: " WRK-CNT-ED.
           MOVE WRK-EXT-COUNT TO WRK-CNT-ED.
           DISPLAY "ROWS ON THE EXTRACT......: " WRK-CNT-ED.
           MOVE WRK-ALL-UNINSURED TO WRK-TOT-ED.
           DISPLAY "UNINSURED DEPOSITS.......: " WRK-TOT-ED.
           MOVE WRK-EXC-COUNT TO WRK-CNT-ED.
           DISPLAY "EXCEPTIONS LISTED........: " WRK-CNT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "DIC012" TO WRK-MSG-CODE.
           MOVE "DICRPT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT DICPRM.
           IF FS-DICPRM EQUAL ZEROS
               READ DICPRM
               IF FS-DICPRM EQUAL ZEROS
                   IF PRM-COVER-LIMIT NUMERIC
                       AND PRM-COVER-LIMIT GREATER ZERO
                       MOVE PRM-COVER-LIMIT TO WRK-COVER-LIMIT
                   END-IF
                   MOVE PRM-BANK-ID   TO WRK-BANK-ID
                   MOVE PRM-BANK-NAME TO WRK-BANK-NAME
               END-IF
               CLOSE DICPRM
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "DIC002" TO WRK-MSG-CODE
               STRING "DICPRM NOT FOUND, USING THE DEFAULT "
                   "COVERAGE LIMIT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-BANK-ID EQUAL SPACES
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "DIC003" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: NO BANK ID ON DICPRM - "
                   "THE REGULATOR WILL REFUSE THE EXTRACT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE WRK-COVER-LIMIT TO WRK-AMT-ED.
           DISPLAY "COVERAGE LIMIT " WRK-AMT-ED
               " PER DEPOSITOR AND OWNERSHIP CATEGORY".
       0200-END.                                                   EXIT.

       0210-LOCATE-MASTER                                       SECTION.
      *    ---- Post-run balances are the last completed generation;
      *    before there is one, the master the next run will read
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
           IF WRK-MST-DATE EQUAL SPACES
               MOVE "./ifilcli.txt" TO WRK-MSTCLI-NAME
               MOVE WRK-TODAY TO WRK-AS-OF-DATE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "DIC004" TO WRK-MSG-CODE
               STRING "NO COMPLETED GENERATION ON RUNCLI, "
                   "REPORTING IFILCLI"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               STRING "./omstcli_" WRK-MST-DATE ".txt"
                   DELIMITED BY SIZE INTO WRK-MSTCLI-NAME
               MOVE WRK-MST-DATE TO WRK-AS-OF-DATE
               DISPLAY "BALANCES AS OF THE RUN OF " WRK-MST-DATE
           END-IF.
           IF WRK-RUN-STATUS EQUAL "I"
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "DIC005" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: A BATCH RUN IS IN FLIGHT "
                   "- REPORTING THE LAST COMPLETED RUN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0220-LOAD-XREF                                           SECTION.
           OPEN INPUT DPXCLI.
           IF FS-DPXCLI EQUAL ZEROS
               PERFORM 0221-LOAD-XREF-REC UNTIL FS-DPXCLI-AT-EOF
               CLOSE DPXCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "DIC006" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: DPXCLI NOT FOUND - EVERY "
                   "ACCOUNT IS INSURED ON ITS OWN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-XREF-REC                                       SECTION.
      *    ---- An account tied to two depositors keeps the first row;
      *    a row with no depositor ID ties the account to nobody
           READ DPXCLI.
           IF FS-DPXCLI EQUAL ZEROS
               MOVE DPX-DEPOSITOR-ID TO WRK-CUR-DEP-ID
               MOVE DPX-AGENCY       TO WRK-EXC-AGENCY
               MOVE DPX-ACCOUNT      TO WRK-EXC-ACCOUNT
               MOVE ZEROES TO WRK-CUR-BALANCE
               IF DPX-DEPOSITOR-ID EQUAL SPACES
                   MOVE "NO DEPOSITOR ID ON DPXCLI ROW"
                       TO WRK-EXC-REASON
                   PERFORM 0460-WRITE-EXCEPTION
               ELSE
                   PERFORM 0223-FIND-XREF
                   IF WRK-DPX-IS-FOUND
                       MOVE "ON DPXCLI TWICE - 2ND ROW IGNORED"
                           TO WRK-EXC-REASON
                       PERFORM 0460-WRITE-EXCEPTION
                   ELSE
                       PERFORM 0224-ADD-XREF
                   END-IF
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0223-FIND-XREF                                           SECTION.
           MOVE "N" TO WRK-DPX-FOUND.
           IF WRK-DPX-COUNT NOT EQUAL ZERO
               SET WRK-DPX-IDX TO 1
               SEARCH WRK-DPX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-DPX-AGENCY (WRK-DPX-IDX)
                       EQUAL WRK-EXC-AGENCY
                       AND WRK-DPX-ACCOUNT (WRK-DPX-IDX)
                           EQUAL WRK-EXC-ACCOUNT
                       MOVE "Y" TO WRK-DPX-FOUND
               END-SEARCH
           END-IF.
       0223-END.                                                   EXIT.

       0224-ADD-XREF                                            SECTION.
           IF WRK-DPX-COUNT LESS THAN 5000
               ADD 1 TO WRK-DPX-COUNT
               SET WRK-DPX-IDX TO WRK-DPX-COUNT
               MOVE DPX-AGENCY         TO WRK-DPX-AGENCY  (WRK-DPX-IDX)
               MOVE DPX-ACCOUNT        TO WRK-DPX-ACCOUNT (WRK-DPX-IDX)
               MOVE DPX-DEPOSITOR-ID   TO WRK-DPX-DEP-ID  (WRK-DPX-IDX)
               MOVE DPX-DEPOSITOR-NAME TO WRK-DPX-NAME    (WRK-DPX-IDX)
               MOVE "N"                TO WRK-DPX-USED    (WRK-DPX-IDX)
           ELSE
               IF NOT WRK-DPX-TABLE-IS-FULL
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "DIC007" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 5000 ROWS "
                       "ON DPXCLI - TABLE FULL, REMAINING ACCOUNTS "
                       "INSURED ON THEIR OWN"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-DPX-FULL
               END-IF
           END-IF.
       0224-END.                                                   EXIT.

       0300-SUM-MASTER                                          SECTION.
           OPEN INPUT MSTCLI.
           IF FS-MSTCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "DIC008" TO WRK-MSG-CODE
               STRING "*** FATAL: MASTER " WRK-MSTCLI-NAME
                   " NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0310-SUM-ONE-ACCOUNT UNTIL FS-MSTCLI-AT-EOF.
           CLOSE MSTCLI.
       0300-END.                                                   EXIT.

       0310-SUM-ONE-ACCOUNT                                     SECTION.
           READ MSTCLI.
           IF FS-MSTCLI EQUAL ZEROS
               ADD 1 TO WRK-MST-READ
               MOVE REG-AGENCY  TO WRK-EXC-AGENCY
               MOVE REG-ACCOUNT TO WRK-EXC-ACCOUNT
               MOVE REG-BALANCE TO WRK-CUR-BALANCE
               PERFORM 0320-FIND-DEPOSITOR
               IF REG-ACC-TYPE EQUAL 1 OR 2 OR 3
                   MOVE REG-ACC-TYPE TO WRK-CUR-CAT
                   IF WRK-CUR-BALANCE LESS ZERO
                       ADD 1 TO WRK-OVERDRAWN
                       ADD WRK-CUR-BALANCE TO WRK-OVERDRAWN-AMT
                       MOVE ZEROES TO WRK-CUR-BALANCE
                   END-IF
                   PERFORM 0330-ADD-TO-DEPOSITOR
               ELSE
                   ADD 1 TO WRK-UNCAT
                   ADD WRK-CUR-BALANCE TO WRK-UNCAT-AMT
                   MOVE "TYPE IS NO OWNERSHIP CATEGORY"
                       TO WRK-EXC-REASON
                   PERFORM 0460-WRITE-EXCEPTION
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-FIND-DEPOSITOR                                      SECTION.
      *    ---- An account with no cross-reference row is a depositor
      *    of its own, under an ID no real depositor can carry
           PERFORM 0223-FIND-XREF.
           IF WRK-DPX-IS-FOUND
               MOVE "Y" TO WRK-DPX-USED (WRK-DPX-IDX)
               MOVE WRK-DPX-DEP-ID (WRK-DPX-IDX) TO WRK-CUR-DEP-ID
               MOVE WRK-DPX-NAME (WRK-DPX-IDX)   TO WRK-CUR-NAME
               IF WRK-CUR-NAME EQUAL SPACES
                   PERFORM 0321-FIND-DEPOSITOR-NAME
               END-IF
           ELSE
               ADD 1 TO WRK-UNLINKED
               MOVE SPACES TO WRK-CUR-DEP-ID
               STRING "*" REG-AGENCY REG-ACCOUNT
                   DELIMITED BY SIZE INTO WRK-CUR-DEP-ID
               MOVE REG-NAME TO WRK-CUR-NAME
               MOVE "NO DEPOSITOR - INSURED ALONE" TO WRK-EXC-REASON
               PERFORM 0460-WRITE-EXCEPTION
           END-IF.
       0320-END.                                                   EXIT.

       0321-FIND-DEPOSITOR-NAME                                 SECTION.
      *    ---- The name need only be keyed on one of the depositor's
      *    rows; with none keyed the account's own name is used
           MOVE REG-NAME TO WRK-CUR-NAME.
           SET WRK-DPX-IDX TO 1.
           SEARCH WRK-DPX-ENTRY
               AT END
                   CONTINUE
               WHEN WRK-DPX-DEP-ID (WRK-DPX-IDX) EQUAL WRK-CUR-DEP-ID
                   AND WRK-DPX-NAME (WRK-DPX-IDX) NOT EQUAL SPACES
                   MOVE WRK-DPX-NAME (WRK-DPX-IDX) TO WRK-CUR-NAME
           END-SEARCH.
       0321-END.                                                   EXIT.

       0330-ADD-TO-DEPOSITOR                                    SECTION.
      *    ---- Find the first entry not below this depositor and
      *    category; add to it if it is the same, else insert ahead
           MOVE 1 TO WRK-DEP-POS.
           PERFORM 0331-STEP-DEPOSITOR-POS
               UNTIL WRK-DEP-POS GREATER WRK-DEP-COUNT
               OR WRK-DEP-KEY (WRK-DEP-POS) NOT LESS WRK-CUR-KEY.
           IF WRK-DEP-POS NOT GREATER WRK-DEP-COUNT
               AND WRK-DEP-KEY (WRK-DEP-POS) EQUAL WRK-CUR-KEY
               ADD 1 TO WRK-DEP-ACCOUNTS (WRK-DEP-POS)
               ADD WRK-CUR-BALANCE TO WRK-DEP-BALANCE (WRK-DEP-POS)
           ELSE
               IF WRK-DEP-COUNT LESS THAN 5000
                   IF WRK-DEP-POS NOT GREATER WRK-DEP-COUNT
                       PERFORM 0332-SHIFT-DEPOSITOR-UP
                           VARYING WRK-DEP-SHIFT FROM WRK-DEP-COUNT
                           BY -1 UNTIL WRK-DEP-SHIFT LESS WRK-DEP-POS
                   END-IF
                   ADD 1 TO WRK-DEP-COUNT
                   MOVE WRK-CUR-KEY  TO WRK-DEP-KEY      (WRK-DEP-POS)
                   MOVE WRK-CUR-NAME TO WRK-DEP-NAME     (WRK-DEP-POS)
                   MOVE 1            TO WRK-DEP-ACCOUNTS (WRK-DEP-POS)
                   MOVE WRK-CUR-BALANCE
                                     TO WRK-DEP-BALANCE  (WRK-DEP-POS)
               ELSE
                   IF NOT WRK-DEP-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "DIC009" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "DEPOSITOR CATEGORIES - TABLE FULL, "
                           "REPORT AND EXTRACT INCOMPLETE"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-DEP-FULL
                   END-IF
               END-IF
           END-IF.
       0330-END.                                                   EXIT.

       0331-STEP-DEPOSITOR-POS                                  SECTION.
           ADD 1 TO WRK-DEP-POS.
       0331-END.                                                   EXIT.

       0332-SHIFT-DEPOSITOR-UP                                  SECTION.
           MOVE WRK-DEP-ENTRY (WRK-DEP-SHIFT) TO
               WRK-DEP-ENTRY (WRK-DEP-SHIFT + 1).
       0332-END.                                                   EXIT.

       0350-CHECK-XREF-USED                                     SECTION.
      *    ---- A row naming an account not on the master is usually
      *    a closed account the branch has not taken off DPXCLI
           IF WRK-DPX-COUNT NOT EQUAL ZERO
               PERFORM 0351-CHECK-ONE-XREF
                   VARYING WRK-DPX-IDX FROM 1 BY 1
                   UNTIL WRK-DPX-IDX GREATER WRK-DPX-COUNT
           END-IF.
       0350-END.                                                   EXIT.

       0351-CHECK-ONE-XREF                                      SECTION.
           IF NOT WRK-DPX-IS-USED (WRK-DPX-IDX)
               MOVE WRK-DPX-DEP-ID (WRK-DPX-IDX)  TO WRK-CUR-DEP-ID
               MOVE WRK-DPX-AGENCY (WRK-DPX-IDX)  TO WRK-EXC-AGENCY
               MOVE WRK-DPX-ACCOUNT (WRK-DPX-IDX) TO WRK-EXC-ACCOUNT
               MOVE ZEROES TO WRK-CUR-BALANCE
               MOVE "DPXCLI ACCOUNT NOT ON MASTER" TO WRK-EXC-REASON
               PERFORM 0460-WRITE-EXCEPTION
           END-IF.
       0351-END.                                                   EXIT.

       0400-WRITE-OUTPUTS                                       SECTION.
           OPEN OUTPUT ODICRPT.
           IF FS-ODICRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "DIC010" TO WRK-MSG-CODE
               STRING "*** FATAL: ODICRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT ODICEXT.
           IF FS-ODICEXT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "DIC011" TO WRK-MSG-CODE
               STRING "*** FATAL: ODICEXT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           INITIALIZE WRK-TOT-TABLE.
           MOVE SPACES TO REG-ODICEXT.
           MOVE "H"             TO DIC-REC-TYPE.
           MOVE WRK-BANK-ID     TO DIC-H-BANK-ID.
           MOVE WRK-BANK-NAME   TO DIC-H-BANK-NAME.
           MOVE WRK-AS-OF-DATE  TO DIC-H-AS-OF-DATE.
           MOVE WRK-TODAY       TO DIC-H-CREATE-DATE.
           MOVE WRK-COVER-LIMIT TO DIC-H-COVER-LIMIT.
           WRITE REG-ODICEXT.
           MOVE SPACES TO REG-ODICRPT.
           STRING "DEPOSIT INSURANCE COVERAGE - BALANCES AS OF "
                      DELIMITED BY SIZE
                  WRK-AS-OF-DATE DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-COVER-LIMIT TO WRK-AMT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "COVERAGE LIMIT PER DEPOSITOR AND CATEGORY: "
                      DELIMITED BY SIZE
                  WRK-AMT-ED DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  CATEGORY    ACCTS           BALANCE"
                      DELIMITED BY SIZE
                  "           INSURED         UNINSURED"
                      DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO WRK-PRV-DEP-ID.
           IF WRK-DEP-COUNT NOT EQUAL ZERO
               PERFORM 0410-ONE-DEPOSITOR-CATEGORY
                   VARYING WRK-DEP-POS FROM 1 BY 1
                   UNTIL WRK-DEP-POS GREATER WRK-DEP-COUNT
               PERFORM 0430-END-DEPOSITOR
           END-IF.
           PERFORM 0440-WRITE-TOTALS.
           MOVE SPACES TO REG-ODICEXT.
           MOVE "T"                TO DIC-REC-TYPE.
           MOVE WRK-EXT-COUNT      TO DIC-T-DETAIL-COUNT.
           MOVE WRK-ALL-DEPOSITORS TO DIC-T-DEPOSITORS.
           MOVE WRK-ALL-BALANCE    TO DIC-T-BALANCE.
           MOVE WRK-ALL-INSURED    TO DIC-T-INSURED.
           MOVE WRK-ALL-UNINSURED  TO DIC-T-UNINSURED.
           WRITE REG-ODICEXT.
           CLOSE ODICRPT.
           CLOSE ODICEXT.
       0400-END.                                                   EXIT.

       0410-ONE-DEPOSITOR-CATEGORY                              SECTION.
      *    ---- Coverage is per depositor per category: each category
      *    total is held against the limit on its own
           IF WRK-DEP-ID (WRK-DEP-POS) NOT EQUAL WRK-PRV-DEP-ID
               IF WRK-PRV-DEP-ID NOT EQUAL SPACES
                   PERFORM 0430-END-DEPOSITOR
               END-IF
               PERFORM 0420-START-DEPOSITOR
           END-IF.
           MOVE WRK-DEP-CAT (WRK-DEP-POS)     TO WRK-CAT.
           MOVE WRK-DEP-BALANCE (WRK-DEP-POS) TO WRK-CUR-BALANCE.
           IF WRK-CUR-BALANCE GREATER WRK-COVER-LIMIT
               MOVE WRK-COVER-LIMIT TO WRK-INSURED
               MOVE "Y" TO WRK-DEP-OVER
               ADD 1 TO WRK-TOT-OVER-LIMIT (WRK-CAT)
           ELSE
               MOVE WRK-CUR-BALANCE TO WRK-INSURED
           END-IF.
           SUBTRACT WRK-INSURED FROM WRK-CUR-BALANCE
               GIVING WRK-UNINSURED.
           ADD 1                            TO WRK-BLK-LINES.
           ADD WRK-DEP-ACCOUNTS (WRK-DEP-POS) TO WRK-BLK-ACCOUNTS.
           ADD WRK-CUR-BALANCE              TO WRK-BLK-BALANCE.
           ADD WRK-INSURED                  TO WRK-BLK-INSURED.
           ADD WRK-UNINSURED                TO WRK-BLK-UNINSURED.
           ADD 1 TO WRK-TOT-DEPOSITORS (WRK-CAT).
           ADD WRK-DEP-ACCOUNTS (WRK-DEP-POS)
                                 TO WRK-TOT-ACCOUNTS (WRK-CAT).
           ADD WRK-CUR-BALANCE   TO WRK-TOT-BALANCE (WRK-CAT).
           ADD WRK-INSURED       TO WRK-TOT-INSURED (WRK-CAT).
           ADD WRK-UNINSURED     TO WRK-TOT-UNINSURED (WRK-CAT).
           MOVE WRK-DEP-ACCOUNTS (WRK-DEP-POS) TO WRK-ACC-ED.
           MOVE WRK-CUR-BALANCE TO WRK-BAL-ED.
           MOVE WRK-INSURED     TO WRK-INS-ED.
           MOVE WRK-UNINSURED   TO WRK-UNI-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  "                 DELIMITED BY SIZE
                  WRK-CAT-NAME (WRK-CAT) DELIMITED BY SIZE
                  WRK-ACC-ED           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-BAL-ED           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-INS-ED           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-UNI-ED           DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           ADD 1 TO WRK-EXT-COUNT.
           MOVE SPACES TO REG-ODICEXT.
           MOVE "D"                         TO DIC-REC-TYPE.
           MOVE WRK-AS-OF-DATE              TO DIC-D-AS-OF-DATE.
           MOVE WRK-DEP-ID (WRK-DEP-POS)    TO DIC-D-DEPOSITOR-ID.
           MOVE WRK-DEP-NAME (WRK-DEP-POS)  TO DIC-D-NAME.
           MOVE WRK-CAT                     TO DIC-D-CATEGORY.
           MOVE WRK-DEP-ACCOUNTS (WRK-DEP-POS) TO DIC-D-ACCOUNTS.
           MOVE WRK-CUR-BALANCE             TO DIC-D-BALANCE.
           MOVE WRK-INSURED                 TO DIC-D-INSURED.
           MOVE WRK-UNINSURED               TO DIC-D-UNINSURED.
           WRITE REG-ODICEXT.
       0410-END.                                                   EXIT.

       0420-START-DEPOSITOR                                     SECTION.
           MOVE WRK-DEP-ID (WRK-DEP-POS) TO WRK-PRV-DEP-ID.
           MOVE ZEROES TO WRK-BLK-LINES WRK-BLK-ACCOUNTS
                          WRK-BLK-BALANCE WRK-BLK-INSURED
                          WRK-BLK-UNINSURED.
           MOVE "N" TO WRK-DEP-OVER.
           ADD 1 TO WRK-ALL-DEPOSITORS.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           STRING "DEPOSITOR " DELIMITED BY SIZE
                  WRK-DEP-ID (WRK-DEP-POS)   DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WRK-DEP-NAME (WRK-DEP-POS) DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
       0420-END.                                                   EXIT.

       0430-END-DEPOSITOR                                       SECTION.
      *    ---- A depositor in more than one category gets a total
      *    line; the overall figures count each depositor once
           IF WRK-DEP-IS-OVER
               ADD 1 TO WRK-ALL-OVER-LIMIT
           END-IF.
           ADD WRK-BLK-ACCOUNTS  TO WRK-ALL-ACCOUNTS.
           ADD WRK-BLK-BALANCE   TO WRK-ALL-BALANCE.
           ADD WRK-BLK-INSURED   TO WRK-ALL-INSURED.
           ADD WRK-BLK-UNINSURED TO WRK-ALL-UNINSURED.
           IF WRK-BLK-LINES GREATER 1
               MOVE WRK-BLK-ACCOUNTS  TO WRK-ACC-ED
               MOVE WRK-BLK-BALANCE   TO WRK-BAL-ED
               MOVE WRK-BLK-INSURED   TO WRK-INS-ED
               MOVE WRK-BLK-UNINSURED TO WRK-UNI-ED
               MOVE SPACES TO REG-ODICRPT
               STRING "  DEPOSITOR   " DELIMITED BY SIZE
                      WRK-ACC-ED       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WRK-BAL-ED       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WRK-INS-ED       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WRK-UNI-ED       DELIMITED BY SIZE
               INTO REG-ODICRPT
               WRITE REG-ODICRPT
           END-IF.
       0430-END.                                                   EXIT.

       0440-WRITE-TOTALS                                        SECTION.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE ALL "=" TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           MOVE "BANK-WIDE TOTALS" TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           PERFORM 0441-WRITE-CATEGORY-TOTALS
               VARYING WRK-CAT FROM 1 BY 1 UNTIL WRK-CAT GREATER 3.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           MOVE "ALL CATEGORIES" TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-DEPOSITORS TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  DEPOSITORS.............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-OVER-LIMIT TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  OVER THE LIMIT.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-ACCOUNTS TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  ACCOUNTS...............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-BALANCE TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  DEPOSITS...............: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-INSURED TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  INSURED................: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-ALL-UNINSURED TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  UNINSURED..............: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-UNLINKED TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "ACCOUNTS WITH NO DEPOSITOR: " DELIMITED BY SIZE
                  WRK-CNT-ED                     DELIMITED BY SIZE
                  " (INSURED ALONE)"             DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-OVERDRAWN TO WRK-CNT-ED.
           MOVE WRK-OVERDRAWN-AMT TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "OVERDRAWN ACCOUNTS.......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-UNCAT TO WRK-CNT-ED.
           MOVE WRK-UNCAT-AMT TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "NOT IN ANY CATEGORY......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
       0440-END.                                                   EXIT.

       0441-WRITE-CATEGORY-TOTALS                               SECTION.
           MOVE SPACES TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE SPACES TO REG-ODICRPT.
           MOVE WRK-CAT-NAME (WRK-CAT) TO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-DEPOSITORS (WRK-CAT) TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  DEPOSITORS.............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-OVER-LIMIT (WRK-CAT) TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  OVER THE LIMIT.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-ACCOUNTS (WRK-CAT) TO WRK-CNT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  ACCOUNTS...............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-BALANCE (WRK-CAT) TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  DEPOSITS...............: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-INSURED (WRK-CAT) TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  INSURED................: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
           MOVE WRK-TOT-UNINSURED (WRK-CAT) TO WRK-TOT-ED.
           MOVE SPACES TO REG-ODICRPT.
           STRING "  UNINSURED..............: " DELIMITED BY SIZE
                  WRK-TOT-ED                    DELIMITED BY SIZE
           INTO REG-ODICRPT.
           WRITE REG-ODICRPT.
       0441-END.                                                   EXIT.

       0460-WRITE-EXCEPTION                                     SECTION.
           ADD 1 TO WRK-EXC-COUNT.
           MOVE WRK-CUR-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-ODICEXC.
           STRING WRK-EXC-AGENCY   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-EXC-ACCOUNT  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-CUR-DEP-ID   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-AMT-ED       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WRK-EXC-REASON   DELIMITED BY SIZE
           INTO REG-ODICEXC.
           WRITE REG-ODICEXC.
       0460-END.                                                   EXIT.

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
           MOVE "DICRPT"           TO MSG-PROGRAM.
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
