       IDENTIFICATION                                          DIVISION.
      * Year-end interest statement and tax-authority extract - sums!
      * a calendar year's AUD-INTEREST per agency/account off the
      * OAUDCLI audit trail (every run appends to it), joins the
      * customer's name from the client master (or the closed-account
      * register, for accounts closed during the year) and the mailing
      * address and taxpayer ID from ADRCLI, and produces:
      *  - OINTSTM, the customer-facing annual interest statement, one
      *    page per account that earned interest and has an address;
      *  - OINTTAX, the fixed-format extract for the tax authority
      *    (header, one detail per account over the reporting minimum,
      *    trailer with count and total);
      *  - OINTEXC, the exception list: no address (statement not
      *    mailed), no taxpayer ID, no name on file.
      * Tax year, reporting minimum and the bank's own payer ID come
      * from intprm.txt; with no year the run reports the calendar
      * year before today's date.
       PROGRAM-ID. INTTAX.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT INTPRM ASSIGN TO "./intprm.txt"
               FILE STATUS IS FS-INTPRM.
           SELECT IFILCLI ASSIGN TO "./ifilcli.txt"
               FILE STATUS IS FS-IFILCLI.
           SELECT CLSCLI ASSIGN TO "./clscli.txt"
               FILE STATUS IS FS-CLSCLI.
           SELECT ADRCLI ASSIGN TO "./adrcli.txt"
               FILE STATUS IS FS-ADRCLI.
           SELECT OAUDCLI ASSIGN TO "./oaudcli.txt"
               FILE STATUS IS FS-OAUDCLI.
           SELECT OINTSTM ASSIGN TO "./ointstm.txt"
               FILE STATUS IS FS-OINTSTM.
           SELECT OINTTAX ASSIGN TO "./ointtax.txt"
               FILE STATUS IS FS-OINTTAX.
           SELECT OINTEXC ASSIGN TO "./ointexc.txt"
               FILE STATUS IS FS-OINTEXC.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD INTPRM
           RECORDING MODE IS F.
       01 REG-INTPRM.
           05 PRM-TAX-YEAR           PICTURE X(04).
           05 PRM-REPORT-MIN         PICTURE 9(10)V99.
           05 PRM-PAYER-ID           PICTURE X(14).
           05 PRM-PAYER-NAME         PICTURE X(30).
      * YEAR-END CONTROL CARD: TAX YEAR (YYYY), THE INTEREST TOTAL AN
      * ACCOUNT MUST EXCEED TO BE REPORTED, AND THE BANK'S OWN PAYER
      * ID AND NAME FOR THE EXTRACT HEADER

       FD IFILCLI
           RECORDING MODE IS F.
      * Client master, for the customer name
       COPY "BOOKCLI".

       FD CLSCLI
           RECORDING MODE IS F.
      * Closed-account register - names of accounts closed in the year
       COPY "CLSCLI".

       FD ADRCLI
           RECORDING MODE IS F.
      * Name-and-address master, with the taxpayer ID
       COPY "ADRCLI".

       FD OAUDCLI
           RECORDING MODE IS F.
      * Audit trail appended by the CLIENTS batch every run
       COPY "AUDCLI".

       FD OINTSTM
           RECORDING MODE IS F.
       01 REG-OINTSTM               PICTURE X(80).
      * ANNUAL INTEREST STATEMENTS, ONE PAGE PER ACCOUNT, READY FOR
      * THE PRINT VENDOR

       FD OINTTAX
           RECORDING MODE IS F.
       01 REG-OINTTAX.
           05 TAX-REC-TYPE           PICTURE X(01).
               88 TAX-IS-HEADER                       VALUE "H".
               88 TAX-IS-DETAIL                       VALUE "D".
               88 TAX-IS-TRAILER                      VALUE "T".
           05 TAX-BODY               PICTURE X(139).
           05 TAX-HEADER REDEFINES TAX-BODY.
               10 TAX-H-PAYER-ID     PICTURE X(14).
               10 TAX-H-PAYER-NAME   PICTURE X(30).
               10 TAX-H-TAX-YEAR     PICTURE X(04).
               10 TAX-H-CREATE-DATE  PICTURE X(08).
               10 FILLER             PICTURE X(83).
           05 TAX-DETAIL REDEFINES TAX-BODY.
               10 TAX-D-TAX-YEAR     PICTURE X(04).
               10 TAX-D-AGENCY       PICTURE X(04).
               10 TAX-D-ACCOUNT      PICTURE X(08).
               10 TAX-D-TAX-ID       PICTURE X(14).
               10 TAX-D-NAME         PICTURE X(32).
               10 TAX-D-STREET       PICTURE X(30).
               10 TAX-D-CITY         PICTURE X(20).
               10 TAX-D-POSTAL       PICTURE X(08).
               10 TAX-D-INTEREST     PICTURE 9(12)V9(02).
               10 FILLER             PICTURE X(05).
           05 TAX-TRAILER REDEFINES TAX-BODY.
               10 TAX-T-DETAIL-COUNT PICTURE 9(07).
               10 TAX-T-INTEREST     PICTURE 9(14)V9(02).
               10 FILLER             PICTURE X(116).
      * TAX-AUTHORITY INTEREST EXTRACT, FIXED 140 BYTES: ONE H ROW
      * (PAYER ID AND NAME, TAX YEAR, DATE CREATED), ONE D ROW PER
      * ACCOUNT WHOSE INTEREST FOR THE YEAR IS OVER THE REPORTING
      * MINIMUM (TAXPAYER ID BLANK IF THE BRANCH NEVER COLLECTED IT -
      * THOSE ALSO PRINT ON THE EXCEPTION LIST), AND ONE T ROW WITH
      * THE D COUNT AND TOTAL INTEREST SO THE AUTHORITY CAN PROVE IT
      * RECEIVED THE WHOLE FILE. AMOUNTS UNSIGNED, TWO IMPLIED DECIMALS

       FD OINTEXC
           RECORDING MODE IS F.
       01 REG-OINTEXC               PICTURE X(80).
      * EXCEPTION LIST FOR THE BRANCHES - ACCOUNTS WHOSE STATEMENT
      * COULD NOT BE MAILED OR WHOSE EXTRACT ROW IS INCOMPLETE

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - for the run number
       COPY "RUNCLI".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-INTPRM                PICTURE 9(02).
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-CLSCLI                PICTURE 9(02).
           88 FS-CLSCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ADRCLI                PICTURE 9(02).
           88 FS-ADRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OAUDCLI               PICTURE 9(02).
           88 FS-OAUDCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OINTSTM               PICTURE 9(02).
       01 FS-OINTTAX               PICTURE 9(02).
       01 FS-OINTEXC               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-TAX-YEAR             PICTURE X(04)        VALUE SPACES.
       01 WRK-TAX-YEAR-N REDEFINES WRK-TAX-YEAR
                                   PICTURE 9(04).
       01 WRK-TODAY                PICTURE X(08)        VALUE SPACES.
       01 WRK-REPORT-MIN           PICTURE S9(10)V9(02) COMP-3
                                                     VALUE 10,00.
       01 WRK-PAYER-ID             PICTURE X(14)        VALUE SPACES.
       01 WRK-PAYER-NAME           PICTURE X(30)        VALUE SPACES.

       01 WRK-CUR-NAME             PICTURE X(32)        VALUE SPACES.
       01 WRK-CUR-INTEREST         PICTURE S9(14)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CUR-REPORTED         PICTURE X(01)        VALUE "N".
           88 WRK-CUR-IS-REPORTED                       VALUE "Y".
       01 WRK-EXC-REASON           PICTURE X(30)        VALUE SPACES.

       01 WRK-AUD-READ             PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-AUD-IN-YEAR          PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-STM-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-TAX-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-EXC-COUNT            PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-TAX-TOTAL            PICTURE S9(14)V9(02) COMP-3
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-TOT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    ---- Customer names: client master first, then the closed
      *    register for accounts no longer on it
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

      *    ---- Mailing addresses and taxpayer IDs
       01 WRK-ADR-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ADR-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-ADR-IS-FOUND                              VALUE "Y".
       01 WRK-ADR-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-ADR-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-ADR-TABLE.
           05 WRK-ADR-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-ADR-IDX.
               10 WRK-ADR-AGENCY     PICTURE X(04).
               10 WRK-ADR-ACCOUNT    PICTURE X(08).
               10 WRK-ADR-STREET     PICTURE X(30).
               10 WRK-ADR-CITY       PICTURE X(20).
               10 WRK-ADR-POSTAL     PICTURE X(08).
               10 WRK-ADR-TAX-ID     PICTURE X(14).

      *    ---- The year's interest per account. A restarted run can
      *    leave two audit rows for one account and date - the later
      *    one replaces the earlier, so nothing is counted twice
       01 WRK-INT-COUNT           PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-INT-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-INT-IS-FOUND                              VALUE "Y".
       01 WRK-INT-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-INT-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-INT-TABLE.
           05 WRK-INT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WRK-INT-IDX.
               10 WRK-INT-AGENCY     PICTURE X(04).
               10 WRK-INT-ACCOUNT    PICTURE X(08).
               10 WRK-INT-TOTAL      PICTURE S9(14)V9(02) COMP-3.
               10 WRK-INT-LAST-DATE  PICTURE X(08).
               10 WRK-INT-LAST-AMT   PICTURE S9(14)V9(02) COMP-3.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Year-End Interest Statement and Tax Extract ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOAD-NAMES.
           PERFORM 0215-LOAD-CLOSED-NAMES.
           PERFORM 0220-LOAD-ADDRESSES.
           PERFORM 0300-SUM-INTEREST.
           PERFORM 0400-WRITE-OUTPUTS.
           MOVE WRK-INT-COUNT TO WRK-CNT-ED.
           DISPLAY "ACCOUNTS WITH INTEREST...: " WRK-CNT-ED.
           MOVE WRK-STM-COUNT TO WRK-CNT-ED.
           DISPLAY "STATEMENTS PRINTED.......: " WRK-CNT-ED.
           MOVE WRK-TAX-COUNT TO WRK-CNT-ED.
           DISPLAY "ACCOUNTS ON TAX EXTRACT..: " WRK-CNT-ED.
           MOVE WRK-EXC-COUNT TO WRK-CNT-ED.
           DISPLAY "EXCEPTIONS LISTED........: " WRK-CNT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "INT012" TO WRK-MSG-CODE.
           MOVE "INTTAX ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- The year defaults to the one just closed, which is
      *    when this step is normally run
           ACCEPT WRK-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT INTPRM.
           IF FS-INTPRM EQUAL ZEROS
               READ INTPRM
               IF FS-INTPRM EQUAL ZEROS
                   IF PRM-TAX-YEAR NUMERIC
                       MOVE PRM-TAX-YEAR TO WRK-TAX-YEAR
                   END-IF
                   IF PRM-REPORT-MIN NUMERIC
                       MOVE PRM-REPORT-MIN TO WRK-REPORT-MIN
                   END-IF
                   MOVE PRM-PAYER-ID   TO WRK-PAYER-ID
                   MOVE PRM-PAYER-NAME TO WRK-PAYER-NAME
               END-IF
               CLOSE INTPRM
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "INT001" TO WRK-MSG-CODE
               STRING "INTPRM NOT FOUND, USING LAST YEAR AND THE "
                   "DEFAULT REPORTING MINIMUM"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-TAX-YEAR EQUAL SPACES
               MOVE WRK-TODAY (1:4) TO WRK-TAX-YEAR
               SUBTRACT 1 FROM WRK-TAX-YEAR-N
           END-IF.
           IF WRK-PAYER-ID EQUAL SPACES
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "INT002" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: NO PAYER ID ON INTPRM - "
                   "THE TAX AUTHORITY WILL REFUSE THE EXTRACT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE WRK-REPORT-MIN TO WRK-AMT-ED.
           DISPLAY "TAX YEAR " WRK-TAX-YEAR
               ", REPORTING MINIMUM " WRK-AMT-ED.
       0200-END.                                                   EXIT.

       0210-LOAD-NAMES                                          SECTION.
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               PERFORM 0211-LOAD-NAME-REC UNTIL FS-IFILCLI-AT-EOF
               CLOSE IFILCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "INT003" TO WRK-MSG-CODE
               STRING "IFILCLI NOT FOUND, NAMES FROM THE CLOSED "
                   "REGISTER ONLY"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0211-LOAD-NAME-REC                                       SECTION.
           READ IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               IF WRK-NAM-COUNT LESS THAN 5000
                   ADD 1 TO WRK-NAM-COUNT
                   MOVE REG-AGENCY  TO WRK-NAM-AGENCY  (WRK-NAM-COUNT)
                   MOVE REG-ACCOUNT TO WRK-NAM-ACCOUNT (WRK-NAM-COUNT)
                   MOVE REG-NAME    TO WRK-NAM-NAME    (WRK-NAM-COUNT)
               ELSE
                   PERFORM 0212-NAME-TABLE-FULL
               END-IF
           END-IF.
       0211-END.                                                   EXIT.

       0212-NAME-TABLE-FULL                                     SECTION.
           IF NOT WRK-NAM-TABLE-IS-FULL
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "INT004" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: MORE THAN 5000 ACCOUNTS "
                   "ON IFILCLI/CLSCLI - NAME TABLE FULL, REMAINING "
                   "RECORDS IGNORED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE "Y" TO WRK-NAM-FULL
           END-IF.
       0212-END.                                                   EXIT.

       0215-LOAD-CLOSED-NAMES                                   SECTION.
      *    ---- An account closed during the year still earned its
      *    interest before the close and still gets its statement
           OPEN INPUT CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               PERFORM 0216-LOAD-CLOSED-REC UNTIL FS-CLSCLI-AT-EOF
               CLOSE CLSCLI
           END-IF.
       0215-END.                                                   EXIT.

       0216-LOAD-CLOSED-REC                                     SECTION.
           READ CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               IF WRK-NAM-COUNT LESS THAN 5000
                   ADD 1 TO WRK-NAM-COUNT
                   MOVE CLS-AGENCY  TO WRK-NAM-AGENCY  (WRK-NAM-COUNT)
                   MOVE CLS-ACCOUNT TO WRK-NAM-ACCOUNT (WRK-NAM-COUNT)
                   MOVE CLS-NAME    TO WRK-NAM-NAME    (WRK-NAM-COUNT)
               ELSE
                   PERFORM 0212-NAME-TABLE-FULL
               END-IF
           END-IF.
       0216-END.                                                   EXIT.

       0220-LOAD-ADDRESSES                                      SECTION.
           OPEN INPUT ADRCLI.
           IF FS-ADRCLI EQUAL ZEROS
               PERFORM 0221-LOAD-ADDRESS-REC UNTIL FS-ADRCLI-AT-EOF
               CLOSE ADRCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "INT005" TO WRK-MSG-CODE
               STRING "ADRCLI NOT FOUND, EVERY STATEMENT WILL FALL "
                   "TO THE EXCEPTION LIST"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-ADDRESS-REC                                    SECTION.
           READ ADRCLI.
           IF FS-ADRCLI EQUAL ZEROS
               IF WRK-ADR-COUNT LESS THAN 5000
                   ADD 1 TO WRK-ADR-COUNT
                   MOVE ADR-AGENCY  TO WRK-ADR-AGENCY  (WRK-ADR-COUNT)
                   MOVE ADR-ACCOUNT TO WRK-ADR-ACCOUNT (WRK-ADR-COUNT)
                   MOVE ADR-STREET  TO WRK-ADR-STREET  (WRK-ADR-COUNT)
                   MOVE ADR-CITY    TO WRK-ADR-CITY    (WRK-ADR-COUNT)
                   MOVE ADR-POSTAL  TO WRK-ADR-POSTAL  (WRK-ADR-COUNT)
                   MOVE ADR-TAX-ID  TO WRK-ADR-TAX-ID  (WRK-ADR-COUNT)
               ELSE
                   IF NOT WRK-ADR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "INT006" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: ADRCLI HAS MORE "
                           "THAN 5000 ADDRESSES - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-ADR-FULL
                   END-IF
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0300-SUM-INTEREST                                        SECTION.
           OPEN INPUT OAUDCLI.
           IF FS-OAUDCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "INT007" TO WRK-MSG-CODE
               STRING "*** FATAL: OAUDCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0310-SUM-ONE-ROW UNTIL FS-OAUDCLI-AT-EOF.
           CLOSE OAUDCLI.
           MOVE WRK-AUD-IN-YEAR TO WRK-CNT-ED.
           DISPLAY "AUDIT ROWS IN TAX YEAR...: " WRK-CNT-ED.
       0300-END.                                                   EXIT.

       0310-SUM-ONE-ROW                                         SECTION.
           READ OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               ADD 1 TO WRK-AUD-READ
               IF AUD-PROC-DATE (1:4) EQUAL WRK-TAX-YEAR
                   ADD 1 TO WRK-AUD-IN-YEAR
                   PERFORM 0320-ADD-TO-ACCOUNT
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-ADD-TO-ACCOUNT                                      SECTION.
           MOVE "N" TO WRK-INT-FOUND.
           IF WRK-INT-COUNT NOT EQUAL ZERO
               SET WRK-INT-IDX TO 1
               SEARCH WRK-INT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-INT-AGENCY (WRK-INT-IDX) EQUAL AUD-AGENCY
                       AND WRK-INT-ACCOUNT (WRK-INT-IDX)
                           EQUAL AUD-ACCOUNT
                       MOVE "Y" TO WRK-INT-FOUND
               END-SEARCH
           END-IF.
           IF NOT WRK-INT-IS-FOUND
               IF WRK-INT-COUNT LESS THAN 5000
                   ADD 1 TO WRK-INT-COUNT
                   SET WRK-INT-IDX TO WRK-INT-COUNT
                   MOVE AUD-AGENCY  TO WRK-INT-AGENCY    (WRK-INT-IDX)
                   MOVE AUD-ACCOUNT TO WRK-INT-ACCOUNT   (WRK-INT-IDX)
                   MOVE ZEROES      TO WRK-INT-TOTAL     (WRK-INT-IDX)
                                       WRK-INT-LAST-AMT  (WRK-INT-IDX)
                   MOVE SPACES      TO WRK-INT-LAST-DATE (WRK-INT-IDX)
                   MOVE "Y" TO WRK-INT-FOUND
               ELSE
                   IF NOT WRK-INT-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "INT008" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "ACCOUNTS IN THE TAX YEAR - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-INT-FULL
                   END-IF
               END-IF
           END-IF.
           IF WRK-INT-IS-FOUND
               IF AUD-PROC-DATE EQUAL WRK-INT-LAST-DATE (WRK-INT-IDX)
                   SUBTRACT WRK-INT-LAST-AMT (WRK-INT-IDX)
                       FROM WRK-INT-TOTAL (WRK-INT-IDX)
               END-IF
               ADD AUD-INTEREST TO WRK-INT-TOTAL (WRK-INT-IDX)
               MOVE AUD-INTEREST  TO WRK-INT-LAST-AMT  (WRK-INT-IDX)
               MOVE AUD-PROC-DATE TO WRK-INT-LAST-DATE (WRK-INT-IDX)
           END-IF.
       0320-END.                                                   EXIT.

       0400-WRITE-OUTPUTS                                       SECTION.
           OPEN OUTPUT OINTSTM.
           IF FS-OINTSTM NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "INT009" TO WRK-MSG-CODE
               STRING "*** FATAL: OINTSTM COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OINTTAX.
           IF FS-OINTTAX NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "INT010" TO WRK-MSG-CODE
               STRING "*** FATAL: OINTTAX COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OINTEXC.
           IF FS-OINTEXC NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "INT011" TO WRK-MSG-CODE
               STRING "*** FATAL: OINTEXC COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OINTTAX.
           MOVE "H"            TO TAX-REC-TYPE.
           MOVE WRK-PAYER-ID   TO TAX-H-PAYER-ID.
           MOVE WRK-PAYER-NAME TO TAX-H-PAYER-NAME.
           MOVE WRK-TAX-YEAR   TO TAX-H-TAX-YEAR.
           MOVE WRK-TODAY      TO TAX-H-CREATE-DATE.
           WRITE REG-OINTTAX.
           MOVE SPACES TO REG-OINTEXC.
           STRING "YEAR-END INTEREST EXCEPTIONS - TAX YEAR "
                      DELIMITED BY SIZE
                  WRK-TAX-YEAR DELIMITED BY SIZE
           INTO REG-OINTEXC.
           WRITE REG-OINTEXC.
           MOVE SPACES TO REG-OINTEXC.
           STRING "AGCY ACCOUNT  NAME            " DELIMITED BY SIZE
                  "          INTEREST  REASON"    DELIMITED BY SIZE
           INTO REG-OINTEXC.
           WRITE REG-OINTEXC.
           IF WRK-INT-COUNT NOT EQUAL ZERO
               PERFORM 0410-ONE-ACCOUNT
                   VARYING WRK-INT-IDX FROM 1 BY 1
                   UNTIL WRK-INT-IDX GREATER WRK-INT-COUNT
           END-IF.
           MOVE SPACES TO REG-OINTTAX.
           MOVE "T"           TO TAX-REC-TYPE.
           MOVE WRK-TAX-COUNT TO TAX-T-DETAIL-COUNT.
           MOVE WRK-TAX-TOTAL TO TAX-T-INTEREST.
           WRITE REG-OINTTAX.
           MOVE WRK-EXC-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OINTEXC.
           STRING "EXCEPTIONS...............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OINTEXC.
           WRITE REG-OINTEXC.
           CLOSE OINTSTM.
           CLOSE OINTTAX.
           CLOSE OINTEXC.
       0400-END.                                                   EXIT.

       0410-ONE-ACCOUNT                                         SECTION.
      *    ---- An account that earned nothing in the year gets no
      *    statement and no extract row
           MOVE WRK-INT-TOTAL (WRK-INT-IDX) TO WRK-CUR-INTEREST.
           IF WRK-CUR-INTEREST GREATER ZERO
               PERFORM 0420-FIND-NAME
               PERFORM 0430-FIND-ADDRESS
               MOVE "N" TO WRK-CUR-REPORTED
               IF WRK-CUR-INTEREST GREATER WRK-REPORT-MIN
                   MOVE "Y" TO WRK-CUR-REPORTED
                   PERFORM 0450-WRITE-EXTRACT-DETAIL
               END-IF
               IF WRK-ADR-IS-FOUND
                   PERFORM 0440-WRITE-STATEMENT
               ELSE
                   MOVE "NO ADDRESS - STATEMENT HELD" TO WRK-EXC-REASON
                   PERFORM 0460-WRITE-EXCEPTION
               END-IF
               IF NOT WRK-NAM-IS-FOUND
                   MOVE "NAME NOT ON FILE" TO WRK-EXC-REASON
                   PERFORM 0460-WRITE-EXCEPTION
               END-IF
               IF WRK-CUR-IS-REPORTED
                   AND (NOT WRK-ADR-IS-FOUND
                        OR WRK-ADR-TAX-ID (WRK-ADR-IDX) EQUAL SPACES)
                   MOVE "REPORTED WITHOUT TAXPAYER ID" TO
                       WRK-EXC-REASON
                   PERFORM 0460-WRITE-EXCEPTION
               END-IF
           END-IF.
       0410-END.                                                   EXIT.

       0420-FIND-NAME                                           SECTION.
           MOVE "N" TO WRK-NAM-FOUND.
           MOVE SPACES TO WRK-CUR-NAME.
           IF WRK-NAM-COUNT NOT EQUAL ZERO
               SET WRK-NAM-IDX TO 1
               SEARCH WRK-NAM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-NAM-AGENCY (WRK-NAM-IDX)
                       EQUAL WRK-INT-AGENCY (WRK-INT-IDX)
                       AND WRK-NAM-ACCOUNT (WRK-NAM-IDX)
                           EQUAL WRK-INT-ACCOUNT (WRK-INT-IDX)
                       MOVE "Y" TO WRK-NAM-FOUND
                       MOVE WRK-NAM-NAME (WRK-NAM-IDX) TO WRK-CUR-NAME
               END-SEARCH
           END-IF.
       0420-END.                                                   EXIT.

       0430-FIND-ADDRESS                                        SECTION.
           MOVE "N" TO WRK-ADR-FOUND.
           IF WRK-ADR-COUNT NOT EQUAL ZERO
               SET WRK-ADR-IDX TO 1
               SEARCH WRK-ADR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-ADR-AGENCY (WRK-ADR-IDX)
                       EQUAL WRK-INT-AGENCY (WRK-INT-IDX)
                       AND WRK-ADR-ACCOUNT (WRK-ADR-IDX)
                           EQUAL WRK-INT-ACCOUNT (WRK-INT-IDX)
                       MOVE "Y" TO WRK-ADR-FOUND
               END-SEARCH
           END-IF.
       0430-END.                                                   EXIT.

       0440-WRITE-STATEMENT                                     SECTION.
           ADD 1 TO WRK-STM-COUNT.
           MOVE ALL "=" TO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           STRING "ANNUAL INTEREST STATEMENT    TAX YEAR "
                      DELIMITED BY SIZE
                  WRK-TAX-YEAR DELIMITED BY SIZE
           INTO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           MOVE WRK-CUR-NAME TO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           MOVE WRK-ADR-STREET (WRK-ADR-IDX) TO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           STRING WRK-ADR-CITY (WRK-ADR-IDX)   DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WRK-ADR-POSTAL (WRK-ADR-IDX) DELIMITED BY SIZE
           INTO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           STRING "AGENCY " DELIMITED BY SIZE
                  WRK-INT-AGENCY (WRK-INT-IDX) DELIMITED BY SIZE
                  "  ACCOUNT " DELIMITED BY SIZE
                  WRK-INT-ACCOUNT (WRK-INT-IDX) DELIMITED BY SIZE
           INTO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           IF WRK-ADR-TAX-ID (WRK-ADR-IDX) EQUAL SPACES
               STRING "TAXPAYER ID..............: NOT ON FILE - "
                          DELIMITED BY SIZE
                      "PLEASE CONTACT YOUR BRANCH" DELIMITED BY SIZE
               INTO REG-OINTSTM
           ELSE
               STRING "TAXPAYER ID..............: " DELIMITED BY SIZE
                      WRK-ADR-TAX-ID (WRK-ADR-IDX)  DELIMITED BY SIZE
               INTO REG-OINTSTM
           END-IF.
           WRITE REG-OINTSTM.
           MOVE WRK-CUR-INTEREST TO WRK-AMT-ED.
           MOVE SPACES TO REG-OINTSTM.
           STRING "INTEREST EARNED IN YEAR..: " DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
           INTO REG-OINTSTM.
           WRITE REG-OINTSTM.
           MOVE SPACES TO REG-OINTSTM.
           IF WRK-CUR-IS-REPORTED
               STRING "REPORTED TO TAX AUTHORITY: YES" DELIMITED BY SIZE
               INTO REG-OINTSTM
           ELSE
               STRING "REPORTED TO TAX AUTHORITY: NO - BELOW THE "
                          DELIMITED BY SIZE
                      "REPORTING MINIMUM" DELIMITED BY SIZE
               INTO REG-OINTSTM
           END-IF.
           WRITE REG-OINTSTM.
       0440-END.                                                   EXIT.

       0450-WRITE-EXTRACT-DETAIL                                SECTION.
      *    ---- Reported with or without an address or taxpayer ID -
      *    the payment happened either way; the gaps go on the
      *    exception list for the branch to chase
           ADD 1 TO WRK-TAX-COUNT.
           ADD WRK-CUR-INTEREST TO WRK-TAX-TOTAL.
           MOVE SPACES TO REG-OINTTAX.
           MOVE "D"                           TO TAX-REC-TYPE.
           MOVE WRK-TAX-YEAR                  TO TAX-D-TAX-YEAR.
           MOVE WRK-INT-AGENCY (WRK-INT-IDX)  TO TAX-D-AGENCY.
           MOVE WRK-INT-ACCOUNT (WRK-INT-IDX) TO TAX-D-ACCOUNT.
           MOVE WRK-CUR-NAME                  TO TAX-D-NAME.
           IF WRK-ADR-IS-FOUND
               MOVE WRK-ADR-TAX-ID (WRK-ADR-IDX) TO TAX-D-TAX-ID
               MOVE WRK-ADR-STREET (WRK-ADR-IDX) TO TAX-D-STREET
               MOVE WRK-ADR-CITY (WRK-ADR-IDX)   TO TAX-D-CITY
               MOVE WRK-ADR-POSTAL (WRK-ADR-IDX) TO TAX-D-POSTAL
           END-IF.
           MOVE WRK-CUR-INTEREST              TO TAX-D-INTEREST.
           WRITE REG-OINTTAX.
       0450-END.                                                   EXIT.

       0460-WRITE-EXCEPTION                                     SECTION.
           ADD 1 TO WRK-EXC-COUNT.
           MOVE WRK-CUR-INTEREST TO WRK-AMT-ED.
           MOVE SPACES TO REG-OINTEXC.
           STRING WRK-INT-AGENCY (WRK-INT-IDX)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-INT-ACCOUNT (WRK-INT-IDX) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-CUR-NAME (1:16)           DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WRK-EXC-REASON                DELIMITED BY SIZE
           INTO REG-OINTEXC.
           WRITE REG-OINTEXC.
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
           MOVE "INTTAX"           TO MSG-PROGRAM.
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
