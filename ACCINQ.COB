       IDENTIFICATION                                          DIVISION.
      * Read-only account inquiry for the branches!
      * The operator keys an agency and account and gets, on one
      * screen, what the masters say about it: balance and type on
      * the current master (the last completed OMSTCLI generation
      * RUNCLI names, else ifilcli.txt), the manager and agency and
      * their status, the address on file, any waiver in force, the
      * dormancy standing (and a close or escheatment), the open
      * PNDCLI holds with their age, the last posted transactions
      * (TXHCLI) and any recent rejects. Every file is opened INPUT
      * only and nothing is ever written, so the program is safe to
      * hand to the branches. Keying agency 0000 (or nothing) ends.
       PROGRAM-ID. ACCINQ.
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
           SELECT MSTCLI ASSIGN TO DYNAMIC WRK-MSTCLI-NAME
               FILE STATUS IS FS-MSTCLI.
           SELECT MGRCLI ASSIGN TO "./mgrcli.txt"
               FILE STATUS IS FS-MGRCLI.
           SELECT AGYCLI ASSIGN TO "./agycli.txt"
               FILE STATUS IS FS-AGYCLI.
           SELECT ADRCLI ASSIGN TO "./adrcli.txt"
               FILE STATUS IS FS-ADRCLI.
           SELECT WVRCLI ASSIGN TO "./wvrcli.txt"
               FILE STATUS IS FS-WVRCLI.
           SELECT DRMCLI ASSIGN TO "./drmcli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRM-KEY
               FILE STATUS IS FS-DRMCLI.
           SELECT CLSCLI ASSIGN TO "./clscli.txt"
               FILE STATUS IS FS-CLSCLI.
           SELECT PNDCLI ASSIGN TO "./pndcli.txt"
               FILE STATUS IS FS-PNDCLI.
           SELECT TXHCLI ASSIGN TO "./txhcli.txt"
               FILE STATUS IS FS-TXHCLI.
           SELECT REJCLI ASSIGN TO "./rejcli.txt"
               FILE STATUS IS FS-REJCLI.

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
      * THE BATCH CONTROL CARD - ONLY THE PROCESSING DATE IS USED, TO
      * AGE THE HOLDS AND TELL WHICH WAIVERS ARE STILL IN FORCE

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record - names the last completed generation
       COPY "RUNCLI".

       FD MSTCLI
           RECORDING MODE IS F.
      * Current client master, BOOKCLI layout
       COPY "BOOKCLI".

       FD MGRCLI
           RECORDING MODE IS F.
       01 REG-MGRCLI.
           05 MGR-CODE              PICTURE X(04).
           05 MGR-STATUS            PICTURE X(01).
      * BRANCH MANAGER MASTER: CODE AND STATUS (A=ACTIVE, T=TERMINATED)

       FD AGYCLI
           RECORDING MODE IS F.
       01 REG-AGYCLI.
           05 AGY-CODE               PICTURE X(04).
           05 AGY-STATUS             PICTURE X(01).
           05 AGY-BRANCH-NAME        PICTURE X(30).
      * AGENCY/BRANCH MASTER: CODE, STATUS (A=ACTIVE, C=CLOSED) AND NAME

       FD ADRCLI
           RECORDING MODE IS F.
      * Name-and-address master
       COPY "ADRCLI".

       FD WVRCLI
           RECORDING MODE IS F.
       01 REG-WVRCLI.
           05 WVR-AGENCY             PICTURE X(04).
           05 WVR-ACCOUNT            PICTURE X(08).
           05 WVR-WAIVE-FEE          PICTURE X(01).
           05 WVR-WAIVE-PENALTY      PICTURE X(01).
           05 WVR-EXPIRY-DATE        PICTURE X(08).
      * FEE/PENALTY WAIVER MASTER, IN FORCE THROUGH THE EXPIRY DATE

       FD DRMCLI.
       01 REG-DRMCLI.
           05 DRM-KEY.
               10 DRM-AGENCY         PICTURE X(04).
               10 DRM-ACCOUNT        PICTURE X(08).
           05 DRM-LAST-ACTIVE-DATE   PICTURE X(08).
           05 DRM-IDLE-RUNS          PICTURE 9(03).
      * DORMANCY MASTER, READ BY KEY ONLY

       FD CLSCLI
           RECORDING MODE IS F.
       COPY "CLSCLI".

       FD PNDCLI
           RECORDING MODE IS F.
      * Held transactions as the last run left them
       COPY "PNDCLI".

       FD TXHCLI
           RECORDING MODE IS F.
      * Permanent posted-transaction history
       COPY "TXHCLI".

       FD REJCLI
           RECORDING MODE IS F.
       01 REG-REJCLI.
           05 REJ-PROC-DATE        PICTURE X(08).
           05 REJ-AGENCY           PICTURE X(04).
           05 REJ-ACCOUNT          PICTURE X(08).
           05 REJ-REASON           PICTURE X(30).
      * REGISTERS THE BATCH SKIPPED, WITH THE REASON WHY

       WORKING-STORAGE                                          SECTION.
       01 FS-PARMCLI               PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-MSTCLI                PICTURE 9(02).
           88 FS-MSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-MGRCLI                PICTURE 9(02).
           88 FS-MGRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-AGYCLI                PICTURE 9(02).
           88 FS-AGYCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ADRCLI                PICTURE 9(02).
           88 FS-ADRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-WVRCLI                PICTURE 9(02).
           88 FS-WVRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-DRMCLI                PICTURE 9(02).
       01 FS-CLSCLI                PICTURE 9(02).
           88 FS-CLSCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PNDCLI                PICTURE 9(02).
           88 FS-PNDCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-TXHCLI                PICTURE 9(02).
           88 FS-TXHCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-REJCLI                PICTURE 9(02).
           88 FS-REJCLI-AT-EOF                        VALUE 04, 10, 46.

       01 WRK-PROC-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-MSTCLI-NAME          PICTURE X(40)        VALUE SPACES.
       01 WRK-MST-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-RUN-STATUS           PICTURE X(01)        VALUE SPACE.

      *    ---- The account being inquired on
       01 WRK-INQ-AGENCY           PICTURE X(04)        VALUE SPACES.
       01 WRK-INQ-ACCOUNT          PICTURE X(08)        VALUE SPACES.
       01 WRK-INQ-DONE             PICTURE X(01)            VALUE "N".
           88 WRK-INQ-IS-DONE                               VALUE "Y".
       01 WRK-FOUND                PICTURE X(01)            VALUE "N".
           88 WRK-IS-FOUND                                  VALUE "Y".
       01 WRK-MANAGER              PICTURE X(04)        VALUE SPACES.
       01 WRK-INQ-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.

      *    ---- Same dormancy thresholds (idle runs) as the batch
       01 WRK-DORMANT-THRESHOLD    PICTURE 9(03) USAGE COMP VALUE 005.
       01 WRK-ESCHEAT-THRESHOLD    PICTURE 9(03) USAGE COMP VALUE 012.
       01 WRK-CLS-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-CLS-REASON           PICTURE X(01)        VALUE SPACE.

      *    ---- Ordinal-day lookup: cumulative days before each month
      *    ---- (non-leap baseline, same convention as PNDRPT)
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

       01 WRK-D2D-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-D2D-YYYY             PICTURE 9(04)        VALUE ZEROES.
       01 WRK-D2D-MM               PICTURE 9(02)        VALUE ZEROES.
       01 WRK-D2D-DD               PICTURE 9(02)        VALUE ZEROES.
       01 WRK-D2D-DAYS             PICTURE 9(08) USAGE COMP VALUE ZEROS.
       01 WRK-DAYS-PROC            PICTURE 9(08) USAGE COMP VALUE ZEROS.
       01 WRK-AGE-DAYS             PICTURE 9(05) USAGE COMP VALUE ZEROS.

      *    ---- The most recent posted transactions, oldest first
       01 WRK-TXN-MAX              PICTURE 9(02) USAGE COMP VALUE 10.
       01 WRK-TXN-COUNT            PICTURE 9(02) USAGE COMP VALUE ZERO.
       01 WRK-TXN-TABLE.
           05 WRK-TXN-ENTRY OCCURS 10 TIMES
                             INDEXED BY WRK-TXN-IDX.
               10 WRK-TXN-DATE       PICTURE X(08).
               10 WRK-TXN-SEQ        PICTURE 9(08).
               10 WRK-TXN-DC         PICTURE X(01).
               10 WRK-TXN-APPLIED    PICTURE X(01).
               10 WRK-TXN-AMOUNT     PICTURE S9(10)V9(02).
               10 WRK-TXN-BALANCE    PICTURE S9(16)V99.
               10 WRK-TXN-STATUS     PICTURE X(01).
       01 WRK-TXN-SHIFT            PICTURE 9(02) USAGE COMP VALUE ZERO.

       01 WRK-LINES                PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-BAL-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-CNT-ED               PICTURE ZZZZ9.
       01 WRK-TYPE-SHOW            PICTURE X(12)        VALUE SPACES.
       01 WRK-STATUS-SHOW          PICTURE X(24)        VALUE SPACES.
       01 WRK-REASON-SHOW          PICTURE X(20)        VALUE SPACES.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "Account Inquiry".
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOCATE-MASTER.
           PERFORM 0300-INQUIRY UNTIL WRK-INQ-IS-DONE.
           MOVE WRK-INQ-COUNT TO WRK-CNT-ED.
           DISPLAY "INQUIRIES MADE: " WRK-CNT-ED.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- The processing date ages holds and dates waivers
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
               DISPLAY "PARMCLI NOT FOUND, USING SYSTEM DATE"
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-PROC-DATE TO WRK-D2D-DATE.
           PERFORM 0230-DATE-TO-DAYS.
           MOVE WRK-D2D-DAYS TO WRK-DAYS-PROC.
       0200-END.                                                   EXIT.

       0210-LOCATE-MASTER                                       SECTION.
      *    ---- The current master is the last completed generation;
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
               DISPLAY "NO COMPLETED GENERATION ON RUNCLI, "
                   "SHOWING IFILCLI"
           ELSE
               STRING "./omstcli_" WRK-MST-DATE ".txt"
                   DELIMITED BY SIZE INTO WRK-MSTCLI-NAME
               DISPLAY "BALANCES AS OF THE RUN OF " WRK-MST-DATE
           END-IF.
           IF WRK-RUN-STATUS EQUAL "I"
               DISPLAY "NOTE: A BATCH RUN IS IN FLIGHT - BALANCES "
                   "ARE AS OF THE LAST COMPLETED RUN"
           END-IF.
           DISPLAY "HOLDS AGED AS OF " WRK-PROC-DATE.
       0210-END.                                                   EXIT.

       0230-DATE-TO-DAYS                                        SECTION.
      *    ---- YYYYMMDD to a day count on the non-leap baseline, for
      *    differencing two dates - same technique as PNDRPT
           MOVE WRK-D2D-DATE (1:4) TO WRK-D2D-YYYY.
           MOVE WRK-D2D-DATE (5:2) TO WRK-D2D-MM.
           MOVE WRK-D2D-DATE (7:2) TO WRK-D2D-DD.
           COMPUTE WRK-D2D-DAYS =
               (WRK-D2D-YYYY * 365) +
               WRK-CUM-DAYS (WRK-D2D-MM) + WRK-D2D-DD.
       0230-END.                                                   EXIT.

       0300-INQUIRY                                             SECTION.
      *    ---- One account per pass, until agency 0000 or nothing
           DISPLAY "--------------------------------------------------".
           DISPLAY "Inform the agency, 0000 to exit:".
           MOVE SPACES TO WRK-INQ-AGENCY.
           ACCEPT WRK-INQ-AGENCY.
           IF WRK-INQ-AGENCY EQUAL SPACES OR WRK-INQ-AGENCY EQUAL "0000"
               MOVE "Y" TO WRK-INQ-DONE
               DISPLAY "You choosed TO END the inquiry."
           ELSE
               DISPLAY "Inform the account:"
               MOVE SPACES TO WRK-INQ-ACCOUNT
               ACCEPT WRK-INQ-ACCOUNT
               ADD 1 TO WRK-INQ-COUNT
               DISPLAY "============================================="
               DISPLAY "AGENCY " WRK-INQ-AGENCY
                   "  ACCOUNT " WRK-INQ-ACCOUNT
               PERFORM 0400-SHOW-MASTER
               IF WRK-IS-FOUND
                   PERFORM 0410-SHOW-MANAGER
               END-IF
               PERFORM 0420-SHOW-AGENCY
               PERFORM 0430-SHOW-ADDRESS
               PERFORM 0440-SHOW-WAIVERS
               PERFORM 0450-SHOW-DORMANCY
               PERFORM 0460-SHOW-HOLDS
               PERFORM 0470-SHOW-TRANSACTIONS
               PERFORM 0480-SHOW-REJECTS
           END-IF.
       0300-END.                                                   EXIT.

       0400-SHOW-MASTER                                         SECTION.
           DISPLAY "---- MASTER".
           MOVE "N" TO WRK-FOUND.
           MOVE SPACES TO WRK-MANAGER.
           OPEN INPUT MSTCLI.
           IF FS-MSTCLI NOT EQUAL ZEROS
               DISPLAY "MASTER " WRK-MSTCLI-NAME " NOT FOUND"
           ELSE
               PERFORM 0401-READ-MASTER
                   UNTIL FS-MSTCLI-AT-EOF OR WRK-IS-FOUND
               CLOSE MSTCLI
               IF WRK-IS-FOUND
                   EVALUATE REG-ACC-TYPE
                       WHEN 1
                           MOVE "INDIVIDUAL" TO WRK-TYPE-SHOW
                       WHEN 2
                           MOVE "BUSINESS"   TO WRK-TYPE-SHOW
                       WHEN 3
                           MOVE "TRUST"      TO WRK-TYPE-SHOW
                       WHEN OTHER
                           MOVE "INVALID"    TO WRK-TYPE-SHOW
                   END-EVALUATE
                   MOVE REG-BALANCE TO WRK-BAL-ED
                   MOVE REG-MANAGER TO WRK-MANAGER
                   DISPLAY "NAME.............: " REG-NAME
                   DISPLAY "ACCOUNT TYPE.....: " REG-ACC-TYPE " "
                       WRK-TYPE-SHOW
                   DISPLAY "BALANCE..........: " WRK-BAL-ED
               ELSE
                   DISPLAY "NOT ON THE CURRENT MASTER"
               END-IF
           END-IF.
       0400-END.                                                   EXIT.

       0401-READ-MASTER                                         SECTION.
           READ MSTCLI.
           IF FS-MSTCLI EQUAL ZEROS
               IF REG-AGENCY EQUAL WRK-INQ-AGENCY
                   AND REG-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   MOVE "Y" TO WRK-FOUND
               END-IF
           END-IF.
       0401-END.                                                   EXIT.

       0410-SHOW-MANAGER                                        SECTION.
           MOVE "NOT ON MGRCLI" TO WRK-STATUS-SHOW.
           OPEN INPUT MGRCLI.
           IF FS-MGRCLI NOT EQUAL ZEROS
               MOVE "MGRCLI NOT AVAILABLE" TO WRK-STATUS-SHOW
           ELSE
               MOVE "N" TO WRK-FOUND
               PERFORM 0411-READ-MANAGER
                   UNTIL FS-MGRCLI-AT-EOF OR WRK-IS-FOUND
               CLOSE MGRCLI
               IF WRK-IS-FOUND
                   EVALUATE MGR-STATUS
                       WHEN "A"
                           MOVE "ACTIVE"     TO WRK-STATUS-SHOW
                       WHEN "T"
                           MOVE "TERMINATED" TO WRK-STATUS-SHOW
                       WHEN OTHER
                           MOVE MGR-STATUS   TO WRK-STATUS-SHOW
                   END-EVALUATE
               END-IF
           END-IF.
           DISPLAY "MANAGER..........: " WRK-MANAGER " "
               WRK-STATUS-SHOW.
       0410-END.                                                   EXIT.

       0411-READ-MANAGER                                        SECTION.
           READ MGRCLI.
           IF FS-MGRCLI EQUAL ZEROS
               IF MGR-CODE EQUAL WRK-MANAGER
                   MOVE "Y" TO WRK-FOUND
               END-IF
           END-IF.
       0411-END.                                                   EXIT.

       0420-SHOW-AGENCY                                         SECTION.
           MOVE "NOT ON AGYCLI" TO WRK-STATUS-SHOW.
           MOVE SPACES TO AGY-BRANCH-NAME.
           OPEN INPUT AGYCLI.
           IF FS-AGYCLI NOT EQUAL ZEROS
               MOVE "AGYCLI NOT AVAILABLE" TO WRK-STATUS-SHOW
           ELSE
               MOVE "N" TO WRK-FOUND
               PERFORM 0421-READ-AGENCY
                   UNTIL FS-AGYCLI-AT-EOF OR WRK-IS-FOUND
               CLOSE AGYCLI
               IF WRK-IS-FOUND
                   EVALUATE AGY-STATUS
                       WHEN "A"
                           MOVE "ACTIVE"     TO WRK-STATUS-SHOW
                       WHEN "C"
                           MOVE "CLOSED"     TO WRK-STATUS-SHOW
                       WHEN OTHER
                           MOVE AGY-STATUS   TO WRK-STATUS-SHOW
                   END-EVALUATE
               ELSE
                   MOVE SPACES TO AGY-BRANCH-NAME
               END-IF
           END-IF.
           DISPLAY "AGENCY...........: " WRK-INQ-AGENCY " "
               WRK-STATUS-SHOW " " AGY-BRANCH-NAME.
       0420-END.                                                   EXIT.

       0421-READ-AGENCY                                         SECTION.
           READ AGYCLI.
           IF FS-AGYCLI EQUAL ZEROS
               IF AGY-CODE EQUAL WRK-INQ-AGENCY
                   MOVE "Y" TO WRK-FOUND
               END-IF
           END-IF.
       0421-END.                                                   EXIT.

       0430-SHOW-ADDRESS                                        SECTION.
           DISPLAY "---- ADDRESS".
           OPEN INPUT ADRCLI.
           IF FS-ADRCLI NOT EQUAL ZEROS
               DISPLAY "ADRCLI NOT AVAILABLE"
           ELSE
               MOVE "N" TO WRK-FOUND
               PERFORM 0431-READ-ADDRESS
                   UNTIL FS-ADRCLI-AT-EOF OR WRK-IS-FOUND
               CLOSE ADRCLI
               IF WRK-IS-FOUND
                   DISPLAY "STREET...........: " ADR-STREET
                   DISPLAY "CITY / POSTAL....: " ADR-CITY " "
                       ADR-POSTAL
                   IF ADR-TAX-ID EQUAL SPACES
                       DISPLAY "TAXPAYER ID......: NOT COLLECTED"
                   ELSE
                       DISPLAY "TAXPAYER ID......: ON FILE"
                   END-IF
                   IF ADR-IS-UNDELIVERABLE
                       DISPLAY "UNDELIVERABLE....: MAIL RETURNED "
                           ADR-RETURN-DATE " - LETTERS ARE HELD ON "
                           "OLEXCLI"
                   END-IF
               ELSE
                   DISPLAY "NO ADDRESS ON FILE - LETTERS ARE HELD ON "
                       "OLEXCLI"
               END-IF
           END-IF.
       0430-END.                                                   EXIT.

       0431-READ-ADDRESS                                        SECTION.
           READ ADRCLI.
           IF FS-ADRCLI EQUAL ZEROS
               IF ADR-AGENCY EQUAL WRK-INQ-AGENCY
                   AND ADR-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   MOVE "Y" TO WRK-FOUND
               END-IF
           END-IF.
       0431-END.                                                   EXIT.

       0440-SHOW-WAIVERS                                        SECTION.
      *    ---- Only a waiver still in force on the processing date
           DISPLAY "---- WAIVERS IN FORCE".
           MOVE ZERO TO WRK-LINES.
           OPEN INPUT WVRCLI.
           IF FS-WVRCLI NOT EQUAL ZEROS
               DISPLAY "WVRCLI NOT AVAILABLE"
           ELSE
               PERFORM 0441-READ-WAIVER UNTIL FS-WVRCLI-AT-EOF
               CLOSE WVRCLI
               IF WRK-LINES EQUAL ZERO
                   DISPLAY "NONE"
               END-IF
           END-IF.
       0440-END.                                                   EXIT.

       0441-READ-WAIVER                                         SECTION.
           READ WVRCLI.
           IF FS-WVRCLI EQUAL ZEROS
               IF WVR-AGENCY EQUAL WRK-INQ-AGENCY
                   AND WVR-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   AND WVR-EXPIRY-DATE NOT LESS WRK-PROC-DATE
                   ADD 1 TO WRK-LINES
                   DISPLAY "STATEMENT FEE " WVR-WAIVE-FEE
                       "  OVERDRAFT PENALTY " WVR-WAIVE-PENALTY
                       "  THROUGH " WVR-EXPIRY-DATE
               END-IF
           END-IF.
       0441-END.                                                   EXIT.

       0450-SHOW-DORMANCY                                       SECTION.
      *    ---- Read by key only; a close or escheatment on CLSCLI
      *    outranks whatever the idle count says
           DISPLAY "---- DORMANCY".
           MOVE SPACES TO WRK-CLS-DATE WRK-CLS-REASON.
           OPEN INPUT CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               PERFORM 0451-READ-CLOSED UNTIL FS-CLSCLI-AT-EOF
               CLOSE CLSCLI
           END-IF.
           OPEN INPUT DRMCLI.
           IF FS-DRMCLI NOT EQUAL ZEROS
               DISPLAY "DRMCLI NOT AVAILABLE"
           ELSE
               MOVE WRK-INQ-AGENCY  TO DRM-AGENCY
               MOVE WRK-INQ-ACCOUNT TO DRM-ACCOUNT
               READ DRMCLI
               IF FS-DRMCLI EQUAL ZEROS
                   MOVE DRM-IDLE-RUNS TO WRK-CNT-ED
                   IF DRM-IDLE-RUNS NOT LESS WRK-ESCHEAT-THRESHOLD
                       MOVE "ESCHEATMENT CANDIDATE" TO WRK-STATUS-SHOW
                   ELSE
                       IF DRM-IDLE-RUNS NOT LESS WRK-DORMANT-THRESHOLD
                           MOVE "DORMANT"  TO WRK-STATUS-SHOW
                       ELSE
                           MOVE "ACTIVE"   TO WRK-STATUS-SHOW
                       END-IF
                   END-IF
                   DISPLAY "LAST ACTIVE DATE.: " DRM-LAST-ACTIVE-DATE
                   DISPLAY "IDLE RUNS........: " WRK-CNT-ED " "
                       WRK-STATUS-SHOW
               ELSE
                   DISPLAY "NO DORMANCY ROW - NOT SEEN BY A RUN YET"
               END-IF
               CLOSE DRMCLI
           END-IF.
           IF WRK-CLS-DATE NOT EQUAL SPACES
               IF WRK-CLS-REASON EQUAL "E"
                   DISPLAY "ESCHEATED ON.....: " WRK-CLS-DATE
               ELSE
                   DISPLAY "CLOSED ON........: " WRK-CLS-DATE
               END-IF
           END-IF.
       0450-END.                                                   EXIT.

       0451-READ-CLOSED                                         SECTION.
      *    ---- The register is in close order; the last one counts
           READ CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               IF CLS-AGENCY EQUAL WRK-INQ-AGENCY
                   AND CLS-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   MOVE CLS-CLOSE-DATE TO WRK-CLS-DATE
                   MOVE CLS-REASON     TO WRK-CLS-REASON
               END-IF
           END-IF.
       0451-END.                                                   EXIT.

       0460-SHOW-HOLDS                                          SECTION.
           DISPLAY "---- OPEN HOLDS (PNDCLI)".
           MOVE ZERO TO WRK-LINES.
           OPEN INPUT PNDCLI.
           IF FS-PNDCLI NOT EQUAL ZEROS
               DISPLAY "NONE - PNDCLI NOT FOUND"
           ELSE
               PERFORM 0461-READ-HOLD UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
               IF WRK-LINES EQUAL ZERO
                   DISPLAY "NONE"
               END-IF
           END-IF.
       0460-END.                                                   EXIT.

       0461-READ-HOLD                                           SECTION.
           READ PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               IF PND-AGENCY EQUAL WRK-INQ-AGENCY
                   AND PND-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   ADD 1 TO WRK-LINES
                   IF PND-PROC-DATE EQUAL SPACES
                       MOVE ZERO TO WRK-AGE-DAYS
                   ELSE
                       MOVE PND-PROC-DATE TO WRK-D2D-DATE
                       PERFORM 0230-DATE-TO-DAYS
                       IF WRK-DAYS-PROC GREATER WRK-D2D-DAYS
                           COMPUTE WRK-AGE-DAYS =
                               WRK-DAYS-PROC - WRK-D2D-DAYS
                       ELSE
                           MOVE ZERO TO WRK-AGE-DAYS
                       END-IF
                   END-IF
                   IF PND-AWAITS-TRANSFER-DEBIT
                       MOVE "TRANSFER DEBIT LEG" TO WRK-REASON-SHOW
                   ELSE
                       MOVE "COUNTERSIGN"        TO WRK-REASON-SHOW
                   END-IF
                   MOVE PND-AMOUNT   TO WRK-AMT-ED
                   MOVE WRK-AGE-DAYS TO WRK-CNT-ED
                   DISPLAY "SEQ " PND-SEQ " " PND-DC-FLAG " "
                       WRK-AMT-ED " HELD " PND-PROC-DATE " AGE "
                       WRK-CNT-ED " DAYS, AWAITS " WRK-REASON-SHOW
               END-IF
           END-IF.
       0461-END.                                                   EXIT.

       0470-SHOW-TRANSACTIONS                                   SECTION.
      *    ---- The history is in posting order, so keeping the last
      *    few T rows seen leaves the most recent ones
           DISPLAY "---- LAST POSTED TRANSACTIONS (TXHCLI)".
           MOVE ZERO TO WRK-TXN-COUNT.
           OPEN INPUT TXHCLI.
           IF FS-TXHCLI NOT EQUAL ZEROS
               DISPLAY "TXHCLI NOT AVAILABLE"
           ELSE
               PERFORM 0471-READ-HISTORY UNTIL FS-TXHCLI-AT-EOF
               CLOSE TXHCLI
               IF WRK-TXN-COUNT EQUAL ZERO
                   DISPLAY "NONE"
               ELSE
                   DISPLAY "DATE     SEQUENCE FED/APPLIED    AMOUNT"
                       "                    BALANCE"
                   PERFORM 0473-SHOW-ONE-TRANSACTION
                       VARYING WRK-TXN-IDX FROM 1 BY 1
                       UNTIL WRK-TXN-IDX GREATER WRK-TXN-COUNT
               END-IF
           END-IF.
       0470-END.                                                   EXIT.

       0471-READ-HISTORY                                        SECTION.
           READ TXHCLI.
           IF FS-TXHCLI EQUAL ZEROS
               IF TXH-AGENCY EQUAL WRK-INQ-AGENCY
                   AND TXH-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   AND TXH-IS-TXN
                   IF WRK-TXN-COUNT LESS WRK-TXN-MAX
                       ADD 1 TO WRK-TXN-COUNT
                   ELSE
                       PERFORM 0472-DROP-OLDEST
                           VARYING WRK-TXN-SHIFT FROM 1 BY 1
                           UNTIL WRK-TXN-SHIFT NOT LESS WRK-TXN-MAX
                   END-IF
                   SET WRK-TXN-IDX TO WRK-TXN-COUNT
                   MOVE TXH-PROC-DATE   TO WRK-TXN-DATE    (WRK-TXN-IDX)
                   MOVE TXH-SEQ         TO WRK-TXN-SEQ     (WRK-TXN-IDX)
                   MOVE TXH-DC-FLAG     TO WRK-TXN-DC      (WRK-TXN-IDX)
                   MOVE TXH-APPLIED-DC  TO WRK-TXN-APPLIED (WRK-TXN-IDX)
                   MOVE TXH-AMOUNT      TO WRK-TXN-AMOUNT  (WRK-TXN-IDX)
                   MOVE TXH-RUN-BALANCE TO WRK-TXN-BALANCE (WRK-TXN-IDX)
                   MOVE TXH-TXN-STATUS  TO WRK-TXN-STATUS  (WRK-TXN-IDX)
               END-IF
           END-IF.
       0471-END.                                                   EXIT.

       0472-DROP-OLDEST                                         SECTION.
           MOVE WRK-TXN-ENTRY (WRK-TXN-SHIFT + 1)
               TO WRK-TXN-ENTRY (WRK-TXN-SHIFT).
       0472-END.                                                   EXIT.

       0473-SHOW-ONE-TRANSACTION                                SECTION.
           MOVE WRK-TXN-AMOUNT  (WRK-TXN-IDX) TO WRK-AMT-ED.
           MOVE WRK-TXN-BALANCE (WRK-TXN-IDX) TO WRK-BAL-ED.
           IF WRK-TXN-STATUS (WRK-TXN-IDX) EQUAL "X"
               MOVE "RETURNED, NOT POSTED" TO WRK-REASON-SHOW
           ELSE
               MOVE SPACES TO WRK-REASON-SHOW
           END-IF.
           DISPLAY WRK-TXN-DATE (WRK-TXN-IDX) " "
               WRK-TXN-SEQ (WRK-TXN-IDX) " "
               WRK-TXN-DC (WRK-TXN-IDX) "/"
               WRK-TXN-APPLIED (WRK-TXN-IDX) " "
               WRK-AMT-ED " " WRK-BAL-ED " " WRK-REASON-SHOW.
       0473-END.                                                   EXIT.

       0480-SHOW-REJECTS                                        SECTION.
           DISPLAY "---- REJECTED BY THE LAST RUN (REJCLI)".
           MOVE ZERO TO WRK-LINES.
           OPEN INPUT REJCLI.
           IF FS-REJCLI NOT EQUAL ZEROS
               DISPLAY "NONE - REJCLI NOT FOUND"
           ELSE
               PERFORM 0481-READ-REJECT UNTIL FS-REJCLI-AT-EOF
               CLOSE REJCLI
               IF WRK-LINES EQUAL ZERO
                   DISPLAY "NONE"
               END-IF
           END-IF.
       0480-END.                                                   EXIT.

       0481-READ-REJECT                                         SECTION.
           READ REJCLI.
           IF FS-REJCLI EQUAL ZEROS
               IF REJ-AGENCY EQUAL WRK-INQ-AGENCY
                   AND REJ-ACCOUNT EQUAL WRK-INQ-ACCOUNT
                   ADD 1 TO WRK-LINES
                   DISPLAY REJ-PROC-DATE " " REJ-REASON
               END-IF
           END-IF.
       0481-END.                                                   EXIT.
