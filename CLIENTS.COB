               FILE STATUS IS FS-OLEXCLI.
           SELECT OESCCLI ASSIGN TO "./oesccli.txt"
               FILE STATUS IS FS-OESCCLI.
           SELECT ORTNCLI ASSIGN TO "./ortncli.txt"
               FILE STATUS IS FS-ORTNCLI.
           SELECT TXHCLI ASSIGN TO "./txhcli.txt"
               FILE STATUS IS FS-TXHCLI.
           SELECT ODLCLI ASSIGN TO "./odlcli.txt"
               FILE STATUS IS FS-ODLCLI.
           SELECT LGLCLI ASSIGN TO "./lglcli.txt"
               FILE STATUS IS FS-LGLCLI.
           SELECT LGLSWP ASSIGN TO "./lglswp.txt"
               FILE STATUS IS FS-LGLSWP.
           SELECT OLGLRPT ASSIGN TO "./olglrpt.txt"
               FILE STATUS IS FS-OLGLRPT.
           SELECT HSKCTL ASSIGN TO "./hskctl.txt"
               FILE STATUS IS FS-HSKCTL.
           SELECT MSGCLI ASSIGN TO "./msgcli.txt"
               FILE STATUS IS FS-MSGCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
           05 CKP-AGENCY           PICTURE X(04).
           05 CKP-ACCOUNT          PICTURE X(08).
           05 CKP-PROC-DATE        PICTURE X(08).
           05 CKP-MST-COUNT        PICTURE 9(07).
           05 CKP-MST-BALANCE      PICTURE S9(16)V99.
      * LAST AGENCY/ACCOUNT PROCESSED, FOR RESTART AFTER AN ABEND, AND
      * THE PROCESSING DATE THAT RUN WAS STAMPING OFILCLI WITH, SO A
      * RESUME EXTENDS THAT SAME DATED FILE INSTEAD OF STARTING A NEW
      * ONE FOR TODAY. THE OMSTCLI ROW COUNT AND BALANCE WRITTEN SO FAR
      * RIDE ALONG, SO A RESUMED RUN STILL RECORDS THE WHOLE
      * GENERATION ON RUNCLI

       FD OAUDCLI
           RECORDING MODE IS F.
      * Audit-trail layout shared with the GL journal extract and the
      * year-end interest statement - kept across runs, never reset
       COPY "AUDCLI".

       FD OREPCLI
           05 TRN-ACCOUNT            PICTURE X(08).
           05 TRN-AMOUNT             PICTURE S9(10)V9(02).
           05 TRN-DC-FLAG            PICTURE X(01).
           05 TRN-LINK-SEQ           PICTURE 9(08).
           05 TRN-CASH-FLAG          PICTURE X(01).
      * DAILY TRANSACTIONS: SEQUENCE NUMBER (UNIQUE PER TRANSACTION,
      * CARRIED THROUGH TO PNDCLI/PSTCLI), AGENCY/ACCOUNT, AMOUNT,
      * D=DEBIT C=CREDIT R=REVERSAL. A REVERSAL NAMES THE TRN-SEQ IT
      * BACKS OUT IN TRN-LINK-SEQ (ZEROES ON A PLAIN DEBIT/CREDIT) -
      * THE BATCH REVERSES WHAT PSTCLI SAYS WAS POSTED, SO THE AMOUNT
      * MAY BE LEFT ZERO, AND A NON-ZERO AMOUNT MUST MATCH IT. A
      * TRANSFER (KEYED AT THE COUNTER OR GENERATED FROM A STANDING
      * ORDER BY SIOGEN) IS A D/C PAIR, EACH LEG NAMING THE OTHER IN
      * TRN-LINK-SEQ: THE CREDIT LEG POSTS ONLY ONCE PSTCLI SHOWS ITS
      * DEBIT LEG POSTED, GOES BACK WHEN THE DEBIT WAS RETURNED, AND
      * WAITS ON PNDCLI UNTIL THEN. THE
      * CASH FLAG (Y/N) IS FOR THE LARGE-CASH MONITOR ONLY - THE
      * BATCH POSTS CASH AND NON-CASH ALIKE

       FD OCSVCLI
           RECORDING MODE IS F.

       FD ADRCLI
           RECORDING MODE IS F.
      * Name-and-address master shared with the year-end tax extract
       COPY "ADRCLI".

       FD OESCCLI
           RECORDING MODE IS F.
           05 ESC-NAME               PICTURE X(32).
           05 ESC-LAST-ACTIVE-DATE   PICTURE X(08).
           05 ESC-BALANCE            PICTURE S9(16)V99.
           05 ESC-RETURNED-MAIL      PICTURE X(01).
           05 ESC-RETURN-DATE        PICTURE X(08).
      * STATE-ESCHEATMENT EXTRACT - ONE ROW PER ACCOUNT IDLE PAST THE
      * ESCHEATMENT THRESHOLD, WITH ITS LAST-ACTIVE DATE AND POST-RUN
      * BALANCE, FOR THE COMPLIANCE FILING. RETURNED-MAIL IS Y WHEN
      * THE ADRCLI ADDRESS IS MARKED UNDELIVERABLE (RETURN DATE
      * ALONGSIDE), N OTHERWISE - UNDELIVERABLE MAIL IS ONE OF THE
      * STATUTORY ESCHEATMENT TRIGGERS

       FD PRCCLI
           RECORDING MODE IS F.
           05 PRC-FEE-TIER-BALANCE   PICTURE 9(10)V9(02).
           05 PRC-OVERDRAFT-PENALTY  PICTURE 9(02)V9(02).
           05 PRC-DORMANCY-FEE       PICTURE 9(02)V9(02).
           05 PRC-NSF-FEE            PICTURE 9(02)V9(02).
      * EFFECTIVE-DATED PRICING MASTER - ONE ROW PER PRICING CHANGE,
      * EFFECTIVE FROM PRC-EFF-DATE (YYYYMMDD). THE RUN PICKS THE ROW
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER WRK-PROC-DATE, SO THE
      * BUSINESS CHANGES RATES BY ADDING A ROW AND A BACKDATED RERUN
      * PRICES WITH THE RATES THAT WERE IN FORCE ON THAT DATE. WITH NO
      * FILE, OR NO ROW YET IN FORCE, THE COMPILED DEFAULTS APPLY.
      * NSF-FEE IS CHARGED PER DEBIT RETURNED FOR INSUFFICIENT FUNDS

       FD WVRCLI
           RECORDING MODE IS F.

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record, shared with the pre-run continuity check
       COPY "RUNCLI".

       FD RASCLI
           RECORDING MODE IS F.
       01 REG-OLEXCLI               PICTURE X(80).
      * EXCEPTION LISTING - OVERDRAFT NOTICES HELD BACK BECAUSE THE
      * ACCOUNT HAS NO ADDRESS ON THE ADRCLI MASTER, FOR THE BRANCHES
      * TO WORK INSTEAD OF THE VENDOR BOUNCING THE WHOLE FILE, OR
      * BECAUSE MAIL TO THE ADDRESS ON FILE HAS COME BACK RETURNED

       FD DRMCLI.
       01 REG-DRMCLI.

       FD PNDCLI
           RECORDING MODE IS F.
      * Held transactions carried over between runs, shared with PNDRPT
       COPY "PNDCLI".

       FD APVCLI
           RECORDING MODE IS F.
      * THE TRANSACTION ONTO PSTCLI WHEN IT POSTS

       FD PSTCLI.
      * Posted-transactions log, shared with the history tools
       COPY "PSTCLI".

       FD TRNWRK.
       01 REG-TRNWRK.
               10 TRW-SEQ            PICTURE 9(08).
           05 TRW-AMOUNT             PICTURE S9(10)V9(02).
           05 TRW-DC-FLAG            PICTURE X(01).
               88 TRW-IS-REVERSAL                          VALUE "R".
           05 TRW-LINK-SEQ           PICTURE 9(08).
           05 TRW-MATCHED            PICTURE X(01).
               88 TRW-IS-MATCHED                           VALUE "Y".
           05 TRW-SOURCE             PICTURE X(01).
           05 TRW-HELD               PICTURE X(01).
               88 TRW-IS-HELD                              VALUE "Y".
           05 TRW-HELD-DATE          PICTURE X(08).
           05 TRW-HOLD-REASON        PICTURE X(01).
               88 TRW-AWAITS-APPROVAL                      VALUE "A".
               88 TRW-AWAITS-TRANSFER-DEBIT                VALUE "L".
      * IN-RUN TRANSACTION WORK FILE, REBUILT EVERY RUN FROM TRNCLI
      * PLUS THE CARRIED-OVER PNDCLI HOLDS, KEYED BY AGENCY/ACCOUNT/
      * SEQUENCE SO EACH REGISTER'S TRANSACTIONS ARE FETCHED WITH ONE
      * ACCRUED, STATEMENT FEE, OVERDRAFT PENALTY AND CLOSING BALANCE,
      * SUITABLE FOR BRANCH HANDOUT OR MAILING ON A DISPUTE

       FD ORTNCLI
           RECORDING MODE IS F.
       01 REG-ORTNCLI.
           05 RTN-PROC-DATE          PICTURE X(08).
           05 RTN-SEQ                PICTURE 9(08).
           05 RTN-AGENCY             PICTURE X(04).
           05 RTN-ACCOUNT            PICTURE X(08).
           05 RTN-AMOUNT             PICTURE S9(10)V9(02).
           05 RTN-DC-FLAG            PICTURE X(01).
           05 RTN-LINK-SEQ           PICTURE 9(08).
           05 RTN-REASON             PICTURE X(30).
           05 RTN-FEE                PICTURE S9(02)V9(02).
      * RETURN-TO-TELLER FILE - ONE ROW PER TRNCLI ENTRY THE BATCH
      * REFUSED TO POST, KEYED BACK TO THE TELLER SYSTEM BY ITS
      * TRN-SEQ WITH THE REASON, SO THE DESK CAN TELL THE CUSTOMER
      * AND CORRECT OR RE-KEY IT. THE SEQUENCE IS ALSO LOGGED ON
      * PSTCLI AS RETURNED, SO A RERUN DOES NOT RETURN IT TWICE.
      * RTN-FEE IS THE NSF FEE CHARGED FOR A DEBIT RETURNED FOR
      * INSUFFICIENT FUNDS, ZERO FOR ANY OTHER RETURN

       FD TXHCLI
           RECORDING MODE IS F.
      * Permanent transaction history, read back by the reprint
       COPY "TXHCLI".

       FD ODLCLI
           RECORDING MODE IS F.
       01 REG-ODLCLI.
           05 ODL-AGENCY             PICTURE X(04).
           05 ODL-ACCOUNT            PICTURE X(08).
           05 ODL-LIMIT              PICTURE 9(10)V9(02).
      * AUTHORIZED OVERDRAFT LIMIT MASTER, KEYED BY AGENCY/ACCOUNT -
      * HOW FAR BELOW ZERO A DEBIT MAY TAKE THE BALANCE. AN ACCOUNT
      * WITH NO ROW HAS A LIMIT OF ZERO. A DEBIT THAT WOULD GO PAST
      * THE LIMIT IS RETURNED UNPOSTED WITH THE NSF FEE

       FD LGLCLI
           RECORDING MODE IS F.
      * Court orders and fraud freezes, enforced as the day posts
       COPY "LGLCLI".

       FD LGLSWP
           RECORDING MODE IS F.
      * What each garnishment order has swept so far, appended to
       COPY "LGLSWP".

       FD OLGLRPT
           RECORDING MODE IS F.
       01 REG-OLGLRPT             PICTURE X(80).
      * LEGAL-HOLD ACTIVITY REPORT FOR THE LEGAL DEPARTMENT - EVERY
      * DEBIT BLOCKED BY A FREEZE OR DEBIT BLOCK, EVERY GARNISHMENT
      * SWEEP (AND ORDER LEFT UNSWEPT FOR WANT OF FUNDS), AND THE
      * FEES A FREEZE KEPT FROM BEING CHARGED, WITH THE ORDER
      * REFERENCE ON EACH LINE

       FD HSKCTL
           RECORDING MODE IS F.
      * Housekeeping control record - the posted-log high-water marks
       COPY "HSKCTL".

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-IFILCLI              PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-RUNCLI               PICTURE 9(02).
       01 FS-OLEXCLI              PICTURE 9(02).
       01 FS-OESCCLI              PICTURE 9(02).
       01 FS-ORTNCLI              PICTURE 9(02).
       01 FS-TXHCLI               PICTURE 9(02).
       01 FS-ODLCLI               PICTURE 9(02).
           88 FS-ODLCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-LGLCLI               PICTURE 9(02).
           88 FS-LGLCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-LGLSWP               PICTURE 9(02).
           88 FS-LGLSWP-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OLGLRPT              PICTURE 9(02).
       01 FS-HSKCTL               PICTURE 9(02).
       01 FS-MSGCLI               PICTURE 9(02).
       01 WRK-CSV-BALANCE-ED      PICTURE -(15)9,99.
       01 WRK-STM-AMT-ED          PICTURE -Z.ZZZ.ZZZ.ZZ9,99.

       01 WRK-RUN-IN-COUNT        PICTURE 9(07) USAGE COMP VALUE ZEROS.
       01 WRK-RUN-OUT-COUNT       PICTURE 9(07) USAGE COMP VALUE ZEROS.
       01 WRK-RUN-REJ-COUNT       PICTURE 9(07) USAGE COMP VALUE ZEROS.
       01 WRK-MST-COUNT           PICTURE 9(07) USAGE COMP VALUE ZEROS.
       01 WRK-MST-BALANCE         PICTURE S9(16)V99 COMP-3 VALUE ZEROS.
       01 WRK-LAST-MST-DATE       PICTURE X(08)        VALUE SPACES.
       01 WRK-LAST-MST-COUNT      PICTURE 9(07) USAGE COMP VALUE ZEROS.
       01 WRK-LAST-MST-BALANCE    PICTURE S9(16)V99 COMP-3 VALUE ZEROS.
       01 WRK-RUN-DIFF            PICTURE S9(08) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-RUN-CNT-ED          PICTURE ZZZZZZ9.
       01 WRK-STAMP-DATE          PICTURE X(08)        VALUE SPACES.
       01 WRK-STAMP-TIME          PICTURE X(08)        VALUE SPACES.
       01 WRK-STAMP-NOW           PICTURE X(14)        VALUE SPACES.

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER      PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY        PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE            PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT            PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME            PICTURE X(08)        VALUE SPACES.
       01 WRK-PROC-DATE           PICTURE X(08)        VALUE SPACES.
       01 WRK-OFILCLI-NAME        PICTURE X(40)        VALUE SPACES.
       01 WRK-OMSTCLI-NAME        PICTURE X(40)        VALUE SPACES.
       01 WRK-PENALTY-WAIVED      PICTURE S9(02)V9(02) VALUE ZEROES.
       01 WRK-DORMANCY-FEE        PICTURE S9(02)V9(02) VALUE 05,00.
       01 WRK-DORMANCY-FEE-APPLIED PICTURE S9(02)V9(02) VALUE ZEROES.
       01 WRK-NSF-FEE             PICTURE S9(02)V9(02) VALUE 10,00.
       01 WRK-NSF-FEE-APPLIED     PICTURE S9(04)V9(02) VALUE ZEROES.
       01 WRK-NSF-FEE-THIS-TXN    PICTURE S9(02)V9(02) VALUE ZEROES.
       01 WRK-LETTER-TYPE         PICTURE X(01)        VALUE "O".
       01 WRK-INTEREST-RATE       PICTURE S9(02)V9(02) VALUE 0,02.
       01 WRK-INTEREST-RATE-LOW   PICTURE S9(02)V9(02) VALUE 0,02.

       01 WRK-PST-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-PST-IS-POSTED                             VALUE "Y".
       01 WRK-PST-PURGED          PICTURE X(01)            VALUE "N".
           88 WRK-PST-WAS-PURGED                            VALUE "Y".
      *    ---- Highest sequences housekeeping has purged from PSTCLI,
      *    for teller sequences and for SIOGEN's standing-order range
       01 WRK-PST-HWM-TELLER      PICTURE 9(08)        VALUE ZEROES.
       01 WRK-PST-HWM-STANDING    PICTURE 9(08)        VALUE ZEROES.
       01 WRK-SIO-SEQ-BASE        PICTURE 9(08)        VALUE 90000000.

      *    ---- What 0335 stamps on the posted-log row it writes, and
      *    the reason a refused transaction goes back to the teller
       01 WRK-CUR-PST-STATUS      PICTURE X(01)        VALUE "P".
       01 WRK-CUR-PST-DC-FLAG     PICTURE X(01)        VALUE SPACES.
       01 WRK-RTN-REASON          PICTURE X(30)        VALUE SPACES.
       01 WRK-COUNTER-RETURNED    PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-COUNTER-REVERSED    PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-RVS-AMOUNT          PICTURE S9(10)V9(02) VALUE ZEROES.
       01 WRK-COUNTER-NSF         PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-TOTAL-NSF-FEES      PICTURE S9(14)V9(02) VALUE ZEROES.
       01 WRK-NSF-SHORT           PICTURE X(01)        VALUE "N".
           88 WRK-NSF-IS-SHORT                         VALUE "Y".
       01 WRK-NSF-AVAILABLE       PICTURE S9(16)V99    VALUE ZEROES.
       01 WRK-OD-LIMIT-THIS-REG   PICTURE S9(10)V9(02) VALUE ZEROES.

      *    ---- Ordinal-day lookup: cumulative days before each month
      *    ---- (non-leap baseline, same convention as the HSTRPT
               10 WRK-WVR-PEN-FLAG   PICTURE X(01).
               10 WRK-WVR-EXPIRY     PICTURE X(08).

       01 WRK-ODL-COUNT           PICTURE 9(04) USAGE COMP VALUE ZEROES.
       01 WRK-ODL-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-ODL-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-ODL-TABLE.
           05 WRK-ODL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-ODL-IDX.
               10 WRK-ODL-AGENCY     PICTURE X(04).
               10 WRK-ODL-ACCOUNT    PICTURE X(08).
               10 WRK-ODL-LIMIT      PICTURE 9(10)V9(02).

      *    ---- Legal holds in force this run, with what each
      *    garnishment order has swept so far on prior runs
       01 WRK-LGL-COUNT           PICTURE 9(04) USAGE COMP VALUE ZEROES.
       01 WRK-LGL-FULL            PICTURE X(01)            VALUE "N".
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

      *    ---- This register's standing under the holds: freeze and
      *    debit-block switches with the order behind each, and what
      *    the run swept or kept from being charged
       01 WRK-LGL-FROZEN          PICTURE X(01)        VALUE "N".
           88 WRK-LGL-IS-FROZEN                        VALUE "Y".
       01 WRK-LGL-BLOCKED         PICTURE X(01)        VALUE "N".
           88 WRK-LGL-DEBITS-BLOCKED                   VALUE "Y".
       01 WRK-LGL-GARNISH         PICTURE X(01)        VALUE "N".
           88 WRK-LGL-HAS-GARNISH                      VALUE "Y".
       01 WRK-LGL-FREEZE-REF      PICTURE X(20)        VALUE SPACES.
       01 WRK-LGL-BLOCK-REF       PICTURE X(20)        VALUE SPACES.
       01 WRK-GARNISH-APPLIED     PICTURE S9(14)V9(02) VALUE ZEROES.
       01 WRK-GARNISH-REMAINING   PICTURE S9(10)V9(02) VALUE ZEROES.
       01 WRK-GARNISH-THIS        PICTURE S9(10)V9(02) VALUE ZEROES.
       01 WRK-LGL-FEES-HELD       PICTURE S9(04)V9(02) VALUE ZEROES.
       01 WRK-COUNTER-BLOCKED     PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-COUNTER-SWEPT       PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-TOTAL-BLOCKED       PICTURE S9(14)V9(02) VALUE ZEROES.
       01 WRK-TOTAL-SWEPT         PICTURE S9(14)V9(02) VALUE ZEROES.

      *    ---- Where a transfer credit leg's debit leg stands: W =
      *    not on the posted log yet, X = returned or not a matching
      *    debit, space = posted (or not a transfer leg at all)
       01 WRK-XFR-DEBIT-STATE     PICTURE X(01)        VALUE SPACE.
           88 WRK-XFR-DEBIT-WAITING                    VALUE "W".
           88 WRK-XFR-DEBIT-REFUSED                    VALUE "X".
       01 WRK-COUNTER-XFR-WAIT    PICTURE 9(05) USAGE COMP VALUE ZEROES.
       01 WRK-COUNTER-XFR-RTN     PICTURE 9(05) USAGE COMP VALUE ZEROES.

      *    ---- One legal-hold activity line, filled in by the caller
       01 WRK-LGL-LINE-TYPE       PICTURE X(01)        VALUE SPACES.
       01 WRK-LGL-LINE-REF        PICTURE X(20)        VALUE SPACES.
       01 WRK-LGL-LINE-ACTION     PICTURE X(16)        VALUE SPACES.
       01 WRK-LGL-LINE-SEQ        PICTURE X(08)        VALUE SPACES.
       01 WRK-LGL-LINE-AMOUNT     PICTURE S9(14)V9(02) VALUE ZEROES.
       01 WRK-LGL-AMT-ED          PICTURE -ZZZ.ZZZ.ZZ9,99.

       01 WRK-ADR-COUNT           PICTURE 9(04) USAGE COMP VALUE ZEROES.
       01 WRK-ADR-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-ADR-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-ADR-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-ADR-IS-FOUND                              VALUE "Y".
       01 WRK-ADR-MAIL-HELD       PICTURE X(01)            VALUE "N".
           88 WRK-ADR-MAIL-IS-HELD                          VALUE "Y".
       01 WRK-DRM-MAIL-SHOW       PICTURE X(22)        VALUE SPACES.
       01 WRK-ADR-TABLE.
           05 WRK-ADR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-ADR-IDX.
               10 WRK-ADR-STREET     PICTURE X(30).
               10 WRK-ADR-CITY       PICTURE X(20).
               10 WRK-ADR-POSTAL     PICTURE X(08).
               10 WRK-ADR-MAIL-STATUS PICTURE X(01).
                   88 WRK-ADR-IS-UNDELIVERABLE             VALUE "U".
               10 WRK-ADR-RETURN-DATE PICTURE X(08).

       01 WRK-ACCOUNT-HAD-TXN     PICTURE X(01)            VALUE "N".
           88 WRK-ACCOUNT-HAD-TXN-YES                       VALUE "Y".
               PERFORM 0365-CLEAR-CHECKPOINT
           END-IF.
           PERFORM 9999-FINAL.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "CLI054" TO WRK-MSG-CODE.
           MOVE "CLIENTS ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-INIT                                                SECTION.
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0205-CHECK-RESTART.
           PERFORM 0207-READ-PARMS.
           IF NOT WRK-SIM-MODE
           PERFORM 0215-LOAD-AGENCIES.
           PERFORM 0225-LOAD-ADDRESSES.
           PERFORM 0233-LOAD-WAIVERS.
           PERFORM 0213-LOAD-OD-LIMITS.
           PERFORM 0242-LOAD-LEGAL-HOLDS.
           PERFORM 0237-OPEN-POSTED-LOG.
           PERFORM 0238-OPEN-DORMANCY.
           PERFORM 0211-LOAD-TRANSACTIONS.
               IF FS-OESCCLI NOT EQUAL ZEROS
                   OPEN OUTPUT OESCCLI
               END-IF
               OPEN EXTEND ORTNCLI
               IF FS-ORTNCLI NOT EQUAL ZEROS
                   OPEN OUTPUT ORTNCLI
               END-IF
               OPEN EXTEND OLGLRPT
               IF FS-OLGLRPT NOT EQUAL ZEROS
                   OPEN OUTPUT OLGLRPT
                   PERFORM 0530-WRITE-LEGAL-HEADER
               END-IF
           ELSE
               OPEN OUTPUT REJCLI
      *    ---- The audit trail is the year's record of interest and
      *    charges per account, so every run adds to it
               OPEN EXTEND OAUDCLI
               IF FS-OAUDCLI NOT EQUAL ZEROS
                   OPEN OUTPUT OAUDCLI
               END-IF
               OPEN OUTPUT OREPCLI
               OPEN OUTPUT OCSVCLI
               OPEN OUTPUT OLETCLI
               OPEN OUTPUT OSTMCLI
               OPEN OUTPUT OLEXCLI
               OPEN OUTPUT OESCCLI
               OPEN OUTPUT ORTNCLI
               OPEN OUTPUT OLGLRPT
               PERFORM 0530-WRITE-LEGAL-HEADER
           END-IF
      *    ---- The transaction history is permanent: every real run
      *    appends to it, resumed or not
           OPEN EXTEND TXHCLI
           IF FS-TXHCLI NOT EQUAL ZEROS
               OPEN OUTPUT TXHCLI
           END-IF
      *    ---- So is the garnishment sweep ledger
           OPEN EXTEND LGLSWP
           IF FS-LGLSWP NOT EQUAL ZEROS
               OPEN OUTPUT LGLSWP
           END-IF
           END-IF.
           MOVE FS-REJCLI   TO WRK-FS-CODE.
               MOVE FS-OESCCLI  TO WRK-FS-CODE
               MOVE "OESCCLI"   TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
               MOVE FS-ORTNCLI  TO WRK-FS-CODE
               MOVE "ORTNCLI"   TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
               MOVE FS-TXHCLI   TO WRK-FS-CODE
               MOVE "TXHCLI"    TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
               MOVE FS-LGLSWP   TO WRK-FS-CODE
               MOVE "LGLSWP"    TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
               MOVE FS-OLGLRPT  TO WRK-FS-CODE
               MOVE "OLGLRPT"   TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
           END-IF.

           OPEN INPUT  IFILCLI.
                   MOVE CKP-AGENCY    TO WRK-CKP-AGENCY
                   MOVE CKP-ACCOUNT   TO WRK-CKP-ACCOUNT
                   MOVE CKP-PROC-DATE TO WRK-PROC-DATE
                   IF CKP-MST-COUNT NUMERIC
                       AND CKP-MST-BALANCE NUMERIC
                       MOVE CKP-MST-COUNT   TO WRK-MST-COUNT
                       MOVE CKP-MST-BALANCE TO WRK-MST-BALANCE
                   END-IF
                   MOVE "Y" TO WRK-RESUME-FLAG
                   DISPLAY "RESUMING AFTER AGENCY/ACCOUNT "
                       WRK-CKP-AGENCY WRK-CKP-ACCOUNT
      *    resume and let the parm (or today's) date govern
                   IF PARM-RUN-MODE EQUAL "S"
                       MOVE "S" TO WRK-RUN-MODE
                       MOVE "I" TO WRK-MSG-SEVERITY
                       MOVE "CLI001" TO WRK-MSG-CODE
                       STRING "*** SIMULATION RUN - NOTHING WILL "
                           "BE POSTED ***"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       IF WRK-RESUME-YES
                           DISPLAY "CHECKPOINT IGNORED BY SIMULATION"
                           MOVE "N" TO WRK-RESUME-FLAG
               END-IF
               CLOSE PARMCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI002" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING DEFAULT THRESHOLDS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
      *    ---- Whatever the prior record says about the last
      *    completed master generation is carried forward untouched
                   IF RUN-MST-DATE NOT EQUAL SPACES
                       AND RUN-MST-COUNT NUMERIC
                       AND RUN-MST-BALANCE NUMERIC
                       MOVE RUN-MST-DATE    TO WRK-LAST-MST-DATE
                       MOVE RUN-MST-COUNT   TO WRK-LAST-MST-COUNT
                       MOVE RUN-MST-BALANCE TO WRK-LAST-MST-BALANCE
                   END-IF
                   IF RUN-STATUS EQUAL "I"
                       IF WRK-RESUME-YES
                           MOVE RUN-NUMBER TO WRK-RUN-NUMBER
                           MOVE "W" TO WRK-MSG-SEVERITY
                           MOVE "CLI003" TO WRK-MSG-CODE
                           STRING "PRIOR RUN " RUN-NUMBER
                               " INCOMPLETE - RESUMING IT FROM THE "
                               "CHECKPOINT"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                       ELSE
                           MOVE "F" TO WRK-MSG-SEVERITY
                           MOVE "CLI004" TO WRK-MSG-CODE
                           STRING "*** OPERATOR ALERT: PRIOR RUN "
                               RUN-NUMBER " SHOWS INCOMPLETE AND NO "
                               "CHECKPOINT EXISTS - INVESTIGATE "
                               "BEFORE RERUNNING"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                           CLOSE RUNCLI
                           STOP RUN
                       END-IF
               CLOSE RUNCLI
           ELSE
               MOVE 1 TO WRK-RUN-NUMBER
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI005" TO WRK-MSG-CODE
               STRING "RUNCLI NOT FOUND, STARTING RUN CONTROL AT 1"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           PERFORM 0241-GET-TIMESTAMP.
           MOVE WRK-STAMP-NOW TO WRK-RUN-START-STAMP.
           MOVE FS-RUNCLI   TO WRK-FS-CODE.
           MOVE "RUNCLI"    TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           MOVE SPACES              TO REG-RUNCLI.
           MOVE WRK-RUN-NUMBER      TO RUN-NUMBER.
           MOVE WRK-RUN-START-STAMP TO RUN-START-STAMP.
           MOVE SPACES              TO RUN-END-STAMP.
           MOVE ZEROES              TO RUN-IN-COUNT
                                       RUN-OUT-COUNT
                                       RUN-REJ-COUNT.
           MOVE WRK-LAST-MST-DATE    TO RUN-MST-DATE.
           MOVE WRK-LAST-MST-COUNT   TO RUN-MST-COUNT.
           MOVE WRK-LAST-MST-BALANCE TO RUN-MST-BALANCE.
           WRITE REG-RUNCLI.
           MOVE FS-RUNCLI   TO WRK-FS-CODE.
           MOVE "RUNCLI"    TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           CLOSE RUNCLI.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "CLI006" TO WRK-MSG-CODE.
           STRING "RUN NUMBER " WRK-RUN-NUMBER " STARTED "
               WRK-RUN-START-STAMP
               DELIMITED BY SIZE INTO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
       0240-END.                                                   EXIT.

       0241-GET-TIMESTAMP                                       SECTION.
               PERFORM 0228-SELECT-PRICING-ROW UNTIL FS-PRCCLI-AT-EOF
               CLOSE PRCCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI007" TO WRK-MSG-CODE
               STRING "PRCCLI NOT FOUND, USING DEFAULT PRICING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PRC-IS-FOUND
               DISPLAY "PRICING EFFECTIVE " WRK-PRC-BEST-DATE
                   " APPLIED TO THIS RUN"
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI008" TO WRK-MSG-CODE
               STRING "NO PRICING ROW IN FORCE ON " WRK-PROC-DATE
                   ", USING DEFAULT PRICING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0227-END.                                                   EXIT.

                   MOVE PRC-FEE-TIER-BALANCE  TO WRK-FEE-TIER-BALANCE
                   MOVE PRC-OVERDRAFT-PENALTY TO WRK-OVERDRAFT-PENALTY
                   MOVE PRC-DORMANCY-FEE      TO WRK-DORMANCY-FEE
                   MOVE PRC-NSF-FEE           TO WRK-NSF-FEE
               END-IF
           END-IF.
       0228-END.                                                   EXIT.
           END-IF.
           IF WRK-PREV-RUN-DATE EQUAL SPACES
               MOVE 30 TO WRK-ACCRUAL-DAYS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI009" TO WRK-MSG-CODE
               STRING "NO PRIOR RUN ON HISTORY - FULL 30-DAY "
                   "INTEREST PERIOD APPLIED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE WRK-PROC-DATE TO WRK-D2D-DATE
               PERFORM 0232-DATE-TO-DAYS
                       WRK-DAYS-PROC - WRK-DAYS-PREV
               ELSE
                   MOVE ZERO TO WRK-ACCRUAL-DAYS
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI010" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: PROCESSING DATE "
                       WRK-PROC-DATE " NOT AFTER LAST POSTING "
                       WRK-PREV-RUN-DATE " - NO INTEREST WILL ACCRUE"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               END-IF
           END-IF.
           MOVE WRK-ACCRUAL-DAYS TO WRK-ACCRUAL-DAYS-ED.
               PERFORM 0209-LOAD-MANAGER-REC UNTIL FS-MGRCLI-AT-EOF
               CLOSE MGRCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI011" TO WRK-MSG-CODE
               STRING "MGRCLI NOT FOUND, MANAGER VALIDATION DISABLED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0208-END.                                                   EXIT.

                   MOVE MGR-STATUS TO WRK-MGR-STATUS (WRK-MGR-COUNT)
               ELSE
                   IF NOT WRK-MGR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI012" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MGRCLI HAS MORE "
                           "THAN 500 MANAGERS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-MGR-FULL
                   END-IF
               END-IF
                   UNTIL FS-RASCLI-AT-EOF
               CLOSE RASCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI013" TO WRK-MSG-CODE
               STRING "RASCLI NOT FOUND, NO MANAGER REASSIGNMENTS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0235-END.                                                   EXIT.

                   MOVE ZEROES TO WRK-RAS-BALANCE    (WRK-RAS-COUNT)
               ELSE
                   IF NOT WRK-RAS-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI014" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: RASCLI HAS MORE "
                           "THAN 100 MAPPINGS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-RAS-FULL
                   END-IF
               END-IF
               PERFORM 0216-LOAD-AGENCY-REC UNTIL FS-AGYCLI-AT-EOF
               CLOSE AGYCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI015" TO WRK-MSG-CODE
               STRING "AGYCLI NOT FOUND, AGENCY VALIDATION DISABLED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0215-END.                                                   EXIT.

                   MOVE AGY-STATUS TO WRK-AGY-STATUS (WRK-AGY-COUNT)
               ELSE
                   IF NOT WRK-AGY-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI016" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: AGYCLI HAS MORE "
                           "THAN 200 AGENCIES - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-AGY-FULL
                   END-IF
               END-IF
               PERFORM 0226-LOAD-ADDRESS-REC UNTIL FS-ADRCLI-AT-EOF
               CLOSE ADRCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI017" TO WRK-MSG-CODE
               STRING "ADRCLI NOT FOUND, ALL OVERDRAFT NOTICES WILL "
                   "FALL TO THE EXCEPTION LISTING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0225-END.                                                   EXIT.

                   MOVE ADR-STREET  TO WRK-ADR-STREET  (WRK-ADR-COUNT)
                   MOVE ADR-CITY    TO WRK-ADR-CITY    (WRK-ADR-COUNT)
                   MOVE ADR-POSTAL  TO WRK-ADR-POSTAL  (WRK-ADR-COUNT)
                   MOVE ADR-MAIL-STATUS TO
                       WRK-ADR-MAIL-STATUS (WRK-ADR-COUNT)
                   MOVE ADR-RETURN-DATE TO
                       WRK-ADR-RETURN-DATE (WRK-ADR-COUNT)
               ELSE
                   IF NOT WRK-ADR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI018" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: ADRCLI HAS MORE "
                           "THAN 2000 ADDRESSES - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-ADR-FULL
                   END-IF
               END-IF
               PERFORM 0234-LOAD-WAIVER-REC UNTIL FS-WVRCLI-AT-EOF
               CLOSE WVRCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI019" TO WRK-MSG-CODE
               STRING "WVRCLI NOT FOUND, NO FEE/PENALTY WAIVERS "
                   "IN FORCE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0233-END.                                                   EXIT.

                       WRK-WVR-EXPIRY   (WRK-WVR-COUNT)
               ELSE
                   IF NOT WRK-WVR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI020" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: WVRCLI HAS MORE "
                           "THAN 500 WAIVERS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-WVR-FULL
                   END-IF
               END-IF
           END-IF.
       0234-END.                                                   EXIT.

       0213-LOAD-OD-LIMITS                                      SECTION.
      *    ---- Load the authorized overdraft limits; an account not
      *    on the file may not go below zero on a debit
           OPEN INPUT ODLCLI.
           IF FS-ODLCLI EQUAL ZEROS
               PERFORM 0214-LOAD-OD-LIMIT-REC UNTIL FS-ODLCLI-AT-EOF
               CLOSE ODLCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI021" TO WRK-MSG-CODE
               STRING "ODLCLI NOT FOUND, NO OVERDRAFT LIMITS "
                   "AUTHORIZED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0213-END.                                                   EXIT.

       0214-LOAD-OD-LIMIT-REC                                   SECTION.
           READ ODLCLI.
           IF FS-ODLCLI EQUAL ZEROS
               IF WRK-ODL-COUNT LESS THAN 2000
                   ADD 1 TO WRK-ODL-COUNT
                   MOVE ODL-AGENCY  TO WRK-ODL-AGENCY  (WRK-ODL-COUNT)
                   MOVE ODL-ACCOUNT TO WRK-ODL-ACCOUNT (WRK-ODL-COUNT)
                   IF ODL-LIMIT NUMERIC
                       MOVE ODL-LIMIT TO WRK-ODL-LIMIT (WRK-ODL-COUNT)
                   ELSE
                       MOVE ZEROES    TO WRK-ODL-LIMIT (WRK-ODL-COUNT)
                   END-IF
               ELSE
                   IF NOT WRK-ODL-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI022" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: ODLCLI HAS MORE "
                           "THAN 2000 LIMITS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-ODL-FULL
                   END-IF
               END-IF
           END-IF.
       0214-END.                                                   EXIT.

       0242-LOAD-LEGAL-HOLDS                                    SECTION.
      *    ---- Load the orders in force on the processing date, then
      *    total each garnishment's prior sweeps against it
           OPEN INPUT LGLCLI.
           IF FS-LGLCLI EQUAL ZEROS
               PERFORM 0243-LOAD-LEGAL-HOLD-REC UNTIL FS-LGLCLI-AT-EOF
               CLOSE LGLCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI023" TO WRK-MSG-CODE
               STRING "LGLCLI NOT FOUND, NO LEGAL HOLDS IN FORCE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-LGL-COUNT NOT EQUAL ZERO
               OPEN INPUT LGLSWP
               IF FS-LGLSWP EQUAL ZEROS
                   PERFORM 0244-LOAD-ONE-SWEEP UNTIL FS-LGLSWP-AT-EOF
                   CLOSE LGLSWP
               END-IF
           END-IF.
       0242-END.                                                   EXIT.

       0243-LOAD-LEGAL-HOLD-REC                                 SECTION.
      *    ---- An expired order, or a row of no known hold type, is
      *    not enforced
           READ LGLCLI.
           IF FS-LGLCLI EQUAL ZEROS
             IF (LGL-IS-FREEZE OR LGL-IS-DEBIT-BLOCK
                 OR LGL-IS-GARNISHMENT)
                 AND (LGL-EXPIRY-DATE EQUAL SPACES
                      OR LGL-EXPIRY-DATE EQUAL ZEROES
                      OR LGL-EXPIRY-DATE NOT LESS WRK-PROC-DATE)
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
                       MOVE "CLI024" TO WRK-MSG-CODE
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
       0243-END.                                                   EXIT.

       0244-LOAD-ONE-SWEEP                                      SECTION.
      *    ---- On a resume the aborted run's own sweeps are left out:
      *    the registers after its checkpoint are swept again, and
      *    the ones before it are not processed a second time
           READ LGLSWP.
           IF FS-LGLSWP EQUAL ZEROS AND SWP-AMOUNT NUMERIC
               AND NOT (WRK-RESUME-YES
                        AND SWP-PROC-DATE EQUAL WRK-PROC-DATE)
               SET WRK-LGL-IDX TO 1
               SEARCH WRK-LGL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-LGL-AGENCY  (WRK-LGL-IDX) EQUAL SWP-AGENCY
                    AND WRK-LGL-ACCOUNT (WRK-LGL-IDX) EQUAL SWP-ACCOUNT
                    AND WRK-LGL-REF     (WRK-LGL-IDX) EQUAL
                        SWP-ORDER-REF
                    AND WRK-LGL-TYPE    (WRK-LGL-IDX) EQUAL "G"
                       PERFORM 0245-TAKE-SWEEP
               END-SEARCH
           END-IF.
       0244-END.                                                   EXIT.

       0245-TAKE-SWEEP                                          SECTION.
      *    ---- A resumed run sweeps again every register after its
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
       0245-END.                                                   EXIT.

       0237-OPEN-POSTED-LOG                                     SECTION.
      *    ---- The posted log stays open I-O for the whole run: the
      *    merge probes it by sequence and 0335 adds to it as each
               OPEN OUTPUT PSTCLI
               CLOSE PSTCLI
               OPEN I-O PSTCLI
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI025" TO WRK-MSG-CODE
               STRING "PSTCLI NOT FOUND, STARTING POSTED-TRANSACTION "
                   "LOG FRESH"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE FS-PSTCLI   TO WRK-FS-CODE.
           MOVE "PSTCLI"    TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
      *    ---- Rows housekeeping has purged are gone from the log;
      *    its high-water marks still say those sequences posted
           OPEN INPUT HSKCTL.
           IF FS-HSKCTL EQUAL ZEROS
               READ HSKCTL
               IF FS-HSKCTL EQUAL ZEROS
                   IF HSK-PST-HWM-TELLER NUMERIC
                       MOVE HSK-PST-HWM-TELLER TO WRK-PST-HWM-TELLER
                   END-IF
                   IF HSK-PST-HWM-STANDING NUMERIC
                       MOVE HSK-PST-HWM-STANDING TO
                           WRK-PST-HWM-STANDING
                   END-IF
               END-IF
               CLOSE HSKCTL
           END-IF.
       0237-END.                                                   EXIT.

       0238-OPEN-DORMANCY                                       SECTION.
               OPEN OUTPUT DRMCLI
               CLOSE DRMCLI
               OPEN I-O DRMCLI
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI026" TO WRK-MSG-CODE
               STRING "DRMCLI NOT FOUND, STARTING DORMANCY TRACKING "
                   "FRESH"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE FS-DRMCLI   TO WRK-FS-CODE.
           MOVE "DRMCLI"    TO WRK-FS-FILENAME.
                   UNTIL FS-TRNCLI-AT-EOF
               CLOSE TRNCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI027" TO WRK-MSG-CODE
               STRING "TRNCLI NOT FOUND, NO TRANSACTIONS TO MERGE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           CLOSE TRNWRK.
           OPEN I-O TRNWRK.
               MOVE TRN-SEQ     TO TRW-SEQ
               MOVE TRN-AMOUNT  TO TRW-AMOUNT
               MOVE TRN-DC-FLAG TO TRW-DC-FLAG
               MOVE TRN-LINK-SEQ TO TRW-LINK-SEQ
               MOVE "N"         TO TRW-MATCHED
               MOVE "T"         TO TRW-SOURCE
               MOVE "N"         TO TRW-HELD
               MOVE SPACES      TO TRW-HELD-DATE
               MOVE SPACE       TO TRW-HOLD-REASON
               WRITE REG-TRNWRK
               IF FS-TRNWRK EQUAL 22
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI028" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: TRNCLI SEQUENCE "
                       TRN-SEQ " DUPLICATED ON THE SAME ACCOUNT - "
                       "SECOND COPY IGNORED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               ELSE
                   MOVE FS-TRNWRK   TO WRK-FS-CODE
                   MOVE "TRNWRK"    TO WRK-FS-FILENAME
               PERFORM 0218-LOAD-APPROVAL-REC UNTIL FS-APVCLI-AT-EOF
               CLOSE APVCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI029" TO WRK-MSG-CODE
               STRING "APVCLI NOT FOUND, NO TRANSACTIONS "
                   "COUNTERSIGNED THIS RUN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0217-END.                                                   EXIT.

                       WRK-APV-DATE     (WRK-APV-COUNT)
               ELSE
                   IF NOT WRK-APV-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI030" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: APVCLI HAS MORE "
                           "THAN 500 APPROVALS - TABLE FULL, REMAINING "
                           "RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-APV-FULL
                   END-IF
               END-IF
               PERFORM 0222-LOAD-PENDING-REC UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI031" TO WRK-MSG-CODE
               STRING "PNDCLI NOT FOUND, NO HELD TRANSACTIONS "
                   "CARRIED OVER"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0221-END.                                                   EXIT.

                   MOVE "N" TO WRK-PST-FOUND
                   MOVE PND-SEQ TO PST-SEQ
                   PERFORM 0334-CHECK-POSTED
                   IF NOT WRK-PST-IS-POSTED AND NOT WRK-PST-WAS-PURGED
                       MOVE PND-AGENCY    TO TRW-AGENCY
                       MOVE PND-ACCOUNT   TO TRW-ACCOUNT
                       MOVE PND-SEQ       TO TRW-SEQ
                       MOVE PND-AMOUNT    TO TRW-AMOUNT
                       MOVE PND-DC-FLAG   TO TRW-DC-FLAG
                       IF PND-LINK-SEQ NUMERIC
                           MOVE PND-LINK-SEQ  TO TRW-LINK-SEQ
                       ELSE
                           MOVE ZEROES        TO TRW-LINK-SEQ
                       END-IF
                       MOVE "N"           TO TRW-MATCHED
                       MOVE "P"           TO TRW-SOURCE
                       MOVE "Y"           TO TRW-HELD
                       MOVE PND-PROC-DATE TO TRW-HELD-DATE
                       MOVE PND-HOLD-REASON TO TRW-HOLD-REASON
                       WRITE REG-TRNWRK
                       MOVE FS-TRNWRK   TO WRK-FS-CODE
                       MOVE "TRNWRK"    TO WRK-FS-FILENAME
           MOVE "N" TO WRK-PST-FOUND.
           MOVE TRW-SEQ TO PST-SEQ.
           PERFORM 0334-CHECK-POSTED.
           IF WRK-PST-IS-POSTED OR WRK-PST-WAS-PURGED
               OR TRW-IS-REVERSAL
               MOVE "N" TO TRW-HELD
           ELSE
      *    ---- A transfer credit leg the aborted run did not post
      *    was left waiting for its debit leg
             IF TRW-DC-FLAG EQUAL "C"
                 AND TRW-LINK-SEQ NOT EQUAL ZEROES
               MOVE "Y" TO TRW-HELD
               MOVE "L" TO TRW-HOLD-REASON
               IF TRW-HELD-DATE EQUAL SPACES
                   MOVE WRK-PROC-DATE TO TRW-HELD-DATE
               END-IF
             ELSE
               MOVE "N" TO WRK-APV-FOUND
               IF TRW-AMOUNT GREATER WRK-TRN-HOLD-THRESHOLD
                   PERFORM 0332-CHECK-APPROVAL
                   IF NOT WRK-APV-IS-APPROVED
                       MOVE "Y" TO TRW-HELD
                       MOVE "A" TO TRW-HOLD-REASON
                       IF TRW-HELD-DATE EQUAL SPACES
                           MOVE WRK-PROC-DATE TO TRW-HELD-DATE
                       END-IF
                   END-IF
               END-IF
             END-IF
           END-IF.
           REWRITE REG-TRNWRK.
           MOVE FS-TRNWRK   TO WRK-FS-CODE.
      *    EOF flow for this application, same as 04/10.
                   CONTINUE
               WHEN 05
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI032" TO WRK-MSG-CODE
                   STRING "WARNING: " WRK-FS-FILENAME
                       " NOT FOUND (OPTIONAL) - STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               WHEN 35
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CLI033" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-FS-FILENAME
                       " FILE NOT FOUND - STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-FS-FATAL
               WHEN 37
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CLI034" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-FS-FILENAME
                       " OPEN MODE NOT SUPPORTED - STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-FS-FATAL
               WHEN 30 THRU 39
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CLI035" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-FS-FILENAME
                       " PERMANENT I/O ERROR - STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-FS-FATAL
               WHEN 20 THRU 29
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CLI036" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-FS-FILENAME
                       " LOGIC ERROR - STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-FS-FATAL
               WHEN 40 THRU 49
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "CLI037" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-FS-FILENAME
                       " READ/WRITE PAST END OF FILE - STATUS "
                       WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-FS-FATAL
               WHEN OTHER
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI038" TO WRK-MSG-CODE
                   STRING "*** WARNING: " WRK-FS-FILENAME
                       " UNEXPECTED STATUS " WRK-FS-CODE
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
           END-EVALUATE.
           IF WRK-FS-IS-FATAL
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "CLI039" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: ABENDING RUN ON FILE "
                   WRK-FS-FILENAME
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               MOVE "Y" TO WRK-RUN-ABENDED
               PERFORM 9999-FINAL
               STOP RUN
           END-IF.
       0900-END.                                                   EXIT.

       0950-LOG-MESSAGE                                         SECTION.
      *    ---- Every operator message goes to the console and is
      *    appended to the shared message log, opened and closed
      *    around each entry so the log is complete however the run
      *    ends
           DISPLAY WRK-MSG-TEXT.
           ACCEPT WRK-MSG-DATE FROM DATE YYYYMMDD.
           ACCEPT WRK-MSG-TIME FROM TIME.
           MOVE SPACES             TO REG-MSGCLI.
           STRING WRK-MSG-DATE       DELIMITED BY SIZE
                  WRK-MSG-TIME (1:6) DELIMITED BY SIZE
           INTO MSG-STAMP.
           MOVE "CLIENTS"          TO MSG-PROGRAM.
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
      *    ---- The run this one is about to be: the run in flight
      *    when resuming, otherwise the next after the last completed
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

       0410-WRITE-REPORT-HEADER                                 SECTION.
      *    ---- Page header for the printed statement report
           MOVE SPACES TO REG-OREPCLI.
           MOVE FS-OSTMCLI  TO WRK-FS-CODE.
           MOVE "OSTMCLI"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           PERFORM 0525-WRITE-HISTORY-OPENING.
       0520-END.                                                   EXIT.

       0521-WRITE-STATEMENT-TXN                                 SECTION.
      *    ---- One detail line per transaction actually posted to
      *    this account's balance this run (held ones do not print -
      *    they have not moved the balance yet)
           MOVE TRW-AMOUNT TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMCLI.
           IF TRW-IS-REVERSAL
               STRING "  TXN "      DELIMITED BY SIZE
                      TRW-SEQ       DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      TRW-DC-FLAG   DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      WRK-STM-AMT-ED DELIMITED BY SIZE
                      "  REVERSAL OF " DELIMITED BY SIZE
                      TRW-LINK-SEQ  DELIMITED BY SIZE
               INTO REG-OSTMCLI
           ELSE
               STRING "  TXN "      DELIMITED BY SIZE
                      TRW-SEQ       DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      TRW-DC-FLAG   DELIMITED BY SIZE
                      "  "          DELIMITED BY SIZE
                      WRK-STM-AMT-ED DELIMITED BY SIZE
               INTO REG-OSTMCLI
           END-IF.
           WRITE REG-OSTMCLI.
           MOVE FS-OSTMCLI  TO WRK-FS-CODE.
           MOVE "OSTMCLI"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           PERFORM 0526-WRITE-HISTORY-TXN.
       0521-END.                                                   EXIT.

       0523-WRITE-STATEMENT-RETURN                              SECTION.
      *    ---- A debit returned for insufficient funds prints where
      *    it fell in sequence, marked as returned - it did not move
      *    the balance, only its NSF fee did
           MOVE TRW-AMOUNT TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OSTMCLI.
           STRING "  TXN "      DELIMITED BY SIZE
                  TRW-DC-FLAG   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  WRK-STM-AMT-ED DELIMITED BY SIZE
                  "  RETURNED - INSUFFICIENT FUNDS"
                                DELIMITED BY SIZE
           INTO REG-OSTMCLI.
           WRITE REG-OSTMCLI.
           MOVE FS-OSTMCLI  TO WRK-FS-CODE.
           MOVE "OSTMCLI"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           PERFORM 0526-WRITE-HISTORY-TXN.
       0523-END.                                                   EXIT.

       0522-WRITE-STATEMENT-TRAILER                             SECTION.
      *    ---- Interest, fee, penalty and the closing balance - the
               INTO REG-OSTMCLI
               WRITE REG-OSTMCLI
           END-IF.
           IF WRK-NSF-FEE-APPLIED NOT EQUAL ZERO
               MOVE WRK-NSF-FEE-APPLIED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMCLI
               STRING "NSF RETURN FEES..........: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMCLI
               WRITE REG-OSTMCLI
           END-IF.
           IF WRK-GARNISH-APPLIED NOT EQUAL ZERO
               MOVE WRK-GARNISH-APPLIED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMCLI
               STRING "GARNISHMENT ORDER PAID...: " DELIMITED BY SIZE
                      WRK-STM-AMT-ED               DELIMITED BY SIZE
               INTO REG-OSTMCLI
               WRITE REG-OSTMCLI
           END-IF.
           IF WRK-PENALTY-WAIVED NOT EQUAL ZERO
               MOVE WRK-PENALTY-WAIVED TO WRK-STM-AMT-ED
               MOVE SPACES TO REG-OSTMCLI
           MOVE FS-OSTMCLI  TO WRK-FS-CODE.
           MOVE "OSTMCLI"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
           PERFORM 0527-WRITE-HISTORY-SUMMARY.
       0522-END.                                                   EXIT.

       0530-WRITE-LEGAL-HEADER                                  SECTION.
      *    ---- Title and column heads of the legal-hold activity
      *    report, written when the run starts it afresh
           MOVE SPACES TO REG-OLGLRPT.
           STRING "LEGAL-HOLD ACTIVITY REPORT              DATE "
                                          DELIMITED BY SIZE
                  WRK-PROC-DATE           DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE SPACES TO REG-OLGLRPT.
           STRING "AGCY ACCOUNT  T ORDER REFERENCE      ACTION"
                                          DELIMITED BY SIZE
                  "           SEQ               AMOUNT"
                                          DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE ALL "-" TO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
       0530-END.                                                   EXIT.

       0531-WRITE-LEGAL-LINE                                    SECTION.
      *    ---- One activity line for the current register from the
      *    WRK-LGL-LINE-* fields the caller filled in
           MOVE WRK-LGL-LINE-AMOUNT TO WRK-LGL-AMT-ED.
           MOVE SPACES TO REG-OLGLRPT.
           STRING REG-AGENCY          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  REG-ACCOUNT         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-LGL-LINE-TYPE   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-LGL-LINE-REF    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-LGL-LINE-ACTION DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-LGL-LINE-SEQ    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WRK-LGL-AMT-ED      DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE FS-OLGLRPT  TO WRK-FS-CODE.
           MOVE "OLGLRPT"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
       0531-END.                                                   EXIT.

       0532-WRITE-LEGAL-TOTALS                                  SECTION.
      *    ---- Run totals under the activity lines
           MOVE ALL "-" TO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE WRK-COUNTER-BLOCKED TO WRK-RUN-CNT-ED.
           MOVE WRK-TOTAL-BLOCKED   TO WRK-LGL-AMT-ED.
           MOVE SPACES TO REG-OLGLRPT.
           STRING "DEBITS BLOCKED...........: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED               DELIMITED BY SIZE
                  "   AMOUNT "                 DELIMITED BY SIZE
                  WRK-LGL-AMT-ED               DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE WRK-COUNTER-SWEPT   TO WRK-RUN-CNT-ED.
           MOVE WRK-TOTAL-SWEPT     TO WRK-LGL-AMT-ED.
           MOVE SPACES TO REG-OLGLRPT.
           STRING "GARNISHMENT SWEEPS.......: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED               DELIMITED BY SIZE
                  "   AMOUNT "                 DELIMITED BY SIZE
                  WRK-LGL-AMT-ED               DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
           MOVE WRK-LGL-COUNT       TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OLGLRPT.
           STRING "ORDERS IN FORCE..........: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED               DELIMITED BY SIZE
           INTO REG-OLGLRPT.
           WRITE REG-OLGLRPT.
       0532-END.                                                   EXIT.

       0525-WRITE-HISTORY-OPENING                               SECTION.
      *    ---- Every statement line also goes on the permanent
      *    history, so the page can be rebuilt long after OSTMCLI is
      *    overwritten: first the account's name and opening balance
           MOVE SPACES         TO REG-TXHCLI.
           MOVE WRK-PROC-DATE  TO TXH-PROC-DATE.
           MOVE REG-AGENCY     TO TXH-AGENCY.
           MOVE REG-ACCOUNT    TO TXH-ACCOUNT.
           MOVE "O"            TO TXH-REC-TYPE.
           MOVE REG-NAME       TO TXH-NAME.
           MOVE WRK-AUD-BEFORE TO TXH-OPEN-BALANCE.
           PERFORM 0528-PUT-HISTORY.
       0525-END.                                                   EXIT.

       0526-WRITE-HISTORY-TXN                                   SECTION.
      *    ---- One row per transaction applied, with the direction it
      *    really moved the balance and the balance right after it
           MOVE SPACES              TO REG-TXHCLI.
           MOVE WRK-PROC-DATE       TO TXH-PROC-DATE.
           MOVE REG-AGENCY          TO TXH-AGENCY.
           MOVE REG-ACCOUNT         TO TXH-ACCOUNT.
           MOVE "T"                 TO TXH-REC-TYPE.
           MOVE TRW-SEQ             TO TXH-SEQ.
           MOVE TRW-DC-FLAG         TO TXH-DC-FLAG.
           MOVE WRK-CUR-PST-DC-FLAG TO TXH-APPLIED-DC.
           MOVE TRW-AMOUNT          TO TXH-AMOUNT.
           MOVE REG-BALANCE         TO TXH-RUN-BALANCE.
           MOVE WRK-CUR-APPROVER    TO TXH-APPROVER-ID.
           MOVE WRK-CUR-APV-DATE    TO TXH-APPROVE-DATE.
           MOVE TRW-LINK-SEQ        TO TXH-LINK-SEQ.
           MOVE WRK-CUR-PST-STATUS  TO TXH-TXN-STATUS.
           PERFORM 0528-PUT-HISTORY.
       0526-END.                                                   EXIT.

       0527-WRITE-HISTORY-SUMMARY                               SECTION.
      *    ---- Close the account's run on the history with the same
      *    trailer amounts the statement just printed
           MOVE SPACES                   TO REG-TXHCLI.
           MOVE WRK-PROC-DATE            TO TXH-PROC-DATE.
           MOVE REG-AGENCY               TO TXH-AGENCY.
           MOVE REG-ACCOUNT              TO TXH-ACCOUNT.
           MOVE "S"                      TO TXH-REC-TYPE.
           MOVE WRK-INTEREST-APPLIED     TO TXH-INTEREST.
           MOVE WRK-BANK-STATEMENT-COST  TO TXH-FEE.
           MOVE WRK-FEE-WAIVED           TO TXH-FEE-WAIVED.
           MOVE WRK-DORMANCY-FEE-APPLIED TO TXH-DORMANCY-FEE.
           MOVE WRK-PENALTY-WAIVED       TO TXH-PENALTY-WAIVED.
           MOVE WRK-PENALTY-APPLIED      TO TXH-PENALTY.
           MOVE WRK-NSF-FEE-APPLIED      TO TXH-NSF-FEE.
           MOVE WRK-GARNISH-APPLIED      TO TXH-GARNISHED.
           MOVE REG-BALANCE              TO TXH-CLOSE-BALANCE.
           PERFORM 0528-PUT-HISTORY.
       0527-END.                                                   EXIT.

       0528-PUT-HISTORY                                         SECTION.
           WRITE REG-TXHCLI.
           MOVE FS-TXHCLI   TO WRK-FS-CODE.
           MOVE "TXHCLI"    TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
       0528-END.                                                   EXIT.

       0300-PROCESSING                                          SECTION.
           ADD 1 TO WRK-COUNTER.
           ADD 1 TO WRK-RUN-IN-COUNT.
             PERFORM 0305-CHECK-OVERDRAFT
             IF NOT WRK-SIM-MODE
                 PERFORM 0522-WRITE-STATEMENT-TRAILER
                 IF WRK-LGL-FEES-HELD NOT EQUAL ZERO
                     MOVE "F"                TO WRK-LGL-LINE-TYPE
                     MOVE WRK-LGL-FREEZE-REF TO WRK-LGL-LINE-REF
                     MOVE "FEES NOT CHARGED" TO WRK-LGL-LINE-ACTION
                     MOVE SPACES             TO WRK-LGL-LINE-SEQ
                     MOVE WRK-LGL-FEES-HELD  TO WRK-LGL-LINE-AMOUNT
                     PERFORM 0531-WRITE-LEGAL-LINE
                 END-IF
             END-IF
             MOVE REG-BALANCE TO WRK-BALANCE-ED
             PERFORM 0420-WRITE-REPORT-DETAIL
           MOVE FS-OMSTCLI  TO WRK-FS-CODE.
           MOVE "OMSTCLI"   TO WRK-FS-FILENAME.
           PERFORM 0900-CHECK-FILE-STATUS.
      *    ---- Tally the generation for RUNCLI, which is what the next
      *    day's continuity check proves the new IFILCLI against
           ADD 1           TO WRK-MST-COUNT.
           ADD REG-BALANCE TO WRK-MST-BALANCE.
       0301-END.                                                   EXIT.

       0310-WRITE-AUDIT                                         SECTION.
           MOVE WRK-FEE-WAIVED          TO AUD-FEE-WAIVED.
           MOVE WRK-PENALTY-WAIVED      TO AUD-PENALTY-WAIVED.
           MOVE WRK-DORMANCY-FEE-APPLIED TO AUD-DORMANCY-FEE.
           MOVE WRK-NSF-FEE-APPLIED     TO AUD-NSF-FEE.
           MOVE WRK-GARNISH-APPLIED     TO AUD-GARNISHED.
           WRITE REG-OAUDCLI.
           MOVE FS-OAUDCLI  TO WRK-FS-CODE.
           MOVE "OAUDCLI"   TO WRK-FS-FILENAME.
      *    row, then each row is applied and read forward in turn
           MOVE "N" TO WRK-ACCOUNT-HAD-TXN.
           MOVE ZEROES TO WRK-TXN-TOTAL-THIS-REG.
           MOVE ZEROES TO WRK-NSF-FEE-APPLIED.
           MOVE ZEROES TO WRK-GARNISH-APPLIED.
           PERFORM 0344-FIND-OD-LIMIT.
           PERFORM 0347-FIND-LEGAL-HOLDS.
           PERFORM 0336-POSITION-ON-REGISTER.
           PERFORM 0331-APPLY-ONE-TXN UNTIL WRK-TXN-SCAN-IS-DONE.
      *    ---- A garnishment takes its sweep from what the day's
      *    postings leave, ahead of interest and fees
           IF WRK-LGL-HAS-GARNISH
               PERFORM 0349-SWEEP-GARNISHMENTS
           END-IF.
       0330-END.                                                   EXIT.

       0336-POSITION-ON-REGISTER                                SECTION.
           MOVE "N" TO WRK-PST-FOUND.
           MOVE TRW-SEQ TO PST-SEQ.
           PERFORM 0334-CHECK-POSTED.
           MOVE SPACES TO WRK-CUR-APPROVER WRK-CUR-APV-DATE.
           IF WRK-PST-IS-POSTED OR WRK-PST-WAS-PURGED
               MOVE "N" TO TRW-HELD
           ELSE
      *    ---- A reversal backs out a transaction that already
      *    cleared any countersign it needed, so it is never held
             IF TRW-IS-REVERSAL
               MOVE "N" TO TRW-HELD
               PERFORM 0338-APPLY-REVERSAL
             ELSE
      *    ---- A legal freeze or debit block stops every debit on
      *    the account ahead of the countersign and funds checks
               IF TRW-DC-FLAG NOT EQUAL "C"
                   AND (WRK-LGL-IS-FROZEN OR WRK-LGL-DEBITS-BLOCKED)
                 MOVE "N" TO TRW-HELD
                 PERFORM 0351-BLOCK-DEBIT
               ELSE
      *    ---- The credit leg of a transfer moves only once its
      *    debit leg has; a posted debit's countersign covers both
                 MOVE "N" TO WRK-APV-FOUND
                 PERFORM 0352-CHECK-TRANSFER-DEBIT
                 IF WRK-XFR-DEBIT-WAITING OR WRK-XFR-DEBIT-REFUSED
                   PERFORM 0353-STOP-TRANSFER-CREDIT
                 ELSE
                   IF TRW-AMOUNT GREATER WRK-TRN-HOLD-THRESHOLD
                       AND NOT WRK-APV-IS-APPROVED
                       PERFORM 0332-CHECK-APPROVAL
                   END-IF
                   IF TRW-AMOUNT GREATER WRK-TRN-HOLD-THRESHOLD
                       AND NOT WRK-APV-IS-APPROVED
                       MOVE "Y" TO TRW-HELD
                       MOVE "A" TO TRW-HOLD-REASON
                       IF TRW-HELD-DATE EQUAL SPACES
                           MOVE WRK-PROC-DATE TO TRW-HELD-DATE
                       END-IF
                   ELSE
                     MOVE "N" TO TRW-HELD
      *    ---- A debit the balance and authorized limit cannot cover
      *    goes back unposted instead of driving the account further
      *    negative; the NSF fee is charged in its place
                     PERFORM 0345-CHECK-FUNDS
                     IF WRK-NSF-IS-SHORT
                       PERFORM 0346-RETURN-NSF
                     ELSE
                       IF TRW-DC-FLAG EQUAL "C"
                           ADD TRW-AMOUNT TO REG-BALANCE
                           ADD TRW-AMOUNT TO WRK-TXN-TOTAL-THIS-REG
                       ELSE
                           SUBTRACT TRW-AMOUNT FROM REG-BALANCE
                           SUBTRACT TRW-AMOUNT FROM
                               WRK-TXN-TOTAL-THIS-REG
                       END-IF
                       IF NOT WRK-SIM-MODE
                           MOVE "P"         TO WRK-CUR-PST-STATUS
                           MOVE TRW-DC-FLAG TO WRK-CUR-PST-DC-FLAG
                           PERFORM 0335-WRITE-POSTED
                           PERFORM 0521-WRITE-STATEMENT-TXN
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           REWRITE REG-TRNWRK.
           MOVE FS-TRNWRK   TO WRK-FS-CODE.
      *    ---- merged into REG-BALANCE? One keyed probe of the posted
      *    ---- log answers it - a rerun/restart must not apply it
      *    ---- again. Not-found (23) is the normal "never posted"
           MOVE "N" TO WRK-PST-PURGED.
           READ PSTCLI.
           EVALUATE FS-PSTCLI
               WHEN 00
                   MOVE "Y" TO WRK-PST-FOUND
               WHEN 23
      *    ---- Not on the log, but at or below its range's purge
      *    mark: it posted long ago and housekeeping archived it
                   IF PST-SEQ GREATER WRK-SIO-SEQ-BASE
                       IF PST-SEQ NOT GREATER WRK-PST-HWM-STANDING
                           MOVE "Y" TO WRK-PST-PURGED
                       END-IF
                   ELSE
                       IF PST-SEQ NOT GREATER WRK-PST-HWM-TELLER
                           MOVE "Y" TO WRK-PST-PURGED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE FS-PSTCLI   TO WRK-FS-CODE
                   MOVE "PSTCLI"    TO WRK-FS-FILENAME
      *    ---- log - a later row in this same run sharing the
      *    ---- sequence (should not happen, but would otherwise
      *    ---- double-post) bounces off the key as a duplicate
           MOVE SPACES                   TO REG-PSTCLI.
           MOVE TRW-SEQ                  TO PST-SEQ.
           MOVE REG-AGENCY               TO PST-AGENCY.
           MOVE REG-ACCOUNT              TO PST-ACCOUNT.
           MOVE WRK-PROC-DATE            TO PST-PROC-DATE.
           MOVE WRK-CUR-APPROVER         TO PST-APPROVER-ID.
           MOVE WRK-CUR-APV-DATE         TO PST-APPROVE-DATE.
           MOVE TRW-AMOUNT               TO PST-AMOUNT.
           MOVE WRK-CUR-PST-DC-FLAG      TO PST-DC-FLAG.
           MOVE WRK-CUR-PST-STATUS       TO PST-STATUS.
           MOVE TRW-LINK-SEQ             TO PST-LINK-SEQ.
           MOVE ZEROES                   TO PST-REVERSED-BY.
           WRITE REG-PSTCLI.
           IF FS-PSTCLI EQUAL 22
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI040" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: SEQUENCE " TRW-SEQ
                   " ALREADY ON THE POSTED LOG - DUPLICATE IGNORED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE FS-PSTCLI   TO WRK-FS-CODE
               MOVE "PSTCLI"    TO WRK-FS-FILENAME
           END-IF.
       0335-END.                                                   EXIT.

       0338-APPLY-REVERSAL                                      SECTION.
      *    ---- Back out exactly what the original did to the balance,
      *    as the posted log recorded it - a credit comes back off, a
      *    debit goes back on. The original is marked reversed by
      *    this sequence so it can never be backed out twice, and the
      *    reversal itself is logged with the direction it applied.
      *    One that fails the edit goes back to the teller unposted.
      *    Taking a credit back off is a debit: a legal freeze or
      *    debit block stops it the way 0351 stops any debit, and it
      *    must fit the balance and authorized limit like one - else
      *    it is returned (no NSF fee, it is the bank's correction)
      *    and the original stays un-reversed
           PERFORM 0339-EDIT-REVERSAL.
           IF WRK-RTN-REASON NOT EQUAL SPACES
               PERFORM 0343-RETURN-TO-TELLER
           ELSE
               MOVE PST-AMOUNT TO WRK-RVS-AMOUNT
               MOVE PST-AMOUNT TO TRW-AMOUNT
               MOVE "N" TO WRK-NSF-SHORT
               IF PST-DC-FLAG EQUAL "C"
                   AND NOT WRK-LGL-IS-FROZEN
                   AND NOT WRK-LGL-DEBITS-BLOCKED
                   PERFORM 0345-CHECK-FUNDS
               END-IF
               IF PST-DC-FLAG EQUAL "C"
                   AND (WRK-LGL-IS-FROZEN OR WRK-LGL-DEBITS-BLOCKED)
                 PERFORM 0351-BLOCK-DEBIT
               ELSE
                 IF WRK-NSF-IS-SHORT
                   MOVE "REVERSAL EXCEEDS FUNDS" TO WRK-RTN-REASON
                   PERFORM 0343-RETURN-TO-TELLER
                 ELSE
                   IF PST-DC-FLAG EQUAL "C"
                       SUBTRACT WRK-RVS-AMOUNT FROM REG-BALANCE
                       SUBTRACT WRK-RVS-AMOUNT FROM
                           WRK-TXN-TOTAL-THIS-REG
                       MOVE "D" TO WRK-CUR-PST-DC-FLAG
                   ELSE
                       ADD WRK-RVS-AMOUNT TO REG-BALANCE
                       ADD WRK-RVS-AMOUNT TO WRK-TXN-TOTAL-THIS-REG
                       MOVE "C" TO WRK-CUR-PST-DC-FLAG
                   END-IF
                   ADD 1 TO WRK-COUNTER-REVERSED
                   IF NOT WRK-SIM-MODE
                       MOVE "V"     TO PST-STATUS
                       MOVE TRW-SEQ TO PST-REVERSED-BY
                       REWRITE REG-PSTCLI
                       MOVE FS-PSTCLI   TO WRK-FS-CODE
                       MOVE "PSTCLI"    TO WRK-FS-FILENAME
                       PERFORM 0900-CHECK-FILE-STATUS
                       MOVE "R" TO WRK-CUR-PST-STATUS
                       PERFORM 0335-WRITE-POSTED
                       PERFORM 0521-WRITE-STATEMENT-TXN
                   END-IF
                 END-IF
               END-IF
           END-IF.
       0338-END.                                                   EXIT.

       0339-EDIT-REVERSAL                                       SECTION.
      *    ---- The first failed check names the reason; a clean edit
      *    leaves the original's posted-log row in REG-PSTCLI
           MOVE SPACES TO WRK-RTN-REASON.
           IF TRW-LINK-SEQ EQUAL ZEROES OR TRW-LINK-SEQ EQUAL TRW-SEQ
               MOVE "NO ORIGINAL SEQUENCE NAMED" TO WRK-RTN-REASON
           ELSE
               MOVE "N" TO WRK-PST-FOUND
               MOVE TRW-LINK-SEQ TO PST-SEQ
               PERFORM 0334-CHECK-POSTED
               IF NOT WRK-PST-IS-POSTED
                 IF WRK-PST-WAS-PURGED
                   MOVE "ORIGINAL PURGED FROM PSTCLI" TO WRK-RTN-REASON
                 ELSE
                   MOVE "ORIGINAL NEVER POSTED" TO WRK-RTN-REASON
                 END-IF
               ELSE
                 IF PST-AGENCY NOT EQUAL TRW-AGENCY
                     OR PST-ACCOUNT NOT EQUAL TRW-ACCOUNT
                     MOVE "ORIGINAL ON ANOTHER ACCOUNT" TO
                         WRK-RTN-REASON
                 ELSE
                   IF PST-IS-REVERSED
                       MOVE "ORIGINAL ALREADY REVERSED" TO
                           WRK-RTN-REASON
                   ELSE
                     IF PST-IS-REVERSAL
                         MOVE "CANNOT REVERSE A REVERSAL" TO
                             WRK-RTN-REASON
                     ELSE
                       IF PST-IS-RETURNED
                           MOVE "ORIGINAL WAS RETURNED UNPOSTED" TO
                               WRK-RTN-REASON
                       ELSE
                         IF NOT PST-AMOUNT-ON-FILE
                             MOVE "ORIGINAL AMOUNT NOT ON FILE" TO
                                 WRK-RTN-REASON
                         ELSE
                           IF TRW-AMOUNT NOT EQUAL ZERO
                               AND TRW-AMOUNT NOT EQUAL PST-AMOUNT
                               MOVE "AMOUNT DIFFERS FROM ORIGINAL" TO
                                   WRK-RTN-REASON
                           END-IF
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-IF.
       0339-END.                                                   EXIT.

       0343-RETURN-TO-TELLER                                    SECTION.
      *    ---- Send a refused transaction back to the teller desk by
      *    its sequence with WRK-RTN-REASON, and log the sequence as
      *    returned so a rerun does not refuse (and return) it again
           ADD 1 TO WRK-COUNTER-RETURNED.
           DISPLAY "*** RETURNED TO TELLER *** SEQ " TRW-SEQ
               " AGENCY " TRW-AGENCY " ACCOUNT " TRW-ACCOUNT
               " - " WRK-RTN-REASON.
           IF NOT WRK-SIM-MODE
               MOVE WRK-PROC-DATE  TO RTN-PROC-DATE
               MOVE TRW-SEQ        TO RTN-SEQ
               MOVE TRW-AGENCY     TO RTN-AGENCY
               MOVE TRW-ACCOUNT    TO RTN-ACCOUNT
               MOVE TRW-AMOUNT     TO RTN-AMOUNT
               MOVE TRW-DC-FLAG    TO RTN-DC-FLAG
               MOVE TRW-LINK-SEQ   TO RTN-LINK-SEQ
               MOVE WRK-RTN-REASON TO RTN-REASON
               MOVE WRK-NSF-FEE-THIS-TXN TO RTN-FEE
               WRITE REG-ORTNCLI
               MOVE FS-ORTNCLI  TO WRK-FS-CODE
               MOVE "ORTNCLI"   TO WRK-FS-FILENAME
               PERFORM 0900-CHECK-FILE-STATUS
               MOVE "X"         TO WRK-CUR-PST-STATUS
               MOVE TRW-DC-FLAG TO WRK-CUR-PST-DC-FLAG
               PERFORM 0335-WRITE-POSTED
           END-IF.
       0343-END.                                                   EXIT.

       0344-FIND-OD-LIMIT                                       SECTION.
      *    ---- This register's authorized overdraft limit, zero when
      *    the account has no row on the limit master
           MOVE ZEROES TO WRK-OD-LIMIT-THIS-REG.
           IF WRK-ODL-COUNT NOT EQUAL ZERO
               SET WRK-ODL-IDX TO 1
               SEARCH WRK-ODL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-ODL-AGENCY  (WRK-ODL-IDX) EQUAL REG-AGENCY
                    AND WRK-ODL-ACCOUNT (WRK-ODL-IDX) EQUAL REG-ACCOUNT
                       MOVE WRK-ODL-LIMIT (WRK-ODL-IDX) TO
                           WRK-OD-LIMIT-THIS-REG
               END-SEARCH
           END-IF.
       0344-END.                                                   EXIT.

       0345-CHECK-FUNDS                                         SECTION.
      *    ---- Transactions apply in sequence order, so a debit is
      *    judged against the running balance as it stands when its
      *    turn comes. Credits always post; a reversal is only
      *    checked when it takes a credit back off (0338)
           MOVE "N" TO WRK-NSF-SHORT.
           IF TRW-DC-FLAG NOT EQUAL "C" OR TRW-IS-REVERSAL
               COMPUTE WRK-NSF-AVAILABLE = REG-BALANCE +
                   WRK-OD-LIMIT-THIS-REG
               IF TRW-AMOUNT GREATER WRK-NSF-AVAILABLE
                   MOVE "Y" TO WRK-NSF-SHORT
               END-IF
           END-IF.
       0345-END.                                                   EXIT.

       0346-RETURN-NSF                                          SECTION.
      *    ---- Return the debit to the teller unposted and charge the
      *    NSF fee for it. The fee comes off the balance at the point
      *    of the return (it may itself take the account negative -
      *    0305 still sees that) and prints on the statement with it
           ADD 1 TO WRK-COUNTER-NSF.
           MOVE WRK-NSF-FEE TO WRK-NSF-FEE-THIS-TXN.
           SUBTRACT WRK-NSF-FEE-THIS-TXN FROM REG-BALANCE.
           ADD WRK-NSF-FEE-THIS-TXN TO WRK-NSF-FEE-APPLIED.
           ADD WRK-NSF-FEE-THIS-TXN TO WRK-TOTAL-NSF-FEES.
           MOVE "INSUFFICIENT FUNDS" TO WRK-RTN-REASON.
           PERFORM 0343-RETURN-TO-TELLER.
           IF NOT WRK-SIM-MODE
               PERFORM 0523-WRITE-STATEMENT-RETURN
           END-IF.
           MOVE ZEROES TO WRK-NSF-FEE-THIS-TXN.
       0346-END.                                                   EXIT.

       0347-FIND-LEGAL-HOLDS                                    SECTION.
      *    ---- Every order in force on this register counts - an
      *    account can be under a freeze and a garnishment at once
           MOVE "N"    TO WRK-LGL-FROZEN WRK-LGL-BLOCKED
                          WRK-LGL-GARNISH.
           MOVE SPACES TO WRK-LGL-FREEZE-REF WRK-LGL-BLOCK-REF.
           MOVE ZEROES TO WRK-LGL-FEES-HELD.
           IF WRK-LGL-COUNT NOT EQUAL ZERO
               PERFORM 0348-CHECK-ONE-HOLD
                   VARYING WRK-LGL-IDX FROM 1 BY 1
                   UNTIL WRK-LGL-IDX GREATER WRK-LGL-COUNT
           END-IF.
       0347-END.                                                   EXIT.

       0348-CHECK-ONE-HOLD                                      SECTION.
           IF WRK-LGL-AGENCY  (WRK-LGL-IDX) EQUAL REG-AGENCY
               AND WRK-LGL-ACCOUNT (WRK-LGL-IDX) EQUAL REG-ACCOUNT
               EVALUATE WRK-LGL-TYPE (WRK-LGL-IDX)
                   WHEN "F"
                       MOVE "Y" TO WRK-LGL-FROZEN
                       MOVE WRK-LGL-REF (WRK-LGL-IDX) TO
                           WRK-LGL-FREEZE-REF
                   WHEN "D"
                       MOVE "Y" TO WRK-LGL-BLOCKED
                       MOVE WRK-LGL-REF (WRK-LGL-IDX) TO
                           WRK-LGL-BLOCK-REF
                   WHEN "G"
                       MOVE "Y" TO WRK-LGL-GARNISH
               END-EVALUATE
           END-IF.
       0348-END.                                                   EXIT.

       0349-SWEEP-GARNISHMENTS                                  SECTION.
      *    ---- Each garnishment on the register in turn, in file
      *    order, until the balance runs out
           PERFORM 0350-SWEEP-ONE-ORDER
               VARYING WRK-LGL-IDX FROM 1 BY 1
               UNTIL WRK-LGL-IDX GREATER WRK-LGL-COUNT.
       0349-END.                                                   EXIT.

       0350-SWEEP-ONE-ORDER                                     SECTION.
      *    ---- Sweep what is still owed on the order, capped at the
      *    positive balance, into garnishment suspense. The sweep is
      *    a movement out of the account like a debit, so it counts
      *    with the day's transactions in the agency tie-out, and is
      *    logged on the sweep ledger so the next run owes only the
      *    rest. An order the account cannot meet today is reported
           IF WRK-LGL-AGENCY  (WRK-LGL-IDX) EQUAL REG-AGENCY
               AND WRK-LGL-ACCOUNT (WRK-LGL-IDX) EQUAL REG-ACCOUNT
               AND WRK-LGL-TYPE (WRK-LGL-IDX) EQUAL "G"
             COMPUTE WRK-GARNISH-REMAINING =
                 WRK-LGL-AMOUNT (WRK-LGL-IDX) -
                 WRK-LGL-SWEPT  (WRK-LGL-IDX)
             IF WRK-GARNISH-REMAINING GREATER ZERO
               MOVE "G"                        TO WRK-LGL-LINE-TYPE
               MOVE WRK-LGL-REF (WRK-LGL-IDX)  TO WRK-LGL-LINE-REF
               MOVE SPACES                     TO WRK-LGL-LINE-SEQ
               IF REG-BALANCE GREATER ZERO
                 IF REG-BALANCE LESS WRK-GARNISH-REMAINING
                     MOVE REG-BALANCE TO WRK-GARNISH-THIS
                 ELSE
                     MOVE WRK-GARNISH-REMAINING TO WRK-GARNISH-THIS
                 END-IF
                 SUBTRACT WRK-GARNISH-THIS FROM REG-BALANCE
                 SUBTRACT WRK-GARNISH-THIS FROM WRK-TXN-TOTAL-THIS-REG
                 ADD WRK-GARNISH-THIS TO WRK-GARNISH-APPLIED
                 ADD WRK-GARNISH-THIS TO WRK-LGL-SWEPT (WRK-LGL-IDX)
                 ADD WRK-GARNISH-THIS TO WRK-TOTAL-SWEPT
                 ADD 1 TO WRK-COUNTER-SWEPT
                 SUBTRACT WRK-GARNISH-THIS FROM WRK-GARNISH-REMAINING
                 IF NOT WRK-SIM-MODE
                     MOVE SPACES           TO REG-LGLSWP
                     MOVE WRK-PROC-DATE    TO SWP-PROC-DATE
                     MOVE REG-AGENCY       TO SWP-AGENCY
                     MOVE REG-ACCOUNT      TO SWP-ACCOUNT
                     MOVE WRK-LGL-REF (WRK-LGL-IDX) TO SWP-ORDER-REF
                     MOVE WRK-GARNISH-THIS TO SWP-AMOUNT
                     WRITE REG-LGLSWP
                     MOVE FS-LGLSWP   TO WRK-FS-CODE
                     MOVE "LGLSWP"    TO WRK-FS-FILENAME
                     PERFORM 0900-CHECK-FILE-STATUS
                     MOVE "GARNISH SWEPT"  TO WRK-LGL-LINE-ACTION
                     MOVE WRK-GARNISH-THIS TO WRK-LGL-LINE-AMOUNT
                     PERFORM 0531-WRITE-LEGAL-LINE
                     IF WRK-GARNISH-REMAINING EQUAL ZERO
                         MOVE "ORDER SATISFIED" TO WRK-LGL-LINE-ACTION
                         MOVE ZEROES            TO WRK-LGL-LINE-AMOUNT
                         PERFORM 0531-WRITE-LEGAL-LINE
                     END-IF
                 END-IF
               ELSE
                 IF NOT WRK-SIM-MODE
                     MOVE "NO FUNDS TO SWEEP"   TO WRK-LGL-LINE-ACTION
                     MOVE WRK-GARNISH-REMAINING TO WRK-LGL-LINE-AMOUNT
                     PERFORM 0531-WRITE-LEGAL-LINE
                 END-IF
               END-IF
             END-IF
           END-IF.
       0350-END.                                                   EXIT.

       0351-BLOCK-DEBIT                                         SECTION.
      *    ---- A debit on a frozen or debit-blocked account (or a
      *    reversal taking a credit back off) goes back to the
      *    teller unposted, with no NSF fee, and onto the
      *    legal-hold report under the order that stopped it. It is
      *    not printed on the customer's statement
           ADD 1 TO WRK-COUNTER-BLOCKED.
           ADD TRW-AMOUNT TO WRK-TOTAL-BLOCKED.
           IF WRK-LGL-IS-FROZEN
               MOVE "ACCOUNT FROZEN - LEGAL HOLD" TO WRK-RTN-REASON
               MOVE "F"                TO WRK-LGL-LINE-TYPE
               MOVE WRK-LGL-FREEZE-REF TO WRK-LGL-LINE-REF
           ELSE
               MOVE "DEBIT BLOCKED - LEGAL HOLD" TO WRK-RTN-REASON
               MOVE "D"                TO WRK-LGL-LINE-TYPE
               MOVE WRK-LGL-BLOCK-REF  TO WRK-LGL-LINE-REF
           END-IF.
           PERFORM 0343-RETURN-TO-TELLER.
           IF NOT WRK-SIM-MODE
               MOVE "DEBIT BLOCKED" TO WRK-LGL-LINE-ACTION
               MOVE TRW-SEQ         TO WRK-LGL-LINE-SEQ
               MOVE TRW-AMOUNT      TO WRK-LGL-LINE-AMOUNT
               PERFORM 0531-WRITE-LEGAL-LINE
           END-IF.
       0351-END.                                                   EXIT.

       0352-CHECK-TRANSFER-DEBIT                                SECTION.
      *    ---- A credit naming a link sequence is the credit leg of a
      *    transfer: look its debit leg up on the posted log. Posted,
      *    its countersign (if any) carries over to this leg; returned
      *    or not the matching debit, this leg goes back as well; not
      *    there at all (held, or on an account further on in the
      *    run) and this leg waits for it
           MOVE SPACE TO WRK-XFR-DEBIT-STATE.
           IF TRW-DC-FLAG EQUAL "C"
               AND TRW-LINK-SEQ NOT EQUAL ZEROES
               MOVE "N" TO WRK-PST-FOUND
               MOVE TRW-LINK-SEQ TO PST-SEQ
               PERFORM 0334-CHECK-POSTED
               IF NOT WRK-PST-IS-POSTED
      *    ---- A debit leg already purged cannot be matched any more
                 IF WRK-PST-WAS-PURGED
                   MOVE "X" TO WRK-XFR-DEBIT-STATE
                   MOVE "TRANSFER DEBIT LEG PURGED" TO WRK-RTN-REASON
                 ELSE
                   MOVE "W" TO WRK-XFR-DEBIT-STATE
                 END-IF
               ELSE
                 IF PST-DC-FLAG NOT EQUAL "D"
                     OR PST-AMOUNT NOT EQUAL TRW-AMOUNT
                     MOVE "X" TO WRK-XFR-DEBIT-STATE
                     MOVE "TRANSFER LEGS DO NOT MATCH" TO
                         WRK-RTN-REASON
                 ELSE
                   IF PST-IS-RETURNED
                       MOVE "X" TO WRK-XFR-DEBIT-STATE
                       MOVE "TRANSFER DEBIT LEG RETURNED" TO
                           WRK-RTN-REASON
                   ELSE
                       MOVE "Y"              TO WRK-APV-FOUND
                       MOVE PST-APPROVER-ID  TO WRK-CUR-APPROVER
                       MOVE PST-APPROVE-DATE TO WRK-CUR-APV-DATE
                   END-IF
                 END-IF
               END-IF
           END-IF.
       0352-END.                                                   EXIT.

       0353-STOP-TRANSFER-CREDIT                                SECTION.
      *    ---- A credit leg whose debit leg has not posted is held
      *    over on PNDCLI, waiting for it; one whose debit leg was
      *    returned goes back to the teller unposted too, so neither
      *    side of the transfer moves the money alone
           IF WRK-XFR-DEBIT-WAITING
               MOVE "Y" TO TRW-HELD
               MOVE "L" TO TRW-HOLD-REASON
               IF TRW-HELD-DATE EQUAL SPACES
                   MOVE WRK-PROC-DATE TO TRW-HELD-DATE
               END-IF
               ADD 1 TO WRK-COUNTER-XFR-WAIT
           ELSE
               MOVE "N" TO TRW-HELD
               ADD 1 TO WRK-COUNTER-XFR-RTN
               PERFORM 0343-RETURN-TO-TELLER
           END-IF.
       0353-END.                                                   EXIT.

       0332-CHECK-APPROVAL                                      SECTION.
      *    ---- Has this held transaction already been countersigned?
      *    A match also captures who approved it and when, so the
       0332-END.                                                   EXIT.

       0333-WRITE-PENDING-APPROVAL                              SECTION.
      *    ---- One held-queue record for a transaction still held out
      *    of REG-BALANCE, keeping the date it was first held, what it
      *    is waiting for and the transfer leg it is paired with
           MOVE SPACES        TO REG-PNDCLI.
           MOVE TRW-SEQ       TO PND-SEQ.
           MOVE TRW-AGENCY    TO PND-AGENCY.
           MOVE TRW-ACCOUNT   TO PND-ACCOUNT.
           MOVE TRW-AMOUNT    TO PND-AMOUNT.
           MOVE TRW-DC-FLAG   TO PND-DC-FLAG.
           MOVE TRW-HELD-DATE TO PND-PROC-DATE.
           MOVE TRW-LINK-SEQ  TO PND-LINK-SEQ.
           IF TRW-AWAITS-TRANSFER-DEBIT
               MOVE "L" TO PND-HOLD-REASON
           ELSE
               MOVE "A" TO PND-HOLD-REASON
           END-IF.
           WRITE REG-PNDCLI.
           IF FS-PNDCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI041" TO WRK-MSG-CODE
               STRING "FAILED TO WRITE PENDING RECORD"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0333-END.                                                   EXIT.

               MOVE WRK-BANK-STATEMENT-COST TO WRK-FEE-WAIVED
               MOVE ZEROES TO WRK-BANK-STATEMENT-COST
           END-IF.
      *    ---- A frozen account is charged no fees at all; the fee
      *    reads as waived and is listed for the legal department
           IF WRK-LGL-IS-FROZEN
               ADD WRK-BANK-STATEMENT-COST TO WRK-FEE-WAIVED
               ADD WRK-BANK-STATEMENT-COST TO WRK-LGL-FEES-HELD
               MOVE ZEROES TO WRK-BANK-STATEMENT-COST
           END-IF.
       0341-END.                                                   EXIT.

       0342-FIND-WAIVER                                         SECTION.
                   MOVE REG-ACCOUNT TO WRK-DUP-ACCOUNT (WRK-DUP-COUNT)
               ELSE
                   IF NOT WRK-DUP-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "CLI042" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                           "REGISTERS SEEN - DUPLICATE TABLE FULL"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-DUP-FULL
                   END-IF
               END-IF
      *    would post by hand - the bank does not absorb the loss.
      *    An in-force penalty waiver skips the charge but the account
      *    still counts as overdrawn and the notice still goes out.
      *    A legally frozen account is charged no penalty either.
           MOVE ZEROES TO WRK-PENALTY-APPLIED.
           MOVE ZEROES TO WRK-PENALTY-WAIVED.
           IF REG-BALANCE LESS THAN ZERO
                       WRK-PROC-DATE
                   MOVE WRK-OVERDRAFT-PENALTY TO WRK-PENALTY-WAIVED
               ELSE
                 IF WRK-LGL-IS-FROZEN
                   MOVE WRK-OVERDRAFT-PENALTY TO WRK-PENALTY-WAIVED
                   ADD WRK-OVERDRAFT-PENALTY TO WRK-LGL-FEES-HELD
                 ELSE
                   MOVE WRK-OVERDRAFT-PENALTY TO WRK-PENALTY-APPLIED
                   SUBTRACT WRK-OVERDRAFT-PENALTY FROM REG-BALANCE
                 END-IF
               END-IF
               MOVE REG-BALANCE TO WRK-BALANCE-ED
               DISPLAY "*** OVERDRAWN ACCOUNT *** AGENCY " REG-AGENCY
                                  WRK-REC-WAIVED   (WRK-REC-IDX)
                                  WRK-REC-CLOSING  (WRK-REC-IDX)
               ELSE
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI043" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 200 "
                       "AGENCIES SEEN - RECONCILIATION TABLE FULL"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               END-IF
           END-IF.
           IF WRK-REC-IDX GREATER ZERO AND WRK-REC-IDX LESS OR EQUAL
               ADD WRK-PENALTY-APPLIED TO WRK-REC-FEES (WRK-REC-IDX)
               ADD WRK-DORMANCY-FEE-APPLIED TO
                   WRK-REC-FEES (WRK-REC-IDX)
               ADD WRK-NSF-FEE-APPLIED TO WRK-REC-FEES (WRK-REC-IDX)
               ADD WRK-FEE-WAIVED TO WRK-REC-WAIVED (WRK-REC-IDX)
               ADD WRK-PENALTY-WAIVED TO WRK-REC-WAIVED (WRK-REC-IDX)
               ADD REG-BALANCE TO WRK-REC-CLOSING (WRK-REC-IDX)
           IF WRK-DRM-IS-FOUND
               AND WRK-DRM-CUR-IDLE-RUNS GREATER OR EQUAL
                   WRK-DORMANT-THRESHOLD
               IF WRK-LGL-IS-FROZEN
                   ADD WRK-DORMANCY-FEE TO WRK-LGL-FEES-HELD
               ELSE
                   MOVE WRK-DORMANCY-FEE TO WRK-DORMANCY-FEE-APPLIED
                   SUBTRACT WRK-DORMANCY-FEE FROM REG-BALANCE
               END-IF
           END-IF.
       0308-END.                                                   EXIT.

               MOVE REG-NAME    TO ESC-NAME
               MOVE WRK-DRM-CUR-LAST-ACTIVE TO ESC-LAST-ACTIVE-DATE
               MOVE REG-BALANCE TO ESC-BALANCE
               MOVE "N"         TO ESC-RETURNED-MAIL
               MOVE SPACES      TO ESC-RETURN-DATE
               PERFORM 0314-FIND-ADDRESS
               IF WRK-ADR-IS-FOUND
                   IF WRK-ADR-IS-UNDELIVERABLE (WRK-ADR-IDX)
                       MOVE "Y" TO ESC-RETURNED-MAIL
                       MOVE WRK-ADR-RETURN-DATE (WRK-ADR-IDX) TO
                           ESC-RETURN-DATE
                   END-IF
               END-IF
               WRITE REG-OESCCLI
               MOVE FS-OESCCLI  TO WRK-FS-CODE
               MOVE "OESCCLI"   TO WRK-FS-FILENAME
      *    overdraft, type E pre-escheatment), for the print vendor.
      *    The mailing address comes from the ADRCLI master - with no
      *    address on file the notice goes to the exception listing
      *    for the branch instead of bouncing the vendor file, and so
      *    does one for an address the post office has returned mail
      *    from, rather than mailing it there again
           PERFORM 0314-FIND-ADDRESS.
           MOVE "N" TO WRK-ADR-MAIL-HELD.
           IF WRK-ADR-IS-FOUND
               IF WRK-ADR-IS-UNDELIVERABLE (WRK-ADR-IDX)
                   MOVE "Y" TO WRK-ADR-MAIL-HELD
               END-IF
           END-IF.
           IF WRK-ADR-IS-FOUND AND NOT WRK-ADR-MAIL-IS-HELD
               MOVE REG-AGENCY  TO OLET-AGENCY
               MOVE REG-ACCOUNT TO OLET-ACCOUNT
               MOVE REG-NAME    TO OLET-NAME
               PERFORM 0900-CHECK-FILE-STATUS
           ELSE
               MOVE SPACES TO REG-OLEXCLI
               IF WRK-ADR-MAIL-IS-HELD
                   STRING REG-AGENCY  DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          REG-ACCOUNT DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          REG-NAME    DELIMITED BY SIZE
                          " RETURNED MAIL "    DELIMITED BY SIZE
                          WRK-ADR-RETURN-DATE (WRK-ADR-IDX)
                                      DELIMITED BY SIZE
                   INTO REG-OLEXCLI
               ELSE
                   STRING REG-AGENCY  DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          REG-ACCOUNT DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          REG-NAME    DELIMITED BY SIZE
                          " NO ADDRESS ON FILE" DELIMITED BY SIZE
                   INTO REG-OLEXCLI
               END-IF
               WRITE REG-OLEXCLI
               MOVE FS-OLEXCLI  TO WRK-FS-CODE
               MOVE "OLEXCLI"   TO WRK-FS-FILENAME
           END-IF.
       0314-END.                                                   EXIT.

       0315-FIND-DORMANT-ADDRESS                                SECTION.
      *    ---- Returned-mail standing of the dormancy row in hand, for
      *    the dormant report - Y and the return date, or N
           MOVE "N" TO WRK-ADR-FOUND.
           MOVE "         N" TO WRK-DRM-MAIL-SHOW.
           IF WRK-ADR-COUNT NOT EQUAL ZERO
               SET WRK-ADR-IDX TO 1
               SEARCH WRK-ADR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-ADR-AGENCY  (WRK-ADR-IDX) EQUAL DRM-AGENCY
                    AND WRK-ADR-ACCOUNT (WRK-ADR-IDX) EQUAL DRM-ACCOUNT
                       MOVE "Y" TO WRK-ADR-FOUND
               END-SEARCH
           END-IF.
           IF WRK-ADR-IS-FOUND
               IF WRK-ADR-IS-UNDELIVERABLE (WRK-ADR-IDX)
                   MOVE SPACES TO WRK-DRM-MAIL-SHOW
                   STRING "         Y "         DELIMITED BY SIZE
                          WRK-ADR-RETURN-DATE (WRK-ADR-IDX)
                                                DELIMITED BY SIZE
                   INTO WRK-DRM-MAIL-SHOW
               END-IF
           END-IF.
       0315-END.                                                   EXIT.

       0360-WRITE-CHECKPOINT                                    SECTION.
      *    ---- Persist progress every 10 records for restart/resume
           DIVIDE WRK-COUNTER BY 10 GIVING WRK-CKP-QUOT
               MOVE REG-AGENCY    TO CKP-AGENCY
               MOVE REG-ACCOUNT   TO CKP-ACCOUNT
               MOVE WRK-PROC-DATE TO CKP-PROC-DATE
               MOVE WRK-MST-COUNT   TO CKP-MST-COUNT
               MOVE WRK-MST-BALANCE TO CKP-MST-BALANCE
               WRITE REG-CKPCLI
               MOVE FS-CKPCLI     TO WRK-FS-CODE
               MOVE "CKPCLI"      TO WRK-FS-FILENAME
                       WRK-REJ-SUM-REASON (WRK-REJ-SUM-COUNT)
                   MOVE 1 TO WRK-REJ-SUM-CNT (WRK-REJ-SUM-COUNT)
               ELSE
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "CLI044" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 10 DISTINCT "
                       "REJECT REASONS SEEN - SUMMARY TABLE FULL"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               END-IF
           END-IF.
       0751-END.                                                   EXIT.
           END-IF.
           IF NOT WRK-SIM-MODE
               PERFORM 0460-APPEND-HISTORY
               PERFORM 0532-WRITE-LEGAL-TOTALS
           END-IF.
           CLOSE IFILCLI.
           CLOSE REJCLI.
               CLOSE OLEXCLI
               CLOSE OESCCLI
               CLOSE OSTMCLI
               CLOSE ORTNCLI
               CLOSE TXHCLI
               CLOSE LGLSWP
               CLOSE OLGLRPT
           END-IF.
           CLOSE PSTCLI.
           CLOSE DRMCLI.
           PERFORM 0241-GET-TIMESTAMP.
           OPEN OUTPUT RUNCLI.
           IF FS-RUNCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI045" TO WRK-MSG-CODE
               STRING "FAILED TO COMPLETE RUN-CONTROL RECORD"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE SPACES              TO REG-RUNCLI
               MOVE WRK-RUN-NUMBER      TO RUN-NUMBER
               MOVE WRK-RUN-START-STAMP TO RUN-START-STAMP
               MOVE WRK-STAMP-NOW       TO RUN-END-STAMP
               MOVE WRK-RUN-IN-COUNT    TO RUN-IN-COUNT
               MOVE WRK-RUN-OUT-COUNT   TO RUN-OUT-COUNT
               MOVE WRK-RUN-REJ-COUNT   TO RUN-REJ-COUNT
               MOVE WRK-PROC-DATE       TO RUN-MST-DATE
               MOVE WRK-MST-COUNT       TO RUN-MST-COUNT
               MOVE WRK-MST-BALANCE     TO RUN-MST-BALANCE
               WRITE REG-RUNCLI
               CLOSE RUNCLI
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "CLI046" TO WRK-MSG-CODE
               STRING "RUN NUMBER " WRK-RUN-NUMBER " COMPLETE "
                   WRK-STAMP-NOW
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0465-END.                                                   EXIT.

      *    and how much opening balance moved to the new manager
           OPEN OUTPUT OTRFCLI.
           IF FS-OTRFCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI047" TO WRK-MSG-CODE
               STRING "FAILED TO OPEN OTRFCLI FOR OUTPUT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE SPACES TO REG-OTRFCLI
               STRING "MANAGER REASSIGNMENT TRANSFER REPORT"
      *    hold up
           OPEN OUTPUT ORECCLI.
           IF FS-ORECCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI048" TO WRK-MSG-CODE
               STRING "FAILED TO OPEN ORECCLI FOR OUTPUT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE SPACES TO REG-ORECCLI
               STRING "BALANCE RECONCILIATION / TIE-OUT REPORT"
      *    the maker-checker queue instead
           OPEN OUTPUT OORPCLI.
           IF FS-OORPCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI049" TO WRK-MSG-CODE
               STRING "FAILED TO OPEN OORPCLI FOR OUTPUT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE SPACES TO REG-OORPCLI
               STRING "ORPHAN TRANSACTION REPORT" DELIMITED BY SIZE
      *    carrying it
           OPEN OUTPUT PNDCLI.
           IF FS-PNDCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI050" TO WRK-MSG-CODE
               STRING "FAILED TO OPEN PNDCLI FOR REWRITE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               PERFORM 0476-POSITION-WORK-FILE
               PERFORM 0477-WRITE-ONE-HELD-TXN
      *    keyed dormancy master, however many accounts it carries
           OPEN OUTPUT ODRMCLI.
           IF FS-ODRMCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI051" TO WRK-MSG-CODE
               STRING "FAILED TO OPEN ODRMCLI FOR OUTPUT"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               MOVE SPACES TO REG-ODRMCLI
               STRING "DORMANT ACCOUNT REPORT" DELIMITED BY SIZE
               END-IF
               MOVE SPACES TO REG-ODRMCLI
               STRING "AGENCY  ACCOUNT   LAST ACTIVE   IDLE RUNS"
                      "  RETURNED MAIL"
                   DELIMITED BY SIZE
               INTO REG-ODRMCLI
               WRITE REG-ODRMCLI

       0481-REPORT-ONE-DORMANT                                  SECTION.
           IF DRM-IDLE-RUNS GREATER OR EQUAL WRK-DORMANT-THRESHOLD
               PERFORM 0315-FIND-DORMANT-ADDRESS
               MOVE SPACES TO REG-ODRMCLI
               STRING DRM-AGENCY           DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      DRM-LAST-ACTIVE-DATE DELIMITED BY SIZE
                      "     "              DELIMITED BY SIZE
                      DRM-IDLE-RUNS        DELIMITED BY SIZE
                      WRK-DRM-MAIL-SHOW    DELIMITED BY SIZE
               INTO REG-ODRMCLI
               WRITE REG-ODRMCLI
           END-IF.
           MOVE WRK-COUNTER-OVERDRAFT TO HST-COUNTER-OVERDRAFT.
           WRITE REG-HSTCLI.
           IF FS-HSTCLI NOT EQUAL ZEROS
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI052" TO WRK-MSG-CODE
               STRING "FAILED TO WRITE HISTORY RECORD"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           CLOSE HSTCLI.
       0460-END.                                                   EXIT.
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-REVERSED TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "REVERSALS POSTED.........: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-RETURNED TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "RETURNED TO TELLER.......: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-NSF TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "  OF WHICH NSF RETURNS...: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-TOTAL-NSF-FEES TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "NSF FEES CHARGED.........: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-BLOCKED TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "  OF WHICH LEGAL HOLDS...: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-XFR-RTN TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "  OF WHICH TRANSFER LEGS.: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-COUNTER-XFR-WAIT TO WRK-RUN-CNT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "TRANSFER LEGS HELD.......: " DELIMITED BY SIZE
                  WRK-RUN-CNT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           MOVE WRK-TOTAL-SWEPT TO WRK-STM-AMT-ED.
           MOVE SPACES TO REG-OREPCLI.
           STRING "GARNISHMENTS SWEPT.......: " DELIMITED BY SIZE
                  WRK-STM-AMT-ED              DELIMITED BY SIZE
           INTO REG-OREPCLI.
           WRITE REG-OREPCLI.

           PERFORM 0435-WRITE-REJECT-SUMMARY.
           PERFORM 0436-WRITE-TIE-OUT.
       0430-END.                                                   EXIT.
                          DELIMITED BY SIZE
                      "*** OPERATOR EXCEPTION" DELIMITED BY SIZE
               INTO REG-OREPCLI
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "CLI053" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: RECORD-COUNT TIE-OUT "
                   "OUT OF BALANCE - IN MINUS OUT MINUS REJECTED "
                   "IS NOT ZERO"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           WRITE REG-OREPCLI.
       0436-END.                                                   EXIT.
