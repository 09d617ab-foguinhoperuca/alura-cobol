       IDENTIFICATION                                          DIVISION.
      * Retention, archive and purge housekeeping for the logs and!
      * masters the CLIENTS batch only ever adds to - runs after the
      * batch, never while a run is in flight. Each file has its own
      * retention period in days (control card hskprm.txt, compiled
      * defaults otherwise); a row older than that is copied to a
      * dated archive file (arcXXX_<processing date>.txt, same
      * layout, generation rows prefixed with their date) and then
      * removed from the live file. Control totals for every archive
      * - rows read, kept, archived and purged, the money they carry
      * and the oldest and newest date archived - are appended to
      * arcctl.txt and printed on the purge report ohskrpt.txt.
      *  - oaudcli.txt, histcli.txt, rejcli.txt by processing date;
      *  - pstcli.dat by processing date, but only ever the lowest
      *    sequences of each range (teller, standing orders), below
      *    every row still in retention and every hold or transfer
      *    leg still on pndcli.txt; the highest sequence purged is
      *    kept on hskctl.txt, so the batch still knows a purged
      *    sequence posted and a re-feed of it cannot post twice;
      *  - drmcli.dat: the dormancy row of an account closed or
      *    escheated (clscli.txt) is dropped once the close is older
      *    than its retention;
      *  - the generation-dated ofilcli_/omstcli_ files, walked day by
      *    day from where the last purge stopped; the generation
      *    RUNCLI names as the last completed one is always kept,
      *    the continuity check proves the next IFILCLI against it.
       PROGRAM-ID. HSKPRG.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT HSKPRM ASSIGN TO "./hskprm.txt"
               FILE STATUS IS FS-HSKPRM.
           SELECT HSKCTL ASSIGN TO "./hskctl.txt"
               FILE STATUS IS FS-HSKCTL.
           SELECT RUNCLI ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNCLI.
           SELECT OAUDCLI ASSIGN TO "./oaudcli.txt"
               FILE STATUS IS FS-OAUDCLI.
           SELECT HSTCLI ASSIGN TO "./histcli.txt"
               FILE STATUS IS FS-HSTCLI.
           SELECT REJCLI ASSIGN TO "./rejcli.txt"
               FILE STATUS IS FS-REJCLI.
           SELECT PNDCLI ASSIGN TO "./pndcli.txt"
               FILE STATUS IS FS-PNDCLI.
           SELECT CLSCLI ASSIGN TO "./clscli.txt"
               FILE STATUS IS FS-CLSCLI.
           SELECT PSTCLI ASSIGN TO "./pstcli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-SEQ
               FILE STATUS IS FS-PSTCLI.
           SELECT DRMCLI ASSIGN TO "./drmcli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRM-KEY
               FILE STATUS IS FS-DRMCLI.
           SELECT OFILCLI ASSIGN TO DYNAMIC WRK-OFILCLI-NAME
               FILE STATUS IS FS-OFILCLI.
           SELECT OMSTCLI ASSIGN TO DYNAMIC WRK-OMSTCLI-NAME
               FILE STATUS IS FS-OMSTCLI.
      *    ---- Work copies of the kept rows, copied back over the
      *    live sequential files once the archive is safely written
           SELECT AUDWRK ASSIGN TO "./hskaud.tmp"
               FILE STATUS IS FS-AUDWRK.
           SELECT HSTWRK ASSIGN TO "./hskhst.tmp"
               FILE STATUS IS FS-HSTWRK.
           SELECT REJWRK ASSIGN TO "./hskrej.tmp"
               FILE STATUS IS FS-REJWRK.
      *    ---- Dated archives, one per live file per purge date
           SELECT ARCAUD ASSIGN TO DYNAMIC WRK-ARC-AUD-NAME
               FILE STATUS IS FS-ARCAUD.
           SELECT ARCHST ASSIGN TO DYNAMIC WRK-ARC-HST-NAME
               FILE STATUS IS FS-ARCHST.
           SELECT ARCREJ ASSIGN TO DYNAMIC WRK-ARC-REJ-NAME
               FILE STATUS IS FS-ARCREJ.
           SELECT ARCPST ASSIGN TO DYNAMIC WRK-ARC-PST-NAME
               FILE STATUS IS FS-ARCPST.
           SELECT ARCDRM ASSIGN TO DYNAMIC WRK-ARC-DRM-NAME
               FILE STATUS IS FS-ARCDRM.
           SELECT ARCOFL ASSIGN TO DYNAMIC WRK-ARC-OFL-NAME
               FILE STATUS IS FS-ARCOFL.
           SELECT ARCMST ASSIGN TO DYNAMIC WRK-ARC-MST-NAME
               FILE STATUS IS FS-ARCMST.
           SELECT ARCCTL ASSIGN TO "./arcctl.txt"
               FILE STATUS IS FS-ARCCTL.
           SELECT OHSKRPT ASSIGN TO "./ohskrpt.txt"
               FILE STATUS IS FS-OHSKRPT.
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
      * ONLY USES THE PROCESSING DATE, TO DATE THE CUTOFFS AND ARCHIVES

       FD HSKPRM
           RECORDING MODE IS F.
       01 REG-HSKPRM.
           05 HSP-AUD-DAYS           PICTURE 9(05).
           05 HSP-HST-DAYS           PICTURE 9(05).
           05 HSP-PST-DAYS           PICTURE 9(05).
           05 HSP-DRM-DAYS           PICTURE 9(05).
           05 HSP-REJ-DAYS           PICTURE 9(05).
           05 HSP-GEN-DAYS           PICTURE 9(05).
      * RETENTION CONTROL CARD, DAYS PER FILE - AUDIT TRAIL, RUN
      * HISTORY, POSTED LOG, DORMANCY ROWS OF CLOSED ACCOUNTS (DAYS
      * SINCE THE CLOSE), REJECTS AND OFILCLI/OMSTCLI GENERATIONS. A
      * ZERO OR NON-NUMERIC FIELD KEEPS THE COMPILED DEFAULT. THE
      * AUDIT TRAIL MUST COVER A FULL YEAR FOR INTTAX, AND THE POSTED
      * LOG HOW FAR BACK A REVERSAL MAY STILL REACH

       FD HSKCTL
           RECORDING MODE IS F.
      * Housekeeping control record, shared with the CLIENTS batch
       COPY "HSKCTL".

       FD RUNCLI
           RECORDING MODE IS F.
      * Run-control record as the last batch run left it
       COPY "RUNCLI".

       FD OAUDCLI
           RECORDING MODE IS F.
      * Audit-trail layout shared with the batch, GLJRNL and INTTAX
       COPY "AUDCLI".

       FD HSTCLI
           RECORDING MODE IS F.
       01 REG-HSTCLI.
           05 HST-PROC-DATE          PICTURE X(08).
           05 HST-COUNTERS           PICTURE X(18).
      * RUN HISTORY, ONE ROW PER RUN - ONLY THE DATE MATTERS HERE

       FD REJCLI
           RECORDING MODE IS F.
       01 REG-REJCLI.
           05 REJ-PROC-DATE        PICTURE X(08).
           05 REJ-REST             PICTURE X(42).
      * REJECTED-REGISTER EXCEPTIONS - ONLY THE DATE MATTERS HERE

       FD PNDCLI
           RECORDING MODE IS F.
      * The held-transaction queue as the batch left it
       COPY "PNDCLI".

       FD CLSCLI
           RECORDING MODE IS F.
       COPY "CLSCLI".

       FD PSTCLI.
      * Posted-transactions log shared with the batch
       COPY "PSTCLI".

       FD DRMCLI.
       01 REG-DRMCLI.
           05 DRM-KEY.
               10 DRM-AGENCY         PICTURE X(04).
               10 DRM-ACCOUNT        PICTURE X(08).
           05 DRM-LAST-ACTIVE-DATE   PICTURE X(08).
           05 DRM-IDLE-RUNS          PICTURE 9(03).
      * DORMANCY MASTER, SAME LAYOUT AS THE BATCH'S

       FD OFILCLI
           RECORDING MODE IS F.
       01 REG-OFILCLI.
           05 OFL-AGENCY             PICTURE X(04).
           05 OFL-ACCOUNT            PICTURE X(08).
           05 OFL-ACC-TYPE           PICTURE 9(02).
           05 OFL-BALANCE            PICTURE S9(16)V99.
           05 FILLER                 PICTURE X(04).
      * ONE DATED THRESHOLD-EXTRACT GENERATION WRITTEN BY THE BATCH

       FD OMSTCLI
           RECORDING MODE IS F.
      * One dated updated-master generation, BOOKCLI layout
       COPY "BOOKCLI".

       FD AUDWRK
           RECORDING MODE IS F.
       01 REG-AUDWRK               PICTURE X(120).

       FD HSTWRK
           RECORDING MODE IS F.
       01 REG-HSTWRK               PICTURE X(26).

       FD REJWRK
           RECORDING MODE IS F.
       01 REG-REJWRK               PICTURE X(50).
      * KEPT ROWS OF THE THREE SEQUENTIAL LOGS, AS READ

       FD ARCAUD
           RECORDING MODE IS F.
       01 REG-ARCAUD               PICTURE X(120).

       FD ARCHST
           RECORDING MODE IS F.
       01 REG-ARCHST               PICTURE X(26).

       FD ARCREJ
           RECORDING MODE IS F.
       01 REG-ARCREJ               PICTURE X(50).

       FD ARCPST
           RECORDING MODE IS F.
       01 REG-ARCPST               PICTURE X(94).

       FD ARCDRM
           RECORDING MODE IS F.
       01 REG-ARCDRM               PICTURE X(23).
      * ARCHIVED ROWS, BYTE FOR BYTE IN THE LIVE FILE'S OWN LAYOUT

       FD ARCOFL
           RECORDING MODE IS F.
       01 REG-ARCOFL.
           05 ARO-GEN-DATE           PICTURE X(08).
           05 ARO-ROW                PICTURE X(36).

       FD ARCMST
           RECORDING MODE IS F.
       01 REG-ARCMST.
           05 ARM-GEN-DATE           PICTURE X(08).
           05 ARM-ROW                PICTURE X(68).
      * ARCHIVED GENERATION ROWS - THE GENERATION'S PROCESSING DATE
      * (FROM ITS FILE NAME) AHEAD OF THE ROW AS IT WAS WRITTEN

       FD ARCCTL
           RECORDING MODE IS F.
       01 REG-ARCCTL.
           05 ARC-PROC-DATE          PICTURE X(08).
           05 ARC-FILE               PICTURE X(08).
           05 ARC-ARCHIVE-NAME       PICTURE X(40).
           05 ARC-ROWS-READ          PICTURE 9(09).
           05 ARC-ROWS-KEPT          PICTURE 9(09).
           05 ARC-ROWS-ARCHIVED      PICTURE 9(09).
           05 ARC-ROWS-PURGED        PICTURE 9(09).
           05 ARC-AMOUNT             PICTURE S9(16)V99.
           05 ARC-OLDEST-DATE        PICTURE X(08).
           05 ARC-NEWEST-DATE        PICTURE X(08).
           05 FILLER                 PICTURE X(10).
      * ARCHIVE CONTROL TOTALS, ONE ROW PER FILE ARCHIVED PER PURGE,
      * APPENDED: WHICH ARCHIVE, HOW MANY ROWS THE LIVE FILE HAD, KEPT,
      * ARCHIVED AND PURGED, THE MONEY IN THE ARCHIVED ROWS (AUDIT
      * CLOSING BALANCES, POSTED AMOUNTS, GENERATION BALANCES; ZERO
      * WHERE THE FILE CARRIES NONE) AND THE DATE RANGE ARCHIVED -
      * WHAT A RELOAD OF THE ARCHIVE MUST AGREE WITH

       FD OHSKRPT
           RECORDING MODE IS F.
       01 REG-OHSKRPT              PICTURE X(80).
      * PURGE REPORT - PER FILE THE RETENTION, CUTOFF DATE AND ROWS
      * READ, KEPT, ARCHIVED AND PURGED, THE ARCHIVES WRITTEN, THE
      * POSTED-LOG HIGH-WATER MARKS AND THE GENERATIONS REMOVED

       FD MSGCLI
           RECORDING MODE IS F.
      * Shared operator message log
       COPY "MSGCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-PARMCLI               PICTURE 9(02).
       01 FS-HSKPRM                PICTURE 9(02).
       01 FS-HSKCTL                PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).
       01 FS-OAUDCLI               PICTURE 9(02).
           88 FS-OAUDCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-HSTCLI                PICTURE 9(02).
           88 FS-HSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-REJCLI                PICTURE 9(02).
           88 FS-REJCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PNDCLI                PICTURE 9(02).
           88 FS-PNDCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-CLSCLI                PICTURE 9(02).
           88 FS-CLSCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PSTCLI                PICTURE 9(02).
           88 FS-PSTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-DRMCLI                PICTURE 9(02).
           88 FS-DRMCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OFILCLI               PICTURE 9(02).
           88 FS-OFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OMSTCLI               PICTURE 9(02).
           88 FS-OMSTCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-AUDWRK                PICTURE 9(02).
           88 FS-AUDWRK-AT-EOF                        VALUE 04, 10, 46.
       01 FS-HSTWRK                PICTURE 9(02).
           88 FS-HSTWRK-AT-EOF                        VALUE 04, 10, 46.
       01 FS-REJWRK                PICTURE 9(02).
           88 FS-REJWRK-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ARCAUD                PICTURE 9(02).
       01 FS-ARCHST                PICTURE 9(02).
       01 FS-ARCREJ                PICTURE 9(02).
       01 FS-ARCPST                PICTURE 9(02).
       01 FS-ARCDRM                PICTURE 9(02).
       01 FS-ARCOFL                PICTURE 9(02).
       01 FS-ARCMST                PICTURE 9(02).
       01 FS-ARCCTL                PICTURE 9(02).
       01 FS-OHSKRPT               PICTURE 9(02).
       01 FS-MSGCLI                PICTURE 9(02).

      *    ---- The message being displayed and logged
       01 WRK-MSG-RUN-NUMBER       PICTURE 9(06)        VALUE ZEROES.
       01 WRK-MSG-SEVERITY         PICTURE X(01)        VALUE SPACE.
       01 WRK-MSG-CODE             PICTURE X(06)        VALUE SPACES.
       01 WRK-MSG-TEXT             PICTURE X(100)       VALUE SPACES.
       01 WRK-MSG-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-MSG-TIME             PICTURE X(08)        VALUE SPACES.

       01 WRK-PROC-DATE            PICTURE X(08)        VALUE SPACES.
       01 WRK-OFILCLI-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-OMSTCLI-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-AUD-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-HST-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-REJ-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-PST-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-DRM-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-OFL-NAME         PICTURE X(40)        VALUE SPACES.
       01 WRK-ARC-MST-NAME         PICTURE X(40)        VALUE SPACES.

      *    ---- Compiled retention defaults, in days
       01 WRK-AUD-DAYS             PICTURE 9(05) USAGE COMP VALUE 2557.
       01 WRK-HST-DAYS             PICTURE 9(05) USAGE COMP VALUE 0730.
       01 WRK-PST-DAYS             PICTURE 9(05) USAGE COMP VALUE 0400.
       01 WRK-DRM-DAYS             PICTURE 9(05) USAGE COMP VALUE 0030.
       01 WRK-REJ-DAYS             PICTURE 9(05) USAGE COMP VALUE 0090.
       01 WRK-GEN-DAYS             PICTURE 9(05) USAGE COMP VALUE 0030.

      *    ---- Per-file control totals: 1 OAUDCLI, 2 HISTCLI,
      *    3 REJCLI, 4 PSTCLI, 5 DRMCLI, 6 OFILCLI, 7 OMSTCLI
       01 WRK-FIL-TABLE.
           05 WRK-FIL-ENTRY OCCURS 7 TIMES.
               10 WRK-FIL-NAME       PICTURE X(08).
               10 WRK-FIL-DAYS       PICTURE 9(05) USAGE COMP.
               10 WRK-FIL-CUTOFF     PICTURE X(08).
               10 WRK-FIL-READ       PICTURE 9(09) USAGE COMP.
               10 WRK-FIL-KEPT       PICTURE 9(09) USAGE COMP.
               10 WRK-FIL-ARCHIVED   PICTURE 9(09) USAGE COMP.
               10 WRK-FIL-PURGED     PICTURE 9(09) USAGE COMP.
               10 WRK-FIL-AMOUNT     PICTURE S9(16)V99 COMP-3.
               10 WRK-FIL-OLDEST     PICTURE X(08).
               10 WRK-FIL-NEWEST     PICTURE X(08).
               10 WRK-FIL-ARC-NAME   PICTURE X(40).
               10 WRK-FIL-ARC-OPEN   PICTURE X(01).
                   88 WRK-FIL-ARC-IS-OPEN              VALUE "Y".
       01 WRK-FIL-IX               PICTURE 9(02) USAGE COMP VALUE ZERO.
       01 WRK-ROW-DATE             PICTURE X(08)        VALUE SPACES.
       01 WRK-ROW-AMOUNT           PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.

      *    ---- Calendar arithmetic for cutoffs and the generation walk
       01 WRK-CAL-DATE.
           05 WRK-CAL-YYYY           PICTURE 9(04).
           05 WRK-CAL-MM             PICTURE 9(02).
           05 WRK-CAL-DD             PICTURE 9(02).
       01 WRK-CAL-DATE-X REDEFINES WRK-CAL-DATE
                                   PICTURE X(08).
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
       01 WRK-MONTH-LEN            PICTURE 9(02)        VALUE ZEROES.
       01 WRK-LEAP-QUOT            PICTURE 9(04) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-4           PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-100         PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-LEAP-REM-400         PICTURE 9(03) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-RETAIN-DAYS          PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CUTOFF-DATE          PICTURE X(08)        VALUE SPACES.

      *    ---- What the batch and the continuity check still need
       01 WRK-RUN-STATUS           PICTURE X(01)        VALUE SPACE.
       01 WRK-KEEP-GEN-DATE        PICTURE X(08)        VALUE SPACES.
       01 WRK-GEN-PURGED-THRU      PICTURE X(08)        VALUE SPACES.
       01 WRK-GEN-FIRST-DATE       PICTURE X(08)        VALUE SPACES.
       01 WRK-GEN-LAST-DATE        PICTURE X(08)        VALUE SPACES.
       01 WRK-GEN-FILES            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-GEN-FILE-ROWS        PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-DELETE-NAME          PICTURE X(40)        VALUE SPACES.

      *    ---- Posted-log purge limits: the lowest sequence per range
      *    that must stay, and the marks carried on HSKCTL
       01 WRK-SIO-SEQ-BASE         PICTURE 9(08)        VALUE 90000000.
       01 WRK-KEEP-FROM-TELLER     PICTURE 9(08)        VALUE 99999999.
       01 WRK-KEEP-FROM-STANDING   PICTURE 9(08)        VALUE 99999999.
       01 WRK-HWM-TELLER           PICTURE 9(08)        VALUE ZEROES.
       01 WRK-HWM-STANDING         PICTURE 9(08)        VALUE ZEROES.
       01 WRK-GUARD-SEQ            PICTURE 9(08)        VALUE ZEROES.
       01 WRK-PST-PURGE            PICTURE X(01)            VALUE "N".
           88 WRK-PST-IS-PURGED                             VALUE "Y".

      *    ---- Closed and escheated accounts, latest close per account
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
               10 WRK-CLS-DATE       PICTURE X(08).

       01 WRK-CNT-ED               PICTURE ZZZZZZZZ9.
       01 WRK-DAYS-ED              PICTURE ZZZZ9.
       01 WRK-SEQ-ED               PICTURE Z(07)9.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Retention, Archive and Purge Housekeeping ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-READ-RUN-CONTROL.
           PERFORM 0220-READ-HOUSEKEEPING-CONTROL.
           PERFORM 0240-SET-UP-FILES.
           PERFORM 0300-PURGE-AUDIT.
           PERFORM 0310-PURGE-HISTORY.
           PERFORM 0320-PURGE-REJECTS.
           PERFORM 0400-PURGE-POSTED-LOG.
           PERFORM 0410-PURGE-DORMANCY.
           PERFORM 0420-PURGE-GENERATIONS.
           PERFORM 0500-WRITE-CONTROL-TOTALS.
           PERFORM 0510-REWRITE-HOUSEKEEPING-CONTROL.
           PERFORM 0600-WRITE-REPORT.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "HSK001" TO WRK-MSG-CODE.
           STRING "HOUSEKEEPING COMPLETE, SEE OHSKRPT"
               DELIMITED BY SIZE INTO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "HSK043" TO WRK-MSG-CODE.
           MOVE "HSKPRG ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- The processing date dates the cutoffs and the archives;
      *    the retention card overrides the compiled defaults
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
               MOVE "HSK002" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT HSKPRM.
           IF FS-HSKPRM EQUAL ZEROS
               READ HSKPRM
               IF FS-HSKPRM EQUAL ZEROS
                   IF HSP-AUD-DAYS NUMERIC
                       AND HSP-AUD-DAYS NOT EQUAL ZEROES
                       MOVE HSP-AUD-DAYS TO WRK-AUD-DAYS
                   END-IF
                   IF HSP-HST-DAYS NUMERIC
                       AND HSP-HST-DAYS NOT EQUAL ZEROES
                       MOVE HSP-HST-DAYS TO WRK-HST-DAYS
                   END-IF
                   IF HSP-PST-DAYS NUMERIC
                       AND HSP-PST-DAYS NOT EQUAL ZEROES
                       MOVE HSP-PST-DAYS TO WRK-PST-DAYS
                   END-IF
                   IF HSP-DRM-DAYS NUMERIC
                       AND HSP-DRM-DAYS NOT EQUAL ZEROES
                       MOVE HSP-DRM-DAYS TO WRK-DRM-DAYS
                   END-IF
                   IF HSP-REJ-DAYS NUMERIC
                       AND HSP-REJ-DAYS NOT EQUAL ZEROES
                       MOVE HSP-REJ-DAYS TO WRK-REJ-DAYS
                   END-IF
                   IF HSP-GEN-DAYS NUMERIC
                       AND HSP-GEN-DAYS NOT EQUAL ZEROES
                       MOVE HSP-GEN-DAYS TO WRK-GEN-DAYS
                   END-IF
               END-IF
               CLOSE HSKPRM
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK003" TO WRK-MSG-CODE
               STRING "HSKPRM NOT FOUND, USING DEFAULT RETENTION"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           DISPLAY "HOUSEKEEPING AS OF " WRK-PROC-DATE.
       0200-END.                                                   EXIT.

       0210-READ-RUN-CONTROL                                    SECTION.
      *    ---- Never purge under a run that is still in flight - a
      *    resume re-reads the posted log and extends the dated files.
      *    The last completed generation is what the continuity check
      *    needs tomorrow, so it is never purged.
           OPEN INPUT RUNCLI.
           IF FS-RUNCLI EQUAL ZEROS
               READ RUNCLI
               IF FS-RUNCLI EQUAL ZEROS
                   MOVE RUN-STATUS TO WRK-RUN-STATUS
                   IF RUN-MST-DATE NOT EQUAL SPACES
                       MOVE RUN-MST-DATE TO WRK-KEEP-GEN-DATE
                   END-IF
               END-IF
               CLOSE RUNCLI
           END-IF.
           IF WRK-RUN-STATUS EQUAL "I"
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK004" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: A BATCH RUN IS IN FLIGHT "
                   "ON RUNCLI - FINISH OR RESUME IT BEFORE "
                   "HOUSEKEEPING"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0210-END.                                                   EXIT.

       0220-READ-HOUSEKEEPING-CONTROL                           SECTION.
      *    ---- The marks only ever rise; a first run starts them at
      *    zero and has no generation walk to resume
           OPEN INPUT HSKCTL.
           IF FS-HSKCTL EQUAL ZEROS
               READ HSKCTL
               IF FS-HSKCTL EQUAL ZEROS
                   IF HSK-PST-HWM-TELLER NUMERIC
                       MOVE HSK-PST-HWM-TELLER TO WRK-HWM-TELLER
                   END-IF
                   IF HSK-PST-HWM-STANDING NUMERIC
                       MOVE HSK-PST-HWM-STANDING TO WRK-HWM-STANDING
                   END-IF
                   MOVE HSK-GEN-PURGED-THRU TO WRK-GEN-PURGED-THRU
               END-IF
               CLOSE HSKCTL
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK005" TO WRK-MSG-CODE
               STRING "HSKCTL NOT FOUND, FIRST HOUSEKEEPING RUN"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0230-COMPUTE-CUTOFF                                      SECTION.
      *    ---- The processing date less WRK-RETAIN-DAYS calendar days;
      *    a row dated before the cutoff is past its retention
           MOVE WRK-PROC-DATE TO WRK-CAL-DATE-X.
           PERFORM 0231-STEP-BACK-ONE-DAY WRK-RETAIN-DAYS TIMES.
           MOVE WRK-CAL-DATE-X TO WRK-CUTOFF-DATE.
       0230-END.                                                   EXIT.

       0231-STEP-BACK-ONE-DAY                                   SECTION.
           IF WRK-CAL-DD GREATER 1
               SUBTRACT 1 FROM WRK-CAL-DD
           ELSE
               IF WRK-CAL-MM GREATER 1
                   SUBTRACT 1 FROM WRK-CAL-MM
               ELSE
                   MOVE 12 TO WRK-CAL-MM
                   SUBTRACT 1 FROM WRK-CAL-YYYY
               END-IF
               PERFORM 0233-SET-MONTH-LENGTH
               MOVE WRK-MONTH-LEN TO WRK-CAL-DD
           END-IF.
       0231-END.                                                   EXIT.

       0232-STEP-FORWARD-ONE-DAY                                SECTION.
           PERFORM 0233-SET-MONTH-LENGTH.
           IF WRK-CAL-DD LESS WRK-MONTH-LEN
               ADD 1 TO WRK-CAL-DD
           ELSE
               MOVE 1 TO WRK-CAL-DD
               IF WRK-CAL-MM LESS 12
                   ADD 1 TO WRK-CAL-MM
               ELSE
                   MOVE 1 TO WRK-CAL-MM
                   ADD 1 TO WRK-CAL-YYYY
               END-IF
           END-IF.
       0232-END.                                                   EXIT.

       0233-SET-MONTH-LENGTH                                    SECTION.
      *    ---- Days in the calendar date's month; February has 29 in a
      *    year divisible by 4, except centuries not divisible by 400
           MOVE WRK-MONTH-DAYS (WRK-CAL-MM) TO WRK-MONTH-LEN.
           IF WRK-CAL-MM EQUAL 2
               DIVIDE WRK-CAL-YYYY BY 4 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-4
               DIVIDE WRK-CAL-YYYY BY 100 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-100
               DIVIDE WRK-CAL-YYYY BY 400 GIVING WRK-LEAP-QUOT
                   REMAINDER WRK-LEAP-REM-400
               IF WRK-LEAP-REM-4 EQUAL ZERO
                   AND (WRK-LEAP-REM-100 NOT EQUAL ZERO
                        OR WRK-LEAP-REM-400 EQUAL ZERO)
                   MOVE 29 TO WRK-MONTH-LEN
               END-IF
           END-IF.
       0233-END.                                                   EXIT.

       0240-SET-UP-FILES                                        SECTION.
      *    ---- Name, retention, cutoff and dated archive of each file
           MOVE "OAUDCLI " TO WRK-FIL-NAME (1).
           MOVE WRK-AUD-DAYS TO WRK-FIL-DAYS (1).
           MOVE "HISTCLI " TO WRK-FIL-NAME (2).
           MOVE WRK-HST-DAYS TO WRK-FIL-DAYS (2).
           MOVE "REJCLI  " TO WRK-FIL-NAME (3).
           MOVE WRK-REJ-DAYS TO WRK-FIL-DAYS (3).
           MOVE "PSTCLI  " TO WRK-FIL-NAME (4).
           MOVE WRK-PST-DAYS TO WRK-FIL-DAYS (4).
           MOVE "DRMCLI  " TO WRK-FIL-NAME (5).
           MOVE WRK-DRM-DAYS TO WRK-FIL-DAYS (5).
           MOVE "OFILCLI " TO WRK-FIL-NAME (6).
           MOVE WRK-GEN-DAYS TO WRK-FIL-DAYS (6).
           MOVE "OMSTCLI " TO WRK-FIL-NAME (7).
           MOVE WRK-GEN-DAYS TO WRK-FIL-DAYS (7).
           STRING "./arcaud_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-AUD-NAME.
           STRING "./archst_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-HST-NAME.
           STRING "./arcrej_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-REJ-NAME.
           STRING "./arcpst_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-PST-NAME.
           STRING "./arcdrm_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-DRM-NAME.
           STRING "./arcofl_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-OFL-NAME.
           STRING "./arcmst_" WRK-PROC-DATE ".txt" DELIMITED BY SIZE
               INTO WRK-ARC-MST-NAME.
           MOVE WRK-ARC-AUD-NAME TO WRK-FIL-ARC-NAME (1).
           MOVE WRK-ARC-HST-NAME TO WRK-FIL-ARC-NAME (2).
           MOVE WRK-ARC-REJ-NAME TO WRK-FIL-ARC-NAME (3).
           MOVE WRK-ARC-PST-NAME TO WRK-FIL-ARC-NAME (4).
           MOVE WRK-ARC-DRM-NAME TO WRK-FIL-ARC-NAME (5).
           MOVE WRK-ARC-OFL-NAME TO WRK-FIL-ARC-NAME (6).
           MOVE WRK-ARC-MST-NAME TO WRK-FIL-ARC-NAME (7).
           PERFORM 0241-SET-UP-ONE-FILE
               VARYING WRK-FIL-IX FROM 1 BY 1
               UNTIL WRK-FIL-IX GREATER 7.
       0240-END.                                                   EXIT.

       0241-SET-UP-ONE-FILE                                     SECTION.
           MOVE WRK-FIL-DAYS (WRK-FIL-IX) TO WRK-RETAIN-DAYS.
           PERFORM 0230-COMPUTE-CUTOFF.
           MOVE WRK-CUTOFF-DATE TO WRK-FIL-CUTOFF   (WRK-FIL-IX).
           MOVE ZEROES          TO WRK-FIL-READ     (WRK-FIL-IX)
                                   WRK-FIL-KEPT     (WRK-FIL-IX)
                                   WRK-FIL-ARCHIVED (WRK-FIL-IX)
                                   WRK-FIL-PURGED   (WRK-FIL-IX)
                                   WRK-FIL-AMOUNT   (WRK-FIL-IX).
           MOVE SPACES          TO WRK-FIL-OLDEST   (WRK-FIL-IX)
                                   WRK-FIL-NEWEST   (WRK-FIL-IX).
           MOVE "N"             TO WRK-FIL-ARC-OPEN (WRK-FIL-IX).
       0241-END.                                                   EXIT.

       0250-NOTE-ARCHIVED-ROW                                   SECTION.
      *    ---- Control totals for one row written to WRK-FIL-IX's
      *    archive: count, money and the date range it spans
           ADD 1              TO WRK-FIL-ARCHIVED (WRK-FIL-IX).
           ADD WRK-ROW-AMOUNT TO WRK-FIL-AMOUNT   (WRK-FIL-IX).
           IF WRK-FIL-OLDEST (WRK-FIL-IX) EQUAL SPACES
               OR WRK-ROW-DATE LESS WRK-FIL-OLDEST (WRK-FIL-IX)
               MOVE WRK-ROW-DATE TO WRK-FIL-OLDEST (WRK-FIL-IX)
           END-IF.
           IF WRK-ROW-DATE GREATER WRK-FIL-NEWEST (WRK-FIL-IX)
               MOVE WRK-ROW-DATE TO WRK-FIL-NEWEST (WRK-FIL-IX)
           END-IF.
       0250-END.                                                   EXIT.

       0300-PURGE-AUDIT                                         SECTION.
      *    ---- Rows past retention go to the archive, the rest to the
      *    work file; only once both are closed is the work file
      *    copied back over the live trail
           MOVE 1 TO WRK-FIL-IX.
           OPEN INPUT OAUDCLI.
           IF FS-OAUDCLI NOT EQUAL ZEROS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK006" TO WRK-MSG-CODE
               STRING "OAUDCLI NOT FOUND, NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               OPEN OUTPUT AUDWRK
               IF FS-AUDWRK NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK007" TO WRK-MSG-CODE
                   STRING "*** FATAL: HSKAUD.TMP COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               PERFORM 0301-AUDIT-ONE-ROW UNTIL FS-OAUDCLI-AT-EOF
               CLOSE OAUDCLI
               CLOSE AUDWRK
               IF WRK-FIL-ARC-IS-OPEN (1)
                   CLOSE ARCAUD
                   PERFORM 0303-RESTORE-AUDIT
               END-IF
           END-IF.
       0300-END.                                                   EXIT.

       0301-AUDIT-ONE-ROW                                       SECTION.
           READ OAUDCLI.
           IF FS-OAUDCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (1)
               IF AUD-PROC-DATE NUMERIC
                   AND AUD-PROC-DATE LESS WRK-FIL-CUTOFF (1)
                   IF NOT WRK-FIL-ARC-IS-OPEN (1)
                       PERFORM 0302-OPEN-AUDIT-ARCHIVE
                   END-IF
                   WRITE REG-ARCAUD FROM REG-OAUDCLI
                   IF FS-ARCAUD NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK008" TO WRK-MSG-CODE
                       STRING "*** FATAL: WRITE TO AUDIT ARCHIVE "
                           "FAILED - LIVE TRAIL NOT TOUCHED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   MOVE AUD-PROC-DATE     TO WRK-ROW-DATE
                   IF AUD-BALANCE-AFTER NUMERIC
                       MOVE AUD-BALANCE-AFTER TO WRK-ROW-AMOUNT
                   ELSE
                       MOVE ZEROES            TO WRK-ROW-AMOUNT
                   END-IF
                   PERFORM 0250-NOTE-ARCHIVED-ROW
               ELSE
                   WRITE REG-AUDWRK FROM REG-OAUDCLI
                   ADD 1 TO WRK-FIL-KEPT (1)
               END-IF
           END-IF.
       0301-END.                                                   EXIT.

       0302-OPEN-AUDIT-ARCHIVE                                  SECTION.
      *    ---- A second purge the same day adds to that day's archive
           OPEN EXTEND ARCAUD.
           IF FS-ARCAUD NOT EQUAL ZEROS
               OPEN OUTPUT ARCAUD
               IF FS-ARCAUD NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK009" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-ARC-AUD-NAME
                       " COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (1).
       0302-END.                                                   EXIT.

       0303-RESTORE-AUDIT                                       SECTION.
           OPEN INPUT AUDWRK.
           OPEN OUTPUT OAUDCLI.
           IF FS-AUDWRK NOT EQUAL ZEROS OR FS-OAUDCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK010" TO WRK-MSG-CODE
               STRING "*** FATAL: OAUDCLI COULD NOT BE REWRITTEN - "
                   "HSKAUD.TMP HOLDS THE KEPT ROWS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0304-RESTORE-AUDIT-ROW UNTIL FS-AUDWRK-AT-EOF.
           CLOSE AUDWRK.
           CLOSE OAUDCLI.
           MOVE WRK-FIL-ARCHIVED (1) TO WRK-FIL-PURGED (1).
       0303-END.                                                   EXIT.

       0304-RESTORE-AUDIT-ROW                                   SECTION.
           READ AUDWRK.
           IF FS-AUDWRK EQUAL ZEROS
               WRITE REG-OAUDCLI FROM REG-AUDWRK
               IF FS-OAUDCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK011" TO WRK-MSG-CODE
                   STRING "*** FATAL: OAUDCLI REWRITE FAILED - "
                       "HSKAUD.TMP HOLDS THE KEPT ROWS"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
       0304-END.                                                   EXIT.

       0310-PURGE-HISTORY                                       SECTION.
      *    ---- Same as the audit trail. The oldest date on the run
      *    history also tells a first purge where the dated
      *    generations begin.
           MOVE 2 TO WRK-FIL-IX.
           OPEN INPUT HSTCLI.
           IF FS-HSTCLI NOT EQUAL ZEROS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK012" TO WRK-MSG-CODE
               STRING "HISTCLI NOT FOUND, NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               OPEN OUTPUT HSTWRK
               IF FS-HSTWRK NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK013" TO WRK-MSG-CODE
                   STRING "*** FATAL: HSKHST.TMP COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               PERFORM 0311-HISTORY-ONE-ROW UNTIL FS-HSTCLI-AT-EOF
               CLOSE HSTCLI
               CLOSE HSTWRK
               IF WRK-FIL-ARC-IS-OPEN (2)
                   CLOSE ARCHST
                   PERFORM 0313-RESTORE-HISTORY
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0311-HISTORY-ONE-ROW                                     SECTION.
           READ HSTCLI.
           IF FS-HSTCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (2)
               IF HST-PROC-DATE NUMERIC
                   IF WRK-GEN-FIRST-DATE EQUAL SPACES
                       OR HST-PROC-DATE LESS WRK-GEN-FIRST-DATE
                       MOVE HST-PROC-DATE TO WRK-GEN-FIRST-DATE
                   END-IF
               END-IF
               IF HST-PROC-DATE NUMERIC
                   AND HST-PROC-DATE LESS WRK-FIL-CUTOFF (2)
                   IF NOT WRK-FIL-ARC-IS-OPEN (2)
                       PERFORM 0312-OPEN-HISTORY-ARCHIVE
                   END-IF
                   WRITE REG-ARCHST FROM REG-HSTCLI
                   IF FS-ARCHST NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK014" TO WRK-MSG-CODE
                       STRING "*** FATAL: WRITE TO HISTORY ARCHIVE "
                           "FAILED - LIVE HISTORY NOT TOUCHED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   MOVE HST-PROC-DATE TO WRK-ROW-DATE
                   MOVE ZEROES        TO WRK-ROW-AMOUNT
                   PERFORM 0250-NOTE-ARCHIVED-ROW
               ELSE
                   WRITE REG-HSTWRK FROM REG-HSTCLI
                   ADD 1 TO WRK-FIL-KEPT (2)
               END-IF
           END-IF.
       0311-END.                                                   EXIT.

       0312-OPEN-HISTORY-ARCHIVE                                SECTION.
           OPEN EXTEND ARCHST.
           IF FS-ARCHST NOT EQUAL ZEROS
               OPEN OUTPUT ARCHST
               IF FS-ARCHST NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK015" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-ARC-HST-NAME
                       " COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (2).
       0312-END.                                                   EXIT.

       0313-RESTORE-HISTORY                                     SECTION.
           OPEN INPUT HSTWRK.
           OPEN OUTPUT HSTCLI.
           IF FS-HSTWRK NOT EQUAL ZEROS OR FS-HSTCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK016" TO WRK-MSG-CODE
               STRING "*** FATAL: HISTCLI COULD NOT BE REWRITTEN - "
                   "HSKHST.TMP HOLDS THE KEPT ROWS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0314-RESTORE-HISTORY-ROW UNTIL FS-HSTWRK-AT-EOF.
           CLOSE HSTWRK.
           CLOSE HSTCLI.
           MOVE WRK-FIL-ARCHIVED (2) TO WRK-FIL-PURGED (2).
       0313-END.                                                   EXIT.

       0314-RESTORE-HISTORY-ROW                                 SECTION.
           READ HSTWRK.
           IF FS-HSTWRK EQUAL ZEROS
               WRITE REG-HSTCLI FROM REG-HSTWRK
               IF FS-HSTCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK017" TO WRK-MSG-CODE
                   STRING "*** FATAL: HISTCLI REWRITE FAILED - "
                       "HSKHST.TMP HOLDS THE KEPT ROWS"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
       0314-END.                                                   EXIT.

       0320-PURGE-REJECTS                                       SECTION.
           MOVE 3 TO WRK-FIL-IX.
           OPEN INPUT REJCLI.
           IF FS-REJCLI NOT EQUAL ZEROS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK018" TO WRK-MSG-CODE
               STRING "REJCLI NOT FOUND, NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               OPEN OUTPUT REJWRK
               IF FS-REJWRK NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK019" TO WRK-MSG-CODE
                   STRING "*** FATAL: HSKREJ.TMP COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               PERFORM 0321-REJECT-ONE-ROW UNTIL FS-REJCLI-AT-EOF
               CLOSE REJCLI
               CLOSE REJWRK
               IF WRK-FIL-ARC-IS-OPEN (3)
                   CLOSE ARCREJ
                   PERFORM 0323-RESTORE-REJECTS
               END-IF
           END-IF.
       0320-END.                                                   EXIT.

       0321-REJECT-ONE-ROW                                      SECTION.
           READ REJCLI.
           IF FS-REJCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (3)
               IF REJ-PROC-DATE NUMERIC
                   AND REJ-PROC-DATE LESS WRK-FIL-CUTOFF (3)
                   IF NOT WRK-FIL-ARC-IS-OPEN (3)
                       PERFORM 0322-OPEN-REJECT-ARCHIVE
                   END-IF
                   WRITE REG-ARCREJ FROM REG-REJCLI
                   IF FS-ARCREJ NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK020" TO WRK-MSG-CODE
                       STRING "*** FATAL: WRITE TO REJECT ARCHIVE "
                           "FAILED - LIVE REJECTS NOT TOUCHED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   MOVE REJ-PROC-DATE TO WRK-ROW-DATE
                   MOVE ZEROES        TO WRK-ROW-AMOUNT
                   PERFORM 0250-NOTE-ARCHIVED-ROW
               ELSE
                   WRITE REG-REJWRK FROM REG-REJCLI
                   ADD 1 TO WRK-FIL-KEPT (3)
               END-IF
           END-IF.
       0321-END.                                                   EXIT.

       0322-OPEN-REJECT-ARCHIVE                                 SECTION.
           OPEN EXTEND ARCREJ.
           IF FS-ARCREJ NOT EQUAL ZEROS
               OPEN OUTPUT ARCREJ
               IF FS-ARCREJ NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK021" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-ARC-REJ-NAME
                       " COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (3).
       0322-END.                                                   EXIT.

       0323-RESTORE-REJECTS                                     SECTION.
           OPEN INPUT REJWRK.
           OPEN OUTPUT REJCLI.
           IF FS-REJWRK NOT EQUAL ZEROS OR FS-REJCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK022" TO WRK-MSG-CODE
               STRING "*** FATAL: REJCLI COULD NOT BE REWRITTEN - "
                   "HSKREJ.TMP HOLDS THE KEPT ROWS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0324-RESTORE-REJECT-ROW UNTIL FS-REJWRK-AT-EOF.
           CLOSE REJWRK.
           CLOSE REJCLI.
           MOVE WRK-FIL-ARCHIVED (3) TO WRK-FIL-PURGED (3).
       0323-END.                                                   EXIT.

       0324-RESTORE-REJECT-ROW                                  SECTION.
           READ REJWRK.
           IF FS-REJWRK EQUAL ZEROS
               WRITE REG-REJCLI FROM REG-REJWRK
               IF FS-REJCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK023" TO WRK-MSG-CODE
                   STRING "*** FATAL: REJCLI REWRITE FAILED - "
                       "HSKREJ.TMP HOLDS THE KEPT ROWS"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
       0324-END.                                                   EXIT.

       0400-PURGE-POSTED-LOG                                    SECTION.
      *    ---- The posted log is what stops a transaction posting
      *    twice, so it is only ever cut from the bottom of each
      *    sequence range: pass 1 finds, per range, the lowest
      *    sequence still in retention or still wanted by a hold or a
      *    waiting transfer leg on PNDCLI; pass 2 archives and deletes
      *    the rows below it. Everything purged is then at or below
      *    the range's high-water mark, which the batch reads back.
           MOVE 4 TO WRK-FIL-IX.
           PERFORM 0401-LOAD-HOLD-GUARD.
           OPEN INPUT PSTCLI.
           IF FS-PSTCLI NOT EQUAL ZEROS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK024" TO WRK-MSG-CODE
               STRING "PSTCLI NOT FOUND, NOTHING TO PURGE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               PERFORM 0404-SCAN-POSTED-ROW UNTIL FS-PSTCLI-AT-EOF
               CLOSE PSTCLI
               OPEN I-O PSTCLI
               IF FS-PSTCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK025" TO WRK-MSG-CODE
                   STRING "*** FATAL: PSTCLI COULD NOT BE OPENED "
                       "FOR UPDATE, FILE STATUS " FS-PSTCLI
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               PERFORM 0405-PURGE-POSTED-ROW UNTIL FS-PSTCLI-AT-EOF
               CLOSE PSTCLI
               IF WRK-FIL-ARC-IS-OPEN (4)
                   CLOSE ARCPST
               END-IF
           END-IF.
       0400-END.                                                   EXIT.

       0401-LOAD-HOLD-GUARD                                     SECTION.
      *    ---- A held transaction, or the debit leg a held transfer
      *    credit waits for, must find its sequences where the batch
      *    expects them - nothing from there up is purged
           OPEN INPUT PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               PERFORM 0402-HOLD-GUARD-ROW UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
           END-IF.
       0401-END.                                                   EXIT.

       0402-HOLD-GUARD-ROW                                      SECTION.
           READ PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               MOVE PND-SEQ TO WRK-GUARD-SEQ
               PERFORM 0403-NOTE-GUARD-SEQ
               IF PND-LINK-SEQ NUMERIC
                   AND PND-LINK-SEQ NOT EQUAL ZEROES
                   MOVE PND-LINK-SEQ TO WRK-GUARD-SEQ
                   PERFORM 0403-NOTE-GUARD-SEQ
               END-IF
           END-IF.
       0402-END.                                                   EXIT.

       0403-NOTE-GUARD-SEQ                                      SECTION.
      *    ---- Lower the keep-from point of WRK-GUARD-SEQ's range
           IF WRK-GUARD-SEQ GREATER WRK-SIO-SEQ-BASE
               IF WRK-GUARD-SEQ LESS WRK-KEEP-FROM-STANDING
                   MOVE WRK-GUARD-SEQ TO WRK-KEEP-FROM-STANDING
               END-IF
           ELSE
               IF WRK-GUARD-SEQ LESS WRK-KEEP-FROM-TELLER
                   MOVE WRK-GUARD-SEQ TO WRK-KEEP-FROM-TELLER
               END-IF
           END-IF.
       0403-END.                                                   EXIT.

       0404-SCAN-POSTED-ROW                                     SECTION.
           READ PSTCLI NEXT RECORD.
           IF FS-PSTCLI EQUAL ZEROS
               IF PST-PROC-DATE NOT NUMERIC
                   OR PST-PROC-DATE NOT LESS WRK-FIL-CUTOFF (4)
                   MOVE PST-SEQ TO WRK-GUARD-SEQ
                   PERFORM 0403-NOTE-GUARD-SEQ
               END-IF
           END-IF.
       0404-END.                                                   EXIT.

       0405-PURGE-POSTED-ROW                                    SECTION.
           READ PSTCLI NEXT RECORD.
           IF FS-PSTCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (4)
               MOVE "N" TO WRK-PST-PURGE
               IF PST-SEQ GREATER WRK-SIO-SEQ-BASE
                   IF PST-SEQ LESS WRK-KEEP-FROM-STANDING
                       MOVE "Y" TO WRK-PST-PURGE
                   END-IF
               ELSE
                   IF PST-SEQ LESS WRK-KEEP-FROM-TELLER
                       MOVE "Y" TO WRK-PST-PURGE
                   END-IF
               END-IF
               IF WRK-PST-IS-PURGED
                   IF NOT WRK-FIL-ARC-IS-OPEN (4)
                       PERFORM 0406-OPEN-POSTED-ARCHIVE
                   END-IF
                   WRITE REG-ARCPST FROM REG-PSTCLI
                   IF FS-ARCPST NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK026" TO WRK-MSG-CODE
                       STRING "*** FATAL: WRITE TO POSTED-LOG ARCHIVE "
                           "FAILED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   MOVE PST-PROC-DATE TO WRK-ROW-DATE
                   IF PST-AMOUNT NUMERIC
                       MOVE PST-AMOUNT TO WRK-ROW-AMOUNT
                   ELSE
                       MOVE ZEROES     TO WRK-ROW-AMOUNT
                   END-IF
                   PERFORM 0250-NOTE-ARCHIVED-ROW
                   DELETE PSTCLI RECORD
                   IF FS-PSTCLI NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK027" TO WRK-MSG-CODE
                       STRING "*** FATAL: PSTCLI DELETE FAILED, FILE "
                           "STATUS " FS-PSTCLI
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-FIL-PURGED (4)
                   IF PST-SEQ GREATER WRK-SIO-SEQ-BASE
                       IF PST-SEQ GREATER WRK-HWM-STANDING
                           MOVE PST-SEQ TO WRK-HWM-STANDING
                       END-IF
                   ELSE
                       IF PST-SEQ GREATER WRK-HWM-TELLER
                           MOVE PST-SEQ TO WRK-HWM-TELLER
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WRK-FIL-KEPT (4)
               END-IF
           END-IF.
       0405-END.                                                   EXIT.

       0406-OPEN-POSTED-ARCHIVE                                 SECTION.
           OPEN EXTEND ARCPST.
           IF FS-ARCPST NOT EQUAL ZEROS
               OPEN OUTPUT ARCPST
               IF FS-ARCPST NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK028" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-ARC-PST-NAME
                       " COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (4).
       0406-END.                                                   EXIT.

       0410-PURGE-DORMANCY                                      SECTION.
      *    ---- A closed or escheated account never earns another
      *    dormancy streak; its row is dropped once the close is past
      *    the dormancy retention
           MOVE 5 TO WRK-FIL-IX.
           OPEN INPUT CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               PERFORM 0411-LOAD-CLOSED-ROW UNTIL FS-CLSCLI-AT-EOF
               CLOSE CLSCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "HSK029" TO WRK-MSG-CODE
               STRING "CLSCLI NOT FOUND, NO CLOSED ACCOUNTS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-CLS-COUNT NOT EQUAL ZERO
               OPEN I-O DRMCLI
               IF FS-DRMCLI NOT EQUAL ZEROS
                   MOVE "I" TO WRK-MSG-SEVERITY
                   MOVE "HSK030" TO WRK-MSG-CODE
                   STRING "DRMCLI NOT FOUND, NOTHING TO PURGE"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
               ELSE
                   PERFORM 0413-DORMANCY-ONE-ROW UNTIL FS-DRMCLI-AT-EOF
                   CLOSE DRMCLI
                   IF WRK-FIL-ARC-IS-OPEN (5)
                       CLOSE ARCDRM
                   END-IF
               END-IF
           END-IF.
       0410-END.                                                   EXIT.

       0411-LOAD-CLOSED-ROW                                     SECTION.
      *    ---- The register is appended in close order, so a later
      *    close of the same account replaces the earlier date
           READ CLSCLI.
           IF FS-CLSCLI EQUAL ZEROS
               PERFORM 0412-FIND-CLOSED
               IF WRK-CLS-IS-FOUND
                   MOVE CLS-CLOSE-DATE TO WRK-CLS-DATE (WRK-CLS-IDX)
               ELSE
                   IF WRK-CLS-COUNT LESS THAN 5000
                       ADD 1 TO WRK-CLS-COUNT
                       SET WRK-CLS-IDX TO WRK-CLS-COUNT
                       MOVE CLS-AGENCY     TO
                           WRK-CLS-AGENCY  (WRK-CLS-IDX)
                       MOVE CLS-ACCOUNT    TO
                           WRK-CLS-ACCOUNT (WRK-CLS-IDX)
                       MOVE CLS-CLOSE-DATE TO
                           WRK-CLS-DATE    (WRK-CLS-IDX)
                   ELSE
                       IF NOT WRK-CLS-TABLE-IS-FULL
                           MOVE "W" TO WRK-MSG-SEVERITY
                           MOVE "HSK031" TO WRK-MSG-CODE
                           STRING "*** OPERATOR ALERT: MORE THAN 5000 "
                               "CLOSED ACCOUNTS - TABLE FULL, "
                               "REMAINING RECORDS IGNORED"
                               DELIMITED BY SIZE INTO WRK-MSG-TEXT
                           PERFORM 0950-LOG-MESSAGE
                           MOVE "Y" TO WRK-CLS-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0411-END.                                                   EXIT.

       0412-FIND-CLOSED                                         SECTION.
           MOVE "N" TO WRK-CLS-FOUND.
           IF WRK-CLS-COUNT NOT EQUAL ZERO
               SET WRK-CLS-IDX TO 1
               SEARCH WRK-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-CLS-IDX GREATER WRK-CLS-COUNT
                       CONTINUE
                   WHEN WRK-CLS-AGENCY  (WRK-CLS-IDX) EQUAL CLS-AGENCY
                    AND WRK-CLS-ACCOUNT (WRK-CLS-IDX) EQUAL CLS-ACCOUNT
                       MOVE "Y" TO WRK-CLS-FOUND
               END-SEARCH
           END-IF.
       0412-END.                                                   EXIT.

       0413-DORMANCY-ONE-ROW                                    SECTION.
           READ DRMCLI NEXT RECORD.
           IF FS-DRMCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (5)
               MOVE DRM-AGENCY  TO CLS-AGENCY
               MOVE DRM-ACCOUNT TO CLS-ACCOUNT
               PERFORM 0412-FIND-CLOSED
               IF WRK-CLS-IS-FOUND
                   AND WRK-CLS-DATE (WRK-CLS-IDX) LESS
                       WRK-FIL-CUTOFF (5)
                   IF NOT WRK-FIL-ARC-IS-OPEN (5)
                       PERFORM 0414-OPEN-DORMANCY-ARCHIVE
                   END-IF
                   WRITE REG-ARCDRM FROM REG-DRMCLI
                   IF FS-ARCDRM NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK032" TO WRK-MSG-CODE
                       STRING "*** FATAL: WRITE TO DORMANCY ARCHIVE "
                           "FAILED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   MOVE WRK-CLS-DATE (WRK-CLS-IDX) TO WRK-ROW-DATE
                   MOVE ZEROES TO WRK-ROW-AMOUNT
                   PERFORM 0250-NOTE-ARCHIVED-ROW
                   DELETE DRMCLI RECORD
                   IF FS-DRMCLI NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK033" TO WRK-MSG-CODE
                       STRING "*** FATAL: DRMCLI DELETE FAILED, FILE "
                           "STATUS " FS-DRMCLI
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-FIL-PURGED (5)
               ELSE
                   ADD 1 TO WRK-FIL-KEPT (5)
               END-IF
           END-IF.
       0413-END.                                                   EXIT.

       0414-OPEN-DORMANCY-ARCHIVE                               SECTION.
           OPEN EXTEND ARCDRM.
           IF FS-ARCDRM NOT EQUAL ZEROS
               OPEN OUTPUT ARCDRM
               IF FS-ARCDRM NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK034" TO WRK-MSG-CODE
                   STRING "*** FATAL: " WRK-ARC-DRM-NAME
                       " COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (5).
       0414-END.                                                   EXIT.

       0420-PURGE-GENERATIONS                                   SECTION.
      *    ---- Walk the processing dates from the day after the last
      *    purge stopped (a first purge: the oldest run on HISTCLI) to
      *    the day before the generation cutoff, and never onto the
      *    generation the continuity check still needs. A date with
      *    no dated files is simply passed over.
           IF WRK-GEN-PURGED-THRU NOT EQUAL SPACES
               AND WRK-GEN-PURGED-THRU NUMERIC
               MOVE WRK-GEN-PURGED-THRU TO WRK-CAL-DATE-X
               PERFORM 0232-STEP-FORWARD-ONE-DAY
               MOVE WRK-CAL-DATE-X TO WRK-GEN-FIRST-DATE
           END-IF.
           MOVE WRK-FIL-CUTOFF (6) TO WRK-GEN-LAST-DATE.
           IF WRK-KEEP-GEN-DATE NOT EQUAL SPACES
               AND WRK-KEEP-GEN-DATE LESS WRK-GEN-LAST-DATE
               MOVE WRK-KEEP-GEN-DATE TO WRK-GEN-LAST-DATE
           END-IF.
           IF WRK-GEN-FIRST-DATE NOT EQUAL SPACES
               AND WRK-GEN-FIRST-DATE LESS WRK-GEN-LAST-DATE
               MOVE WRK-GEN-FIRST-DATE TO WRK-CAL-DATE-X
               PERFORM 0421-PURGE-ONE-DATE
                   UNTIL WRK-CAL-DATE-X NOT LESS WRK-GEN-LAST-DATE
               IF WRK-FIL-ARC-IS-OPEN (6)
                   CLOSE ARCOFL
               END-IF
               IF WRK-FIL-ARC-IS-OPEN (7)
                   CLOSE ARCMST
               END-IF
      *    ---- Everything before the stopping date has been looked at
               MOVE WRK-GEN-LAST-DATE TO WRK-CAL-DATE-X
               PERFORM 0231-STEP-BACK-ONE-DAY
               MOVE WRK-CAL-DATE-X TO WRK-GEN-PURGED-THRU
           END-IF.
       0420-END.                                                   EXIT.

       0421-PURGE-ONE-DATE                                      SECTION.
           MOVE SPACES TO WRK-OFILCLI-NAME WRK-OMSTCLI-NAME.
           STRING "./ofilcli_" WRK-CAL-DATE-X ".txt" DELIMITED BY SIZE
               INTO WRK-OFILCLI-NAME.
           STRING "./omstcli_" WRK-CAL-DATE-X ".txt" DELIMITED BY SIZE
               INTO WRK-OMSTCLI-NAME.
           MOVE WRK-CAL-DATE-X TO WRK-ROW-DATE.
           OPEN INPUT OFILCLI.
           IF FS-OFILCLI EQUAL ZEROS
               MOVE 6 TO WRK-FIL-IX
               MOVE ZEROES TO WRK-GEN-FILE-ROWS
               IF NOT WRK-FIL-ARC-IS-OPEN (6)
                   PERFORM 0424-OPEN-GENERATION-ARCHIVES
               END-IF
               PERFORM 0422-ARCHIVE-OFILCLI-ROW UNTIL FS-OFILCLI-AT-EOF
               CLOSE OFILCLI
               MOVE WRK-OFILCLI-NAME TO WRK-DELETE-NAME
               PERFORM 0426-REMOVE-GENERATION-FILE
           END-IF.
           OPEN INPUT OMSTCLI.
           IF FS-OMSTCLI EQUAL ZEROS
               MOVE 7 TO WRK-FIL-IX
               MOVE ZEROES TO WRK-GEN-FILE-ROWS
               IF NOT WRK-FIL-ARC-IS-OPEN (7)
                   PERFORM 0424-OPEN-GENERATION-ARCHIVES
               END-IF
               PERFORM 0423-ARCHIVE-OMSTCLI-ROW UNTIL FS-OMSTCLI-AT-EOF
               CLOSE OMSTCLI
               MOVE WRK-OMSTCLI-NAME TO WRK-DELETE-NAME
               PERFORM 0426-REMOVE-GENERATION-FILE
           END-IF.
           PERFORM 0232-STEP-FORWARD-ONE-DAY.
       0421-END.                                                   EXIT.

       0422-ARCHIVE-OFILCLI-ROW                                 SECTION.
           READ OFILCLI.
           IF FS-OFILCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (6)
               ADD 1 TO WRK-GEN-FILE-ROWS
               MOVE WRK-CAL-DATE-X TO ARO-GEN-DATE
               MOVE REG-OFILCLI    TO ARO-ROW
               WRITE REG-ARCOFL
               IF FS-ARCOFL NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK035" TO WRK-MSG-CODE
                   STRING "*** FATAL: WRITE TO OFILCLI ARCHIVE FAILED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               IF OFL-BALANCE NUMERIC
                   MOVE OFL-BALANCE TO WRK-ROW-AMOUNT
               ELSE
                   MOVE ZEROES      TO WRK-ROW-AMOUNT
               END-IF
               PERFORM 0250-NOTE-ARCHIVED-ROW
           END-IF.
       0422-END.                                                   EXIT.

       0423-ARCHIVE-OMSTCLI-ROW                                 SECTION.
           READ OMSTCLI.
           IF FS-OMSTCLI EQUAL ZEROS
               ADD 1 TO WRK-FIL-READ (7)
               ADD 1 TO WRK-GEN-FILE-ROWS
               MOVE WRK-CAL-DATE-X TO ARM-GEN-DATE
               MOVE REGISTER       TO ARM-ROW
               WRITE REG-ARCMST
               IF FS-ARCMST NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK036" TO WRK-MSG-CODE
                   STRING "*** FATAL: WRITE TO OMSTCLI ARCHIVE FAILED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
               IF REG-BALANCE NUMERIC
                   MOVE REG-BALANCE TO WRK-ROW-AMOUNT
               ELSE
                   MOVE ZEROES      TO WRK-ROW-AMOUNT
               END-IF
               PERFORM 0250-NOTE-ARCHIVED-ROW
           END-IF.
       0423-END.                                                   EXIT.

       0424-OPEN-GENERATION-ARCHIVES                            SECTION.
      *    ---- Opens the archive of WRK-FIL-IX (6 OFILCLI, 7 OMSTCLI)
           IF WRK-FIL-IX EQUAL 6
               OPEN EXTEND ARCOFL
               IF FS-ARCOFL NOT EQUAL ZEROS
                   OPEN OUTPUT ARCOFL
                   IF FS-ARCOFL NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK037" TO WRK-MSG-CODE
                       STRING "*** FATAL: " WRK-ARC-OFL-NAME
                           " COULD NOT BE OPENED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               OPEN EXTEND ARCMST
               IF FS-ARCMST NOT EQUAL ZEROS
                   OPEN OUTPUT ARCMST
                   IF FS-ARCMST NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "HSK038" TO WRK-MSG-CODE
                       STRING "*** FATAL: " WRK-ARC-MST-NAME
                           " COULD NOT BE OPENED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           MOVE "Y" TO WRK-FIL-ARC-OPEN (WRK-FIL-IX).
       0424-END.                                                   EXIT.

       0426-REMOVE-GENERATION-FILE                              SECTION.
      *    ---- The whole dated file is archived, so it goes as well
           CALL "CBL_DELETE_FILE" USING WRK-DELETE-NAME.
           IF RETURN-CODE EQUAL ZERO
               ADD 1 TO WRK-GEN-FILES
               ADD WRK-GEN-FILE-ROWS TO WRK-FIL-PURGED (WRK-FIL-IX)
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "HSK039" TO WRK-MSG-CODE
               STRING "*** OPERATOR ALERT: " WRK-DELETE-NAME
                   " ARCHIVED BUT COULD NOT BE REMOVED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       0426-END.                                                   EXIT.

       0500-WRITE-CONTROL-TOTALS                                SECTION.
      *    ---- One control row per archive written this run
           OPEN EXTEND ARCCTL.
           IF FS-ARCCTL NOT EQUAL ZEROS
               OPEN OUTPUT ARCCTL
               IF FS-ARCCTL NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "HSK040" TO WRK-MSG-CODE
                   STRING "*** FATAL: ARCCTL COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0501-WRITE-ONE-CONTROL
               VARYING WRK-FIL-IX FROM 1 BY 1
               UNTIL WRK-FIL-IX GREATER 7.
           CLOSE ARCCTL.
       0500-END.                                                   EXIT.

       0501-WRITE-ONE-CONTROL                                   SECTION.
           IF WRK-FIL-ARCHIVED (WRK-FIL-IX) NOT EQUAL ZERO
               MOVE SPACES TO REG-ARCCTL
               MOVE WRK-PROC-DATE                  TO ARC-PROC-DATE
               MOVE WRK-FIL-NAME     (WRK-FIL-IX)  TO ARC-FILE
               MOVE WRK-FIL-ARC-NAME (WRK-FIL-IX)  TO ARC-ARCHIVE-NAME
               MOVE WRK-FIL-READ     (WRK-FIL-IX)  TO ARC-ROWS-READ
               MOVE WRK-FIL-KEPT     (WRK-FIL-IX)  TO ARC-ROWS-KEPT
               MOVE WRK-FIL-ARCHIVED (WRK-FIL-IX)  TO ARC-ROWS-ARCHIVED
               MOVE WRK-FIL-PURGED   (WRK-FIL-IX)  TO ARC-ROWS-PURGED
               MOVE WRK-FIL-AMOUNT   (WRK-FIL-IX)  TO ARC-AMOUNT
               MOVE WRK-FIL-OLDEST   (WRK-FIL-IX)  TO ARC-OLDEST-DATE
               MOVE WRK-FIL-NEWEST   (WRK-FIL-IX)  TO ARC-NEWEST-DATE
               WRITE REG-ARCCTL
           END-IF.
       0501-END.                                                   EXIT.

       0510-REWRITE-HOUSEKEEPING-CONTROL                        SECTION.
           OPEN OUTPUT HSKCTL.
           IF FS-HSKCTL NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK041" TO WRK-MSG-CODE
               STRING "*** FATAL: HSKCTL COULD NOT BE REWRITTEN - "
                   "THE BATCH WOULD NOT SEE THE NEW HIGH-WATER MARKS"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES              TO REG-HSKCTL.
           MOVE WRK-PROC-DATE       TO HSK-LAST-RUN-DATE.
           MOVE WRK-HWM-TELLER      TO HSK-PST-HWM-TELLER.
           MOVE WRK-HWM-STANDING    TO HSK-PST-HWM-STANDING.
           MOVE WRK-GEN-PURGED-THRU TO HSK-GEN-PURGED-THRU.
           WRITE REG-HSKCTL.
           CLOSE HSKCTL.
       0510-END.                                                   EXIT.

       0600-WRITE-REPORT                                        SECTION.
           OPEN OUTPUT OHSKRPT.
           IF FS-OHSKRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "HSK042" TO WRK-MSG-CODE
               STRING "*** FATAL: OHSKRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "RETENTION AND PURGE REPORT AS OF "
                      DELIMITED BY SIZE
                  WRK-PROC-DATE DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE SPACES TO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "FILE     RETAIN CUTOFF        READ      KEPT "
                      DELIMITED BY SIZE
                  " ARCHIVED    PURGED"
                      DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           PERFORM 0601-WRITE-FILE-LINE
               VARYING WRK-FIL-IX FROM 1 BY 1
               UNTIL WRK-FIL-IX GREATER 7.
           MOVE SPACES TO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE WRK-HWM-TELLER TO WRK-SEQ-ED.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "PSTCLI PURGED THRU SEQ...: " DELIMITED BY SIZE
                  WRK-SEQ-ED                    DELIMITED BY SIZE
                  " (TELLER)"                   DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE WRK-HWM-STANDING TO WRK-SEQ-ED.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "PSTCLI PURGED THRU SEQ...: " DELIMITED BY SIZE
                  WRK-SEQ-ED                    DELIMITED BY SIZE
                  " (STANDING ORDERS)"          DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE WRK-GEN-FILES TO WRK-CNT-ED.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "GENERATION FILES REMOVED.: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "GENERATIONS PURGED THRU..: " DELIMITED BY SIZE
                  WRK-GEN-PURGED-THRU           DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           MOVE SPACES TO REG-OHSKRPT.
           STRING "GENERATION KEPT FOR CNTCHK: " DELIMITED BY SIZE
                  WRK-KEEP-GEN-DATE              DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           WRITE REG-OHSKRPT.
           CLOSE OHSKRPT.
       0600-END.                                                   EXIT.

       0601-WRITE-FILE-LINE                                     SECTION.
      *    ---- Counts line, then the archive and its money if any
           MOVE WRK-FIL-DAYS (WRK-FIL-IX) TO WRK-DAYS-ED.
           MOVE SPACES TO REG-OHSKRPT.
           STRING WRK-FIL-NAME   (WRK-FIL-IX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-DAYS-ED                 DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WRK-FIL-CUTOFF (WRK-FIL-IX) DELIMITED BY SIZE
           INTO REG-OHSKRPT.
           MOVE WRK-FIL-READ (WRK-FIL-IX) TO WRK-CNT-ED.
           MOVE WRK-CNT-ED TO REG-OHSKRPT (24:9).
           MOVE WRK-FIL-KEPT (WRK-FIL-IX) TO WRK-CNT-ED.
           MOVE WRK-CNT-ED TO REG-OHSKRPT (34:9).
           MOVE WRK-FIL-ARCHIVED (WRK-FIL-IX) TO WRK-CNT-ED.
           MOVE WRK-CNT-ED TO REG-OHSKRPT (44:9).
           MOVE WRK-FIL-PURGED (WRK-FIL-IX) TO WRK-CNT-ED.
           MOVE WRK-CNT-ED TO REG-OHSKRPT (54:9).
           WRITE REG-OHSKRPT.
           IF WRK-FIL-ARCHIVED (WRK-FIL-IX) NOT EQUAL ZERO
               MOVE WRK-FIL-AMOUNT (WRK-FIL-IX) TO WRK-AMT-ED
               MOVE SPACES TO REG-OHSKRPT
               STRING "         TO "                 DELIMITED BY SIZE
                      WRK-FIL-ARC-NAME (WRK-FIL-IX)  DELIMITED BY SPACE
                      " "                            DELIMITED BY SIZE
                      WRK-FIL-OLDEST (WRK-FIL-IX)    DELIMITED BY SIZE
                      "-"                            DELIMITED BY SIZE
                      WRK-FIL-NEWEST (WRK-FIL-IX)    DELIMITED BY SIZE
                      WRK-AMT-ED                     DELIMITED BY SIZE
               INTO REG-OHSKRPT
               WRITE REG-OHSKRPT
           END-IF.
       0601-END.                                                   EXIT.

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
           MOVE "HSKPRG"           TO MSG-PROGRAM.
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
