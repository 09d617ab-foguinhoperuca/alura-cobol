       IDENTIFICATION                                          DIVISION.
      * Account maintenance for the IFILCLI client master - runs!
      * ahead of SEQCHK and the CLIENTS batch, so nobody hand-edits
      * ifilcli.txt to open, change or close an account. Applies the
      * add/change/close transactions on mntcli.txt by agency and
      * account: an add is refused when the account is already on the
      * master, a close is refused while the account still carries a
      * balance or an open PNDCLI hold, and an add or change is refused
      * when it gives the account a type other than 01, 02 or 03 or a
      * manager not active on MGRCLI, since the batch would only reject
      * that account every night. The updated master is written
      * to omntcli.txt (replace ifilcli.txt with it; new accounts are
      * appended at the end, so SEQCHK then puts them in sequence).
      * A closed account is left off the new master and logged on the
      * closed-account register clscli.txt - its dormancy, address and
      * waiver rows stay where they are until housekeeping drops them.
      * Every change actually applied is also appended to the
      * maintenance log mntlog.txt, which is what the pre-run
      * continuity check (CNTCHK) accepts as approval for an account
      * to differ from the last master generation.
      * Every transaction, applied or refused, is printed with its
      * before and after images and the operator who keyed it.
       PROGRAM-ID. ACCMNT.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT AGYCLI ASSIGN TO "./agycli.txt"
               FILE STATUS IS FS-AGYCLI.
           SELECT MGRCLI ASSIGN TO "./mgrcli.txt"
               FILE STATUS IS FS-MGRCLI.
           SELECT PNDCLI ASSIGN TO "./pndcli.txt"
               FILE STATUS IS FS-PNDCLI.
           SELECT MNTCLI ASSIGN TO "./mntcli.txt"
               FILE STATUS IS FS-MNTCLI.
           SELECT IFILCLI ASSIGN TO "./ifilcli.txt"
               FILE STATUS IS FS-IFILCLI.
           SELECT OMNTCLI ASSIGN TO "./omntcli.txt"
               FILE STATUS IS FS-OMNTCLI.
           SELECT CLSCLI ASSIGN TO "./clscli.txt"
               FILE STATUS IS FS-CLSCLI.
           SELECT OMNTRPT ASSIGN TO "./omntrpt.txt"
               FILE STATUS IS FS-OMNTRPT.
           SELECT MNTLOG ASSIGN TO "./mntlog.txt"
               FILE STATUS IS FS-MNTLOG.
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
      * ONLY USES THE PROCESSING DATE, TO DATE THE CLOSE REGISTER

       FD AGYCLI
           RECORDING MODE IS F.
       01 REG-AGYCLI.
           05 AGY-CODE               PICTURE X(04).
           05 AGY-STATUS             PICTURE X(01).
           05 AGY-BRANCH-NAME        PICTURE X(30).
      * AGENCY/BRANCH MASTER: CODE, STATUS (A=ACTIVE, C=CLOSED) AND NAME

       FD MGRCLI
           RECORDING MODE IS F.
       01 REG-MGRCLI.
           05 MGR-CODE              PICTURE X(04).
           05 MGR-STATUS            PICTURE X(01).
      * BRANCH MANAGER MASTER: CODE AND STATUS (A=ACTIVE, T=TERMINATED)

       FD PNDCLI
           RECORDING MODE IS F.
      * The held-transaction queue as the batch left it
       COPY "PNDCLI".
      * ANY HOLD STILL ON IT FOR AN ACCOUNT BLOCKS THAT ACCOUNT'S CLOSE

       FD MNTCLI
           RECORDING MODE IS F.
       01 REG-MNTCLI.
           05 MNT-ACTION             PICTURE X(01).
               88 MNT-IS-ADD                          VALUE "A".
               88 MNT-IS-CHANGE                       VALUE "C".
               88 MNT-IS-CLOSE                        VALUE "X".
           05 MNT-AGENCY             PICTURE X(04).
           05 MNT-ACCOUNT            PICTURE X(08).
           05 MNT-NAME               PICTURE X(32).
           05 MNT-MANAGER            PICTURE X(04).
           05 MNT-ACC-TYPE           PICTURE X(02).
           05 MNT-CLOSE-REASON       PICTURE X(01).
           05 MNT-OPERATOR           PICTURE X(08).
      * ACCOUNT-MAINTENANCE TRANSACTIONS KEYED BY THE BRANCHES, APPLIED
      * IN FILE ORDER. A = ADD (NAME, MANAGER AND TYPE REQUIRED, THE
      * ACCOUNT OPENS AT A ZERO BALANCE - MONEY ONLY EVER ARRIVES
      * THROUGH THE TELLER FEED), C = CHANGE (ONLY THE NAME, MANAGER
      * OR TYPE FIELDS THAT ARE NOT BLANK ARE CHANGED), X = CLOSE
      * (CLOSE-REASON C = CUSTOMER REQUEST, E = ESCHEATED; BLANK
      * MEANS C). OPERATOR IS THE USER ID THAT KEYED THE CHANGE.

       FD IFILCLI
           RECORDING MODE IS F.
      * Input layout of file
       COPY "BOOKCLI".

       FD OMNTCLI
           RECORDING MODE IS F.
       01 REG-OMNTCLI               PICTURE X(68).
      * THE CLIENT MASTER WITH THE MAINTENANCE APPLIED, SAME BOOKCLI
      * LAYOUT - REPLACE IFILCLI.TXT WITH THIS FILE, THEN RUN SEQCHK
      * TO BRING THE NEWLY ADDED ACCOUNTS INTO SEQUENCE

       FD CLSCLI
           RECORDING MODE IS F.
       COPY "CLSCLI".

       FD OMNTRPT
           RECORDING MODE IS F.
       01 REG-OMNTRPT               PICTURE X(80).
      * MAINTENANCE REPORT - EVERY TRANSACTION IN FILE ORDER WITH ITS
      * OPERATOR, APPLIED OR REFUSED WITH THE REASON, AND THE ACCOUNT
      * AS IT STOOD BEFORE AND AFTER, FOLLOWED BY RUN TOTALS

       FD MNTLOG
           RECORDING MODE IS F.
      * Approved-maintenance log, read by the pre-run continuity check
       COPY "MNTLOG".

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
       01 FS-AGYCLI                PICTURE 9(02).
           88 FS-AGYCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-MGRCLI                PICTURE 9(02).
           88 FS-MGRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PNDCLI                PICTURE 9(02).
           88 FS-PNDCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-MNTCLI                PICTURE 9(02).
           88 FS-MNTCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-IFILCLI               PICTURE 9(02).
           88 FS-IFILCLI-AT-EOF                       VALUE 04, 10, 46.
       01 FS-OMNTCLI               PICTURE 9(02).
       01 FS-CLSCLI                PICTURE 9(02).
       01 FS-OMNTRPT               PICTURE 9(02).
       01 FS-MNTLOG                PICTURE 9(02).
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

       01 WRK-AGY-COUNT           PICTURE 9(03) USAGE COMP VALUE ZEROES.
       01 WRK-AGY-VALID           PICTURE X(01)            VALUE "N".
           88 WRK-AGY-IS-VALID                             VALUE "Y".
       01 WRK-AGY-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-AGY-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-AGY-TABLE.
           05 WRK-AGY-ENTRY OCCURS 200 TIMES
                             INDEXED BY WRK-AGY-IDX.
               10 WRK-AGY-CODE       PICTURE X(04).
               10 WRK-AGY-STATUS     PICTURE X(01).

       01 WRK-MGR-COUNT           PICTURE 9(03) USAGE COMP VALUE ZEROES.
       01 WRK-MGR-VALID           PICTURE X(01)            VALUE "N".
           88 WRK-MGR-IS-VALID                             VALUE "Y".
       01 WRK-MGR-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-MGR-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-MGR-TABLE.
           05 WRK-MGR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-MGR-IDX.
               10 WRK-MGR-CODE       PICTURE X(04).
               10 WRK-MGR-STATUS     PICTURE X(01).

       01 WRK-HLD-COUNT           PICTURE 9(04) USAGE COMP VALUE ZEROES.
       01 WRK-HLD-FOUND           PICTURE X(01)            VALUE "N".
           88 WRK-HLD-IS-FOUND                             VALUE "Y".
       01 WRK-HLD-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-HLD-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-HLD-TABLE.
           05 WRK-HLD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WRK-HLD-IDX.
               10 WRK-HLD-AGENCY     PICTURE X(04).
               10 WRK-HLD-ACCOUNT    PICTURE X(08).

      *    ---- The whole maintenance file is held in memory so each
      *    transaction keeps its own before/after image and verdict,
      *    and the report can come out in the order it was keyed
       01 WRK-MNT-COUNT           PICTURE 9(04) USAGE COMP VALUE ZEROES.
       01 WRK-MNT-FULL            PICTURE X(01)            VALUE "N".
           88 WRK-MNT-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-MNT-TABLE.
           05 WRK-MNT-ENTRY OCCURS 500 TIMES
                             INDEXED BY WRK-MNT-IDX WRK-MNT-IDX2.
               10 WRK-MNT-ACTION     PICTURE X(01).
               10 WRK-MNT-AGENCY     PICTURE X(04).
               10 WRK-MNT-ACCOUNT    PICTURE X(08).
               10 WRK-MNT-NAME       PICTURE X(32).
               10 WRK-MNT-MANAGER    PICTURE X(04).
               10 WRK-MNT-ACC-TYPE   PICTURE X(02).
               10 WRK-MNT-REASON     PICTURE X(01).
               10 WRK-MNT-OPERATOR   PICTURE X(08).
               10 WRK-MNT-STATUS     PICTURE X(01).
                   88 WRK-MNT-IS-OPEN                  VALUE SPACE.
                   88 WRK-MNT-IS-APPLIED               VALUE "A".
                   88 WRK-MNT-IS-REJECTED              VALUE "R".
               10 WRK-MNT-RESULT     PICTURE X(30).
               10 WRK-MNT-BEFORE     PICTURE X(68).
               10 WRK-MNT-AFTER      PICTURE X(68).

      *    ---- Printable view of a before/after master image
       01 WRK-IMAGE.
           05 WRK-IMG-AGENCY         PICTURE X(04).
           05 WRK-IMG-ACCOUNT        PICTURE X(08).
           05 WRK-IMG-NAME           PICTURE X(32).
           05 WRK-IMG-MANAGER        PICTURE X(04).
           05 WRK-IMG-ACC-TYPE       PICTURE 9(02).
           05 WRK-IMG-BALANCE        PICTURE S9(16)V99.
       01 WRK-IMG-LABEL            PICTURE X(12)        VALUE SPACES.

       01 WRK-CLOSED-SW            PICTURE X(01)            VALUE "N".
           88 WRK-REG-IS-CLOSED                             VALUE "Y".
       01 WRK-EARLIER-ADD          PICTURE X(01)            VALUE "N".
           88 WRK-EARLIER-ADD-FOUND                         VALUE "Y".

       01 WRK-READ-COUNT           PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-WRITE-COUNT          PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-ADD-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CHANGE-COUNT         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CLOSE-COUNT          PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-REJECT-COUNT         PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-MASTER-BALANCE       PICTURE S9(16)V99 COMP-3
                                                     VALUE ZEROES.
       01 WRK-CNT-ED               PICTURE ZZZZZZ9.
       01 WRK-AMT-ED               PICTURE -Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-BAL-ED               PICTURE -Z.ZZZ.ZZZ.ZZ9,99.
       01 WRK-RESULT-TEXT          PICTURE X(40)        VALUE SPACES.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Account Maintenance ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOAD-AGENCIES.
           PERFORM 0212-LOAD-MANAGERS.
           PERFORM 0220-LOAD-HOLDS.
           PERFORM 0230-LOAD-MAINTENANCE.
           PERFORM 0300-APPLY-TO-MASTER.
           PERFORM 0400-APPLY-LEFTOVERS.
           CLOSE OMNTCLI.
           CLOSE CLSCLI.
           CLOSE MNTLOG.
           PERFORM 0500-WRITE-REPORT.
           MOVE WRK-REJECT-COUNT TO WRK-CNT-ED.
           DISPLAY "MAINTENANCE REFUSED......: " WRK-CNT-ED.
           DISPLAY "REPLACE IFILCLI.TXT WITH OMNTCLI.TXT, THEN RUN "
               "SEQCHK AHEAD OF THE BATCH".
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "MNT014" TO WRK-MSG-CODE.
           MOVE "ACCMNT ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
      *    ---- Only the processing date is wanted here - it dates the
      *    closed-account register the same way the batch dates its
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
               MOVE "MNT001" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "MAINTENANCE AS OF " WRK-PROC-DATE.
       0200-END.                                                   EXIT.

       0210-LOAD-AGENCIES                                       SECTION.
      *    ---- A new account may only be opened under an active
      *    agency; with no agency master every agency is accepted,
      *    the same as the batch's own agency check
           OPEN INPUT AGYCLI.
           IF FS-AGYCLI EQUAL ZEROS
               PERFORM 0211-LOAD-AGENCY-REC UNTIL FS-AGYCLI-AT-EOF
               CLOSE AGYCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "MNT002" TO WRK-MSG-CODE
               STRING "AGYCLI NOT FOUND, AGENCY CHECK SKIPPED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0211-LOAD-AGENCY-REC                                     SECTION.
           READ AGYCLI.
           IF FS-AGYCLI EQUAL ZEROS
               IF WRK-AGY-COUNT LESS THAN 200
                   ADD 1 TO WRK-AGY-COUNT
                   MOVE AGY-CODE   TO WRK-AGY-CODE   (WRK-AGY-COUNT)
                   MOVE AGY-STATUS TO WRK-AGY-STATUS (WRK-AGY-COUNT)
               ELSE
                   IF NOT WRK-AGY-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "MNT003" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: AGENCY TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-AGY-FULL
                   END-IF
               END-IF
           END-IF.
       0211-END.                                                   EXIT.

       0212-LOAD-MANAGERS                                       SECTION.
      *    ---- An account may only be given an active manager; with
      *    no manager master every manager is accepted, the same as
      *    the batch's own manager check
           OPEN INPUT MGRCLI.
           IF FS-MGRCLI EQUAL ZEROS
               PERFORM 0213-LOAD-MANAGER-REC UNTIL FS-MGRCLI-AT-EOF
               CLOSE MGRCLI
           ELSE
               MOVE "W" TO WRK-MSG-SEVERITY
               MOVE "MNT015" TO WRK-MSG-CODE
               STRING "MGRCLI NOT FOUND, MANAGER CHECK SKIPPED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0212-END.                                                   EXIT.

       0213-LOAD-MANAGER-REC                                    SECTION.
           READ MGRCLI.
           IF FS-MGRCLI EQUAL ZEROS
               IF WRK-MGR-COUNT LESS THAN 500
                   ADD 1 TO WRK-MGR-COUNT
                   MOVE MGR-CODE   TO WRK-MGR-CODE   (WRK-MGR-COUNT)
                   MOVE MGR-STATUS TO WRK-MGR-STATUS (WRK-MGR-COUNT)
               ELSE
                   IF NOT WRK-MGR-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "MNT016" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MANAGER TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-MGR-FULL
                   END-IF
               END-IF
           END-IF.
       0213-END.                                                   EXIT.

       0220-LOAD-HOLDS                                          SECTION.
      *    ---- Every account with a transaction still waiting on the
      *    maker-checker queue - such an account cannot be closed
      *    until the hold is countersigned or expires
           OPEN INPUT PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               PERFORM 0221-LOAD-HOLD-REC UNTIL FS-PNDCLI-AT-EOF
               CLOSE PNDCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "MNT004" TO WRK-MSG-CODE
               STRING "PNDCLI NOT FOUND, NO HOLDS ON THE QUEUE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0220-END.                                                   EXIT.

       0221-LOAD-HOLD-REC                                       SECTION.
           READ PNDCLI.
           IF FS-PNDCLI EQUAL ZEROS
               IF WRK-HLD-COUNT LESS THAN 1000
                   ADD 1 TO WRK-HLD-COUNT
                   MOVE PND-AGENCY  TO WRK-HLD-AGENCY  (WRK-HLD-COUNT)
                   MOVE PND-ACCOUNT TO WRK-HLD-ACCOUNT (WRK-HLD-COUNT)
               ELSE
                   IF NOT WRK-HLD-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "MNT005" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 1000 "
                           "HOLDS - TABLE FULL, REMAINING RECORDS "
                           "IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-HLD-FULL
                   END-IF
               END-IF
           END-IF.
       0221-END.                                                   EXIT.

       0230-LOAD-MAINTENANCE                                    SECTION.
           OPEN INPUT MNTCLI.
           IF FS-MNTCLI NOT EQUAL ZEROS
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "MNT006" TO WRK-MSG-CODE
               STRING "MNTCLI NOT FOUND, NO MAINTENANCE TO APPLY"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           ELSE
               PERFORM 0231-LOAD-MAINTENANCE-REC UNTIL FS-MNTCLI-AT-EOF
               CLOSE MNTCLI
           END-IF.
       0230-END.                                                   EXIT.

       0231-LOAD-MAINTENANCE-REC                                SECTION.
           READ MNTCLI.
           IF FS-MNTCLI EQUAL ZEROS
               IF WRK-MNT-COUNT LESS THAN 500
                   ADD 1 TO WRK-MNT-COUNT
                   SET WRK-MNT-IDX TO WRK-MNT-COUNT
                   MOVE MNT-ACTION   TO WRK-MNT-ACTION   (WRK-MNT-IDX)
                   MOVE MNT-AGENCY   TO WRK-MNT-AGENCY   (WRK-MNT-IDX)
                   MOVE MNT-ACCOUNT  TO WRK-MNT-ACCOUNT  (WRK-MNT-IDX)
                   MOVE MNT-NAME     TO WRK-MNT-NAME     (WRK-MNT-IDX)
                   MOVE MNT-MANAGER  TO WRK-MNT-MANAGER  (WRK-MNT-IDX)
                   MOVE MNT-ACC-TYPE TO WRK-MNT-ACC-TYPE (WRK-MNT-IDX)
                   MOVE MNT-CLOSE-REASON TO WRK-MNT-REASON (WRK-MNT-IDX)
                   MOVE MNT-OPERATOR TO WRK-MNT-OPERATOR (WRK-MNT-IDX)
                   MOVE SPACE        TO WRK-MNT-STATUS   (WRK-MNT-IDX)
                   MOVE SPACES       TO WRK-MNT-RESULT   (WRK-MNT-IDX)
                   MOVE SPACES       TO WRK-MNT-BEFORE   (WRK-MNT-IDX)
                   MOVE SPACES       TO WRK-MNT-AFTER    (WRK-MNT-IDX)
      *    ---- An action code we do not know, or no operator to
      *    answer for the change, is refused before it goes near
      *    the master
                   IF NOT MNT-IS-ADD AND NOT MNT-IS-CHANGE
                       AND NOT MNT-IS-CLOSE
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "INVALID ACTION CODE" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
                   ELSE
                       IF MNT-OPERATOR EQUAL SPACES
                           MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                           MOVE "NO OPERATOR ID" TO
                               WRK-MNT-RESULT (WRK-MNT-IDX)
                       END-IF
                   END-IF
               ELSE
                   IF NOT WRK-MNT-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "MNT007" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: MORE THAN 500 "
                           "MAINTENANCE RECORDS - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-MNT-FULL
                   END-IF
               END-IF
           END-IF.
       0231-END.                                                   EXIT.

       0300-APPLY-TO-MASTER                                     SECTION.
      *    ---- One pass of the master: each account picks up every
      *    change and close keyed against it, in the order keyed, and
      *    is copied to the new master unless it was closed
           OPEN INPUT IFILCLI.
           IF FS-IFILCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MNT008" TO WRK-MSG-CODE
               STRING "*** FATAL: IFILCLI NOT FOUND"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           OPEN OUTPUT OMNTCLI.
           IF FS-OMNTCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MNT009" TO WRK-MSG-CODE
               STRING "*** FATAL: OMNTCLI COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
      *    ---- The close register only ever grows - extend it, and
      *    start it the first time there is none
           OPEN EXTEND CLSCLI.
           IF FS-CLSCLI NOT EQUAL ZEROS
               OPEN OUTPUT CLSCLI
               IF FS-CLSCLI NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "MNT010" TO WRK-MSG-CODE
                   STRING "*** FATAL: CLSCLI COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
      *    ---- The maintenance log is kept the same way
           OPEN EXTEND MNTLOG.
           IF FS-MNTLOG NOT EQUAL ZEROS
               OPEN OUTPUT MNTLOG
               IF FS-MNTLOG NOT EQUAL ZEROS
                   MOVE "F" TO WRK-MSG-SEVERITY
                   MOVE "MNT011" TO WRK-MSG-CODE
                   STRING "*** FATAL: MNTLOG COULD NOT BE OPENED"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0310-PROCESS-ONE-REGISTER UNTIL FS-IFILCLI-AT-EOF.
           CLOSE IFILCLI.
       0300-END.                                                   EXIT.

       0310-PROCESS-ONE-REGISTER                                SECTION.
           READ IFILCLI.
           IF FS-IFILCLI EQUAL ZEROS
               ADD 1 TO WRK-READ-COUNT
               MOVE "N" TO WRK-CLOSED-SW
               PERFORM 0320-MATCH-ONE-ENTRY
                   VARYING WRK-MNT-IDX FROM 1 BY 1
                   UNTIL WRK-MNT-IDX GREATER WRK-MNT-COUNT
               IF NOT WRK-REG-IS-CLOSED
                   MOVE REGISTER TO REG-OMNTCLI
                   WRITE REG-OMNTCLI
                   ADD 1 TO WRK-WRITE-COUNT
                   ADD REG-BALANCE TO WRK-MASTER-BALANCE
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-MATCH-ONE-ENTRY                                     SECTION.
           IF WRK-MNT-IS-OPEN (WRK-MNT-IDX)
               AND WRK-MNT-AGENCY  (WRK-MNT-IDX) EQUAL REG-AGENCY
               AND WRK-MNT-ACCOUNT (WRK-MNT-IDX) EQUAL REG-ACCOUNT
               MOVE REGISTER TO WRK-MNT-BEFORE (WRK-MNT-IDX)
               EVALUATE TRUE
                   WHEN WRK-REG-IS-CLOSED
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "ACCOUNT CLOSED EARLIER IN FILE" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
                   WHEN WRK-MNT-ACTION (WRK-MNT-IDX) EQUAL "A"
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "ACCOUNT ALREADY ON MASTER" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
                   WHEN WRK-MNT-ACTION (WRK-MNT-IDX) EQUAL "C"
                       PERFORM 0330-APPLY-CHANGE
                   WHEN OTHER
                       PERFORM 0340-APPLY-CLOSE
               END-EVALUATE
           END-IF.
       0320-END.                                                   EXIT.

       0330-APPLY-CHANGE                                        SECTION.
      *    ---- Only the fields keyed are changed; the balance is never
      *    touched by maintenance. A new type must be one the batch
      *    accepts and a new manager must be active on MGRCLI
           PERFORM 0436-VALIDATE-MANAGER.
           EVALUATE TRUE
               WHEN WRK-MNT-NAME     (WRK-MNT-IDX) EQUAL SPACES
                AND WRK-MNT-MANAGER  (WRK-MNT-IDX) EQUAL SPACES
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) EQUAL SPACES
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "NOTHING TO CHANGE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL SPACES
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "01"
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "02"
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "03"
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "INVALID ACCOUNT TYPE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-MANAGER (WRK-MNT-IDX) NOT EQUAL SPACES
                AND NOT WRK-MGR-IS-VALID
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "MANAGER NOT ACTIVE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN OTHER
                   IF WRK-MNT-NAME (WRK-MNT-IDX) NOT EQUAL SPACES
                       MOVE WRK-MNT-NAME (WRK-MNT-IDX) TO REG-NAME
                   END-IF
                   IF WRK-MNT-MANAGER (WRK-MNT-IDX) NOT EQUAL SPACES
                       MOVE WRK-MNT-MANAGER (WRK-MNT-IDX) TO REG-MANAGER
                   END-IF
                   IF WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL SPACES
                       MOVE WRK-MNT-ACC-TYPE (WRK-MNT-IDX) TO
                           REG-ACC-TYPE
                   END-IF
                   MOVE REGISTER TO WRK-MNT-AFTER (WRK-MNT-IDX)
                   MOVE "A" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "APPLIED" TO WRK-MNT-RESULT (WRK-MNT-IDX)
                   ADD 1 TO WRK-CHANGE-COUNT
                   PERFORM 0360-WRITE-MAINTENANCE-LOG
           END-EVALUATE.
       0330-END.                                                   EXIT.

       0340-APPLY-CLOSE                                         SECTION.
      *    ---- A close only goes through on an account that is empty
      *    and has nothing waiting on the maker-checker queue
           PERFORM 0345-CHECK-HOLD.
           EVALUATE TRUE
               WHEN REG-BALANCE NOT EQUAL ZERO
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "BALANCE NOT ZERO" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-HLD-IS-FOUND
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "OPEN PNDCLI HOLD ON ACCOUNT" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-REASON (WRK-MNT-IDX) NOT EQUAL SPACE
                AND WRK-MNT-REASON (WRK-MNT-IDX) NOT EQUAL "C"
                AND WRK-MNT-REASON (WRK-MNT-IDX) NOT EQUAL "E"
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "INVALID CLOSE REASON" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN OTHER
                   MOVE "Y" TO WRK-CLOSED-SW
                   MOVE SPACES TO WRK-MNT-AFTER (WRK-MNT-IDX)
                   MOVE "A" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "APPLIED" TO WRK-MNT-RESULT (WRK-MNT-IDX)
                   ADD 1 TO WRK-CLOSE-COUNT
                   PERFORM 0350-WRITE-CLOSE-REGISTER
                   PERFORM 0360-WRITE-MAINTENANCE-LOG
           END-EVALUATE.
       0340-END.                                                   EXIT.

       0345-CHECK-HOLD                                          SECTION.
           MOVE "N" TO WRK-HLD-FOUND.
           IF WRK-HLD-COUNT NOT EQUAL ZERO
               SET WRK-HLD-IDX TO 1
               SEARCH WRK-HLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-HLD-AGENCY  (WRK-HLD-IDX) EQUAL REG-AGENCY
                    AND WRK-HLD-ACCOUNT (WRK-HLD-IDX) EQUAL REG-ACCOUNT
                       MOVE "Y" TO WRK-HLD-FOUND
               END-SEARCH
           END-IF.
       0345-END.                                                   EXIT.

       0350-WRITE-CLOSE-REGISTER                                SECTION.
           MOVE REG-AGENCY    TO CLS-AGENCY.
           MOVE REG-ACCOUNT   TO CLS-ACCOUNT.
           MOVE REG-NAME      TO CLS-NAME.
           MOVE REG-MANAGER   TO CLS-MANAGER.
           MOVE REG-ACC-TYPE  TO CLS-ACC-TYPE.
           MOVE WRK-PROC-DATE TO CLS-CLOSE-DATE.
           IF WRK-MNT-REASON (WRK-MNT-IDX) EQUAL "E"
               MOVE "E" TO CLS-REASON
           ELSE
               MOVE "C" TO CLS-REASON
           END-IF.
           MOVE WRK-MNT-OPERATOR (WRK-MNT-IDX) TO CLS-OPERATOR.
           WRITE REG-CLSCLI.
           IF FS-CLSCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MNT017" TO WRK-MSG-CODE
               STRING "*** FATAL: WRITE TO CLSCLI FAILED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0350-END.                                                   EXIT.

       0360-WRITE-MAINTENANCE-LOG                               SECTION.
      *    ---- One row per applied transaction, with the image the
      *    account now has on the new master (blank once closed)
           MOVE SPACES                          TO REG-MNTLOG.
           MOVE WRK-PROC-DATE                   TO MNL-PROC-DATE.
           MOVE WRK-MNT-ACTION   (WRK-MNT-IDX)  TO MNL-ACTION.
           MOVE WRK-MNT-AGENCY   (WRK-MNT-IDX)  TO MNL-AGENCY.
           MOVE WRK-MNT-ACCOUNT  (WRK-MNT-IDX)  TO MNL-ACCOUNT.
           MOVE WRK-MNT-OPERATOR (WRK-MNT-IDX)  TO MNL-OPERATOR.
           MOVE WRK-MNT-AFTER    (WRK-MNT-IDX)  TO MNL-AFTER.
           WRITE REG-MNTLOG.
           IF FS-MNTLOG NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MNT012" TO WRK-MSG-CODE
               STRING "*** FATAL: WRITE TO MNTLOG FAILED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
       0360-END.                                                   EXIT.

       0400-APPLY-LEFTOVERS                                     SECTION.
      *    ---- Whatever the master pass did not match: adds of new
      *    accounts, and changes/closes for accounts not on file
           PERFORM 0410-APPLY-ONE-LEFTOVER
               VARYING WRK-MNT-IDX FROM 1 BY 1
               UNTIL WRK-MNT-IDX GREATER WRK-MNT-COUNT.
       0400-END.                                                   EXIT.

       0410-APPLY-ONE-LEFTOVER                                  SECTION.
           IF WRK-MNT-IS-OPEN (WRK-MNT-IDX)
               MOVE "N" TO WRK-EARLIER-ADD
               PERFORM 0420-CHECK-EARLIER-ADD
                   VARYING WRK-MNT-IDX2 FROM 1 BY 1
                   UNTIL WRK-MNT-IDX2 NOT LESS THAN WRK-MNT-IDX
               EVALUATE TRUE
                   WHEN WRK-MNT-ACTION (WRK-MNT-IDX) EQUAL "A"
                    AND WRK-EARLIER-ADD-FOUND
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "ACCOUNT ALREADY ADDED IN FILE" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
                   WHEN WRK-MNT-ACTION (WRK-MNT-IDX) EQUAL "A"
                       PERFORM 0430-APPLY-ADD
                   WHEN WRK-EARLIER-ADD-FOUND
      *    ---- The new account is not on a master until tonight's
      *    run has been through - changes to it wait for the next one
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "ADDED IN THIS FILE - KEY AGAIN" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
                   WHEN OTHER
                       MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                       MOVE "ACCOUNT NOT ON MASTER" TO
                           WRK-MNT-RESULT (WRK-MNT-IDX)
               END-EVALUATE
           END-IF.
           IF WRK-MNT-IS-REJECTED (WRK-MNT-IDX)
               ADD 1 TO WRK-REJECT-COUNT
           END-IF.
       0410-END.                                                   EXIT.

       0420-CHECK-EARLIER-ADD                                   SECTION.
           IF WRK-MNT-IS-APPLIED (WRK-MNT-IDX2)
               AND WRK-MNT-ACTION (WRK-MNT-IDX2) EQUAL "A"
               AND WRK-MNT-AGENCY (WRK-MNT-IDX2) EQUAL
                   WRK-MNT-AGENCY (WRK-MNT-IDX)
               AND WRK-MNT-ACCOUNT (WRK-MNT-IDX2) EQUAL
                   WRK-MNT-ACCOUNT (WRK-MNT-IDX)
               MOVE "Y" TO WRK-EARLIER-ADD
           END-IF.
       0420-END.                                                   EXIT.

       0430-APPLY-ADD                                           SECTION.
      *    ---- A new account needs a name, an active manager, a type
      *    of 01, 02 or 03 and an active agency; it opens at a zero
      *    balance
           MOVE WRK-MNT-AGENCY (WRK-MNT-IDX) TO REG-AGENCY.
           PERFORM 0435-VALIDATE-AGENCY.
           PERFORM 0436-VALIDATE-MANAGER.
           EVALUATE TRUE
               WHEN WRK-MNT-ACCOUNT (WRK-MNT-IDX) EQUAL SPACES
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "NO ACCOUNT NUMBER" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-NAME (WRK-MNT-IDX) EQUAL SPACES
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "NO CUSTOMER NAME" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-MANAGER (WRK-MNT-IDX) EQUAL SPACES
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "NO ACCOUNT MANAGER" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "01"
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "02"
                AND WRK-MNT-ACC-TYPE (WRK-MNT-IDX) NOT EQUAL "03"
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "INVALID ACCOUNT TYPE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN NOT WRK-AGY-IS-VALID
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "AGENCY NOT ACTIVE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN NOT WRK-MGR-IS-VALID
                   MOVE "R" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "MANAGER NOT ACTIVE" TO
                       WRK-MNT-RESULT (WRK-MNT-IDX)
               WHEN OTHER
                   MOVE WRK-MNT-ACCOUNT  (WRK-MNT-IDX) TO REG-ACCOUNT
                   MOVE WRK-MNT-NAME     (WRK-MNT-IDX) TO REG-NAME
                   MOVE WRK-MNT-MANAGER  (WRK-MNT-IDX) TO REG-MANAGER
                   MOVE WRK-MNT-ACC-TYPE (WRK-MNT-IDX) TO REG-ACC-TYPE
                   MOVE ZEROES TO REG-BALANCE
                   MOVE REGISTER TO REG-OMNTCLI
                   WRITE REG-OMNTCLI
                   ADD 1 TO WRK-WRITE-COUNT
                   MOVE REGISTER TO WRK-MNT-AFTER (WRK-MNT-IDX)
                   MOVE "A" TO WRK-MNT-STATUS (WRK-MNT-IDX)
                   MOVE "APPLIED" TO WRK-MNT-RESULT (WRK-MNT-IDX)
                   ADD 1 TO WRK-ADD-COUNT
                   PERFORM 0360-WRITE-MAINTENANCE-LOG
           END-EVALUATE.
       0430-END.                                                   EXIT.

       0435-VALIDATE-AGENCY                                     SECTION.
           MOVE "N" TO WRK-AGY-VALID.
           IF WRK-AGY-COUNT EQUAL ZERO
               MOVE "Y" TO WRK-AGY-VALID
           ELSE
               SET WRK-AGY-IDX TO 1
               SEARCH WRK-AGY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-AGY-CODE (WRK-AGY-IDX) EQUAL REG-AGENCY
                       IF WRK-AGY-STATUS (WRK-AGY-IDX) EQUAL "A"
                           MOVE "Y" TO WRK-AGY-VALID
                       END-IF
               END-SEARCH
           END-IF.
       0435-END.                                                   EXIT.

       0436-VALIDATE-MANAGER                                    SECTION.
           MOVE "N" TO WRK-MGR-VALID.
           IF WRK-MGR-COUNT EQUAL ZERO
               MOVE "Y" TO WRK-MGR-VALID
           ELSE
               SET WRK-MGR-IDX TO 1
               SEARCH WRK-MGR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRK-MGR-CODE (WRK-MGR-IDX) EQUAL
                        WRK-MNT-MANAGER (WRK-MNT-IDX)
                       IF WRK-MGR-STATUS (WRK-MGR-IDX) EQUAL "A"
                           MOVE "Y" TO WRK-MGR-VALID
                       END-IF
               END-SEARCH
           END-IF.
       0436-END.                                                   EXIT.

       0500-WRITE-REPORT                                        SECTION.
           OPEN OUTPUT OMNTRPT.
           IF FS-OMNTRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "MNT013" TO WRK-MSG-CODE
               STRING "*** FATAL: OMNTRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "ACCOUNT MAINTENANCE REPORT AS OF "
                      DELIMITED BY SIZE
                  WRK-PROC-DATE DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "ACT  AGY   ACCOUNT   OPERATOR  RESULT"
                      DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           PERFORM 0510-WRITE-ONE-ENTRY
               VARYING WRK-MNT-IDX FROM 1 BY 1
               UNTIL WRK-MNT-IDX GREATER WRK-MNT-COUNT.
           PERFORM 0530-WRITE-TOTALS.
           CLOSE OMNTRPT.
       0500-END.                                                   EXIT.

       0510-WRITE-ONE-ENTRY                                     SECTION.
           MOVE SPACES TO WRK-RESULT-TEXT.
           IF WRK-MNT-IS-APPLIED (WRK-MNT-IDX)
               MOVE "APPLIED" TO WRK-RESULT-TEXT
           ELSE
               STRING "REFUSED - "        DELIMITED BY SIZE
                      WRK-MNT-RESULT (WRK-MNT-IDX) DELIMITED BY SIZE
               INTO WRK-RESULT-TEXT
           END-IF.
           MOVE SPACES TO REG-OMNTRPT.
           STRING WRK-MNT-ACTION (WRK-MNT-IDX)   DELIMITED BY SIZE
                  "    "                         DELIMITED BY SIZE
                  WRK-MNT-AGENCY (WRK-MNT-IDX)   DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-MNT-ACCOUNT (WRK-MNT-IDX)  DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-MNT-OPERATOR (WRK-MNT-IDX) DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WRK-RESULT-TEXT                DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE "    BEFORE: " TO WRK-IMG-LABEL.
      *    ---- A refusal that never reached the master has no image
      *    to show - the reason on the first line says it all
           IF WRK-MNT-BEFORE (WRK-MNT-IDX) EQUAL SPACES
               IF WRK-MNT-IS-APPLIED (WRK-MNT-IDX)
                   MOVE SPACES TO REG-OMNTRPT
                   STRING WRK-IMG-LABEL       DELIMITED BY SIZE
                          "(NEW ACCOUNT)"     DELIMITED BY SIZE
                   INTO REG-OMNTRPT
                   WRITE REG-OMNTRPT
               END-IF
           ELSE
               MOVE WRK-MNT-BEFORE (WRK-MNT-IDX) TO WRK-IMAGE
               PERFORM 0520-WRITE-IMAGE-LINE
           END-IF.
           IF WRK-MNT-IS-APPLIED (WRK-MNT-IDX)
               MOVE "    AFTER.: " TO WRK-IMG-LABEL
               IF WRK-MNT-AFTER (WRK-MNT-IDX) EQUAL SPACES
                   MOVE SPACES TO REG-OMNTRPT
                   STRING WRK-IMG-LABEL       DELIMITED BY SIZE
                          "(CLOSED - OFF THE NEXT MASTER)"
                                              DELIMITED BY SIZE
                   INTO REG-OMNTRPT
                   WRITE REG-OMNTRPT
               ELSE
                   MOVE WRK-MNT-AFTER (WRK-MNT-IDX) TO WRK-IMAGE
                   PERFORM 0520-WRITE-IMAGE-LINE
               END-IF
           END-IF.
       0510-END.                                                   EXIT.

       0520-WRITE-IMAGE-LINE                                    SECTION.
           MOVE WRK-IMG-BALANCE TO WRK-BAL-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING WRK-IMG-LABEL     DELIMITED BY SIZE
                  WRK-IMG-NAME      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-IMG-MANAGER   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WRK-IMG-ACC-TYPE  DELIMITED BY SIZE
                  WRK-BAL-ED        DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
       0520-END.                                                   EXIT.

       0530-WRITE-TOTALS                                        SECTION.
           MOVE SPACES TO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-MNT-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "MAINTENANCE RECORDS READ.: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-ADD-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "ACCOUNTS ADDED...........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-CHANGE-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "ACCOUNTS CHANGED.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-CLOSE-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "ACCOUNTS CLOSED..........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-REJECT-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "MAINTENANCE REFUSED......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-READ-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "MASTER RECORDS READ......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-WRITE-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "MASTER RECORDS WRITTEN...: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
           MOVE WRK-MASTER-BALANCE TO WRK-AMT-ED.
           MOVE SPACES TO REG-OMNTRPT.
           STRING "NEW MASTER BALANCE.......: " DELIMITED BY SIZE
                  WRK-AMT-ED                    DELIMITED BY SIZE
           INTO REG-OMNTRPT.
           WRITE REG-OMNTRPT.
       0530-END.                                                   EXIT.

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
           MOVE "ACCMNT"           TO MSG-PROGRAM.
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
