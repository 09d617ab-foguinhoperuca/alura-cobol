       IDENTIFICATION                                          DIVISION.
      * Returned-mail update: loads the print vendor's returned-mail!
      * file (rmlcli.txt, one row per letter the post office sent
      * back) and marks the ADRCLI address it was mailed to as
      * undeliverable, with the return date. From then on the batch
      * holds the account's letters on OLEXCLI instead of mailing
      * them again, and flags it on the dormancy report and the
      * escheatment extract. A return is applied only while ADRCLI
      * still holds the address the letter went to - if the branch
      * has keyed a new one since, the return is listed and left.
      * ADRCLI is updated in place. The returned-mail report
      * ormlrpt.txt lists, agency by agency, every address now
      * marked undeliverable, for the branches to obtain a new one,
      * followed by the returns that could not be applied.
       PROGRAM-ID. RMLUPD.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PARMCLI ASSIGN TO "./parmcli.txt"
               FILE STATUS IS FS-PARMCLI.
           SELECT RMLCLI ASSIGN TO "./rmlcli.txt"
               FILE STATUS IS FS-RMLCLI.
           SELECT ADRCLI ASSIGN TO "./adrcli.txt"
               FILE STATUS IS FS-ADRCLI.
           SELECT ORMLRPT ASSIGN TO "./ormlrpt.txt"
               FILE STATUS IS FS-ORMLRPT.
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
      * THE BATCH CONTROL CARD - ONLY THE PROCESSING DATE IS USED, TO
      * DATE THE REPORT

       FD RMLCLI
           RECORDING MODE IS F.
       01 REG-RMLCLI.
           05 RML-AGENCY             PICTURE X(04).
           05 RML-ACCOUNT            PICTURE X(08).
           05 RML-RETURN-DATE        PICTURE X(08).
           05 RML-LETTER-TYPE        PICTURE X(01).
           05 RML-STREET             PICTURE X(30).
           05 RML-POSTAL             PICTURE X(08).
           05 RML-REASON             PICTURE X(20).
           05 FILLER                 PICTURE X(01).
      * RETURNED-MAIL FILE FROM THE PRINT VENDOR - ONE ROW PER OLETCLI
      * LETTER THE POST OFFICE SENT BACK: THE ACCOUNT AND LETTER TYPE
      * AS MAILED, THE DATE IT CAME BACK (YYYYMMDD), THE STREET AND
      * POSTAL CODE IT WAS ADDRESSED TO AND THE POST OFFICE'S REASON
      * (MOVED, UNKNOWN, REFUSED ...)

       FD ADRCLI
           RECORDING MODE IS F.
      * Name-and-address master, updated in place
       COPY "ADRCLI".

       FD ORMLRPT
           RECORDING MODE IS F.
       01 REG-ORMLRPT              PICTURE X(80).
      * RETURNED-MAIL REPORT - UNDELIVERABLE ADDRESSES BY AGENCY FOR
      * THE BRANCHES, THEN THE RETURNS NOT APPLIED AND WHY

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
       01 FS-RMLCLI                PICTURE 9(02).
           88 FS-RMLCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ADRCLI                PICTURE 9(02).
           88 FS-ADRCLI-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ORMLRPT               PICTURE 9(02).
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

      *    ---- The returns loaded this run and what became of each:
      *    A applied, S superseded (a later return for the same
      *    address was applied), C address changed since mailing,
      *    N not on ADRCLI, I invalid return date
       01 WRK-RML-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-RML-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-RML-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-RML-TABLE.
           05 WRK-RML-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-RML-IDX.
               10 WRK-RML-AGENCY     PICTURE X(04).
               10 WRK-RML-ACCOUNT    PICTURE X(08).
               10 WRK-RML-DATE       PICTURE X(08).
               10 WRK-RML-LETTER     PICTURE X(01).
               10 WRK-RML-STREET     PICTURE X(30).
               10 WRK-RML-POSTAL     PICTURE X(08).
               10 WRK-RML-REASON     PICTURE X(20).
               10 WRK-RML-OUTCOME    PICTURE X(01).
                   88 WRK-RML-IS-APPLIED              VALUE "A".
                   88 WRK-RML-IS-PENDING              VALUE " ".

      *    ---- Addresses undeliverable after this run
       01 WRK-UND-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-UND-FULL             PICTURE X(01)            VALUE "N".
           88 WRK-UND-TABLE-IS-FULL                         VALUE "Y".
       01 WRK-UND-TABLE.
           05 WRK-UND-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-UND-IDX.
               10 WRK-UND-AGENCY     PICTURE X(04).
               10 WRK-UND-ACCOUNT    PICTURE X(08).
               10 WRK-UND-DATE       PICTURE X(08).
               10 WRK-UND-STREET     PICTURE X(30).
               10 WRK-UND-CITY       PICTURE X(20).
               10 WRK-UND-NEW        PICTURE X(01).

      *    ---- Agencies with undeliverable addresses, ascending
       01 WRK-AGY-COUNT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-AGY-TABLE.
           05 WRK-AGY-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WRK-AGY-IDX.
               10 WRK-AGY-CODE       PICTURE X(04).
       01 WRK-AGY-POS              PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-AGY-SHIFT            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-AGY-LINES            PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.

       01 WRK-ADR-CHANGED          PICTURE X(01)            VALUE "N".
           88 WRK-ADR-IS-CHANGED                            VALUE "Y".
       01 WRK-ADR-NEW              PICTURE X(01)            VALUE "N".
           88 WRK-ADR-IS-NEW                                VALUE "Y".
       01 WRK-FOUND                PICTURE X(01)            VALUE "N".
           88 WRK-IS-FOUND                                  VALUE "Y".

       01 WRK-CNT-READ             PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-CNT-APPLIED          PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-CNT-MARKED           PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-CNT-EXCEPTIONS       PICTURE 9(05) USAGE COMP VALUE ZERO.
       01 WRK-CNT-ED               PICTURE ZZZZ9.
       01 WRK-OUTCOME-SHOW         PICTURE X(24)        VALUE SPACES.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== Returned-Mail Update ==".
           PERFORM 0951-GET-MSG-RUN-NUMBER.
           PERFORM 0200-READ-PARMS.
           PERFORM 0210-LOAD-RETURNS.
           PERFORM 0300-UPDATE-ADDRESSES.
           PERFORM 0400-WRITE-REPORT.
           MOVE WRK-CNT-READ TO WRK-CNT-ED.
           DISPLAY "RETURNS READ........: " WRK-CNT-ED.
           MOVE WRK-CNT-MARKED TO WRK-CNT-ED.
           DISPLAY "ADDRESSES MARKED....: " WRK-CNT-ED.
           MOVE WRK-CNT-EXCEPTIONS TO WRK-CNT-ED.
           DISPLAY "RETURNS NOT APPLIED.: " WRK-CNT-ED.
           MOVE "I" TO WRK-MSG-SEVERITY.
           MOVE "RML008" TO WRK-MSG-CODE.
           MOVE "RMLUPD ENDED NORMALLY" TO WRK-MSG-TEXT.
           PERFORM 0950-LOG-MESSAGE.
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-READ-PARMS                                          SECTION.
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
               MOVE "RML001" TO WRK-MSG-CODE
               STRING "PARMCLI NOT FOUND, USING SYSTEM DATE"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
           IF WRK-PROC-DATE EQUAL SPACES
               ACCEPT WRK-PROC-DATE FROM DATE YYYYMMDD
           END-IF.
       0200-END.                                                   EXIT.

       0210-LOAD-RETURNS                                        SECTION.
      *    ---- No vendor file means nothing came back; the report is
      *    still produced from what ADRCLI already carries
           OPEN INPUT RMLCLI.
           IF FS-RMLCLI EQUAL ZEROS
               PERFORM 0211-LOAD-RETURN-REC UNTIL FS-RMLCLI-AT-EOF
               CLOSE RMLCLI
           ELSE
               MOVE "I" TO WRK-MSG-SEVERITY
               MOVE "RML002" TO WRK-MSG-CODE
               STRING "RMLCLI NOT FOUND, NO RETURNED MAIL TO LOAD"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
           END-IF.
       0210-END.                                                   EXIT.

       0211-LOAD-RETURN-REC                                     SECTION.
           READ RMLCLI.
           IF FS-RMLCLI EQUAL ZEROS
               ADD 1 TO WRK-CNT-READ
               IF WRK-RML-COUNT LESS THAN 2000
                   ADD 1 TO WRK-RML-COUNT
                   SET WRK-RML-IDX TO WRK-RML-COUNT
                   MOVE RML-AGENCY      TO WRK-RML-AGENCY  (WRK-RML-IDX)
                   MOVE RML-ACCOUNT     TO WRK-RML-ACCOUNT (WRK-RML-IDX)
                   MOVE RML-RETURN-DATE TO WRK-RML-DATE    (WRK-RML-IDX)
                   MOVE RML-LETTER-TYPE TO WRK-RML-LETTER  (WRK-RML-IDX)
                   MOVE RML-STREET      TO WRK-RML-STREET  (WRK-RML-IDX)
                   MOVE RML-POSTAL      TO WRK-RML-POSTAL  (WRK-RML-IDX)
                   MOVE RML-REASON      TO WRK-RML-REASON  (WRK-RML-IDX)
                   IF RML-RETURN-DATE NUMERIC
                       MOVE SPACE TO WRK-RML-OUTCOME (WRK-RML-IDX)
                   ELSE
                       MOVE "I"   TO WRK-RML-OUTCOME (WRK-RML-IDX)
                   END-IF
               ELSE
                   IF NOT WRK-RML-TABLE-IS-FULL
                       MOVE "W" TO WRK-MSG-SEVERITY
                       MOVE "RML003" TO WRK-MSG-CODE
                       STRING "*** OPERATOR ALERT: RMLCLI HAS MORE "
                           "THAN 2000 RETURNS - TABLE FULL, "
                           "REMAINING RECORDS IGNORED"
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       MOVE "Y" TO WRK-RML-FULL
                   END-IF
               END-IF
           END-IF.
       0211-END.                                                   EXIT.

       0300-UPDATE-ADDRESSES                                    SECTION.
      *    ---- One pass over ADRCLI: apply the returns for each
      *    address, rewrite it if marked, and note every address
      *    that is undeliverable once the returns are in
           OPEN I-O ADRCLI.
           IF FS-ADRCLI NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "RML004" TO WRK-MSG-CODE
               STRING "*** FATAL: ADRCLI COULD NOT BE OPENED FOR "
                   "UPDATE, FILE STATUS " FS-ADRCLI
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           PERFORM 0310-UPDATE-ONE-ADDRESS UNTIL FS-ADRCLI-AT-EOF.
           CLOSE ADRCLI.
      *    ---- Whatever is still pending matched no address at all
           PERFORM 0330-MARK-NOT-ON-FILE
               VARYING WRK-RML-IDX FROM 1 BY 1
               UNTIL WRK-RML-IDX GREATER WRK-RML-COUNT.
       0300-END.                                                   EXIT.

       0310-UPDATE-ONE-ADDRESS                                  SECTION.
           READ ADRCLI.
           IF FS-ADRCLI EQUAL ZEROS
               MOVE "N" TO WRK-ADR-CHANGED
               PERFORM 0320-APPLY-ONE-RETURN
                   VARYING WRK-RML-IDX FROM 1 BY 1
                   UNTIL WRK-RML-IDX GREATER WRK-RML-COUNT
               IF WRK-ADR-IS-CHANGED
                   REWRITE REG-ADRCLI
                   IF FS-ADRCLI NOT EQUAL ZEROS
                       MOVE "F" TO WRK-MSG-SEVERITY
                       MOVE "RML005" TO WRK-MSG-CODE
                       STRING "*** FATAL: ADRCLI REWRITE FAILED, "
                           "FILE STATUS " FS-ADRCLI
                           DELIMITED BY SIZE INTO WRK-MSG-TEXT
                       PERFORM 0950-LOG-MESSAGE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-CNT-MARKED
               END-IF
               IF ADR-IS-UNDELIVERABLE
                   PERFORM 0340-NOTE-UNDELIVERABLE
               END-IF
           END-IF.
       0310-END.                                                   EXIT.

       0320-APPLY-ONE-RETURN                                    SECTION.
      *    ---- A return counts only against the address it was sent
      *    to; the latest return date is the one kept
           IF WRK-RML-IS-PENDING (WRK-RML-IDX)
               AND WRK-RML-AGENCY  (WRK-RML-IDX) EQUAL ADR-AGENCY
               AND WRK-RML-ACCOUNT (WRK-RML-IDX) EQUAL ADR-ACCOUNT
               IF WRK-RML-STREET (WRK-RML-IDX) EQUAL ADR-STREET
                   AND WRK-RML-POSTAL (WRK-RML-IDX) EQUAL ADR-POSTAL
                   IF NOT ADR-IS-UNDELIVERABLE
                       OR ADR-RETURN-DATE NOT NUMERIC
                       OR WRK-RML-DATE (WRK-RML-IDX) GREATER
                          ADR-RETURN-DATE
                       MOVE "U" TO ADR-MAIL-STATUS
                       MOVE WRK-RML-DATE (WRK-RML-IDX) TO
                           ADR-RETURN-DATE
                       MOVE "Y" TO WRK-ADR-CHANGED
                       MOVE "A" TO WRK-RML-OUTCOME (WRK-RML-IDX)
                       ADD 1 TO WRK-CNT-APPLIED
                   ELSE
                       MOVE "S" TO WRK-RML-OUTCOME (WRK-RML-IDX)
                   END-IF
               ELSE
                   MOVE "C" TO WRK-RML-OUTCOME (WRK-RML-IDX)
               END-IF
           END-IF.
       0320-END.                                                   EXIT.

       0330-MARK-NOT-ON-FILE                                    SECTION.
           IF WRK-RML-IS-PENDING (WRK-RML-IDX)
               MOVE "N" TO WRK-RML-OUTCOME (WRK-RML-IDX)
           END-IF.
       0330-END.                                                   EXIT.

       0340-NOTE-UNDELIVERABLE                                  SECTION.
           IF WRK-UND-COUNT LESS THAN 2000
               ADD 1 TO WRK-UND-COUNT
               SET WRK-UND-IDX TO WRK-UND-COUNT
               MOVE ADR-AGENCY      TO WRK-UND-AGENCY  (WRK-UND-IDX)
               MOVE ADR-ACCOUNT     TO WRK-UND-ACCOUNT (WRK-UND-IDX)
               MOVE ADR-RETURN-DATE TO WRK-UND-DATE    (WRK-UND-IDX)
               MOVE ADR-STREET      TO WRK-UND-STREET  (WRK-UND-IDX)
               MOVE ADR-CITY        TO WRK-UND-CITY    (WRK-UND-IDX)
               IF WRK-ADR-IS-CHANGED
                   MOVE "Y" TO WRK-UND-NEW (WRK-UND-IDX)
               ELSE
                   MOVE " " TO WRK-UND-NEW (WRK-UND-IDX)
               END-IF
               PERFORM 0350-ADD-AGENCY
           ELSE
               IF NOT WRK-UND-TABLE-IS-FULL
                   MOVE "W" TO WRK-MSG-SEVERITY
                   MOVE "RML006" TO WRK-MSG-CODE
                   STRING "*** OPERATOR ALERT: MORE THAN 2000 "
                       "UNDELIVERABLE ADDRESSES - TABLE FULL, "
                       "REPORT INCOMPLETE"
                       DELIMITED BY SIZE INTO WRK-MSG-TEXT
                   PERFORM 0950-LOG-MESSAGE
                   MOVE "Y" TO WRK-UND-FULL
               END-IF
           END-IF.
       0340-END.                                                   EXIT.

       0350-ADD-AGENCY                                          SECTION.
      *    ---- Keep the agency list in ascending order: find the
      *    first entry not below this agency, insert ahead of it
           MOVE 1 TO WRK-AGY-POS.
           PERFORM 0351-STEP-AGENCY-POS
               UNTIL WRK-AGY-POS GREATER WRK-AGY-COUNT
               OR WRK-AGY-CODE (WRK-AGY-POS) NOT LESS ADR-AGENCY.
           IF WRK-AGY-POS GREATER WRK-AGY-COUNT
               ADD 1 TO WRK-AGY-COUNT
               MOVE ADR-AGENCY TO WRK-AGY-CODE (WRK-AGY-COUNT)
           ELSE
               IF WRK-AGY-CODE (WRK-AGY-POS) NOT EQUAL ADR-AGENCY
                   PERFORM 0352-SHIFT-AGENCY-UP
                       VARYING WRK-AGY-SHIFT FROM WRK-AGY-COUNT BY -1
                       UNTIL WRK-AGY-SHIFT LESS WRK-AGY-POS
                   ADD 1 TO WRK-AGY-COUNT
                   MOVE ADR-AGENCY TO WRK-AGY-CODE (WRK-AGY-POS)
               END-IF
           END-IF.
       0350-END.                                                   EXIT.

       0351-STEP-AGENCY-POS                                     SECTION.
           ADD 1 TO WRK-AGY-POS.
       0351-END.                                                   EXIT.

       0352-SHIFT-AGENCY-UP                                     SECTION.
           MOVE WRK-AGY-CODE (WRK-AGY-SHIFT) TO
               WRK-AGY-CODE (WRK-AGY-SHIFT + 1).
       0352-END.                                                   EXIT.

       0400-WRITE-REPORT                                        SECTION.
           OPEN OUTPUT ORMLRPT.
           IF FS-ORMLRPT NOT EQUAL ZEROS
               MOVE "F" TO WRK-MSG-SEVERITY
               MOVE "RML007" TO WRK-MSG-CODE
               STRING "*** FATAL: ORMLRPT COULD NOT BE OPENED"
                   DELIMITED BY SIZE INTO WRK-MSG-TEXT
               PERFORM 0950-LOG-MESSAGE
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "RETURNED-MAIL REPORT AS OF " DELIMITED BY SIZE
                  WRK-PROC-DATE                 DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "UNDELIVERABLE ADDRESSES BY AGENCY - BRANCH TO "
                  "OBTAIN A NEW ADDRESS" DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           IF WRK-UND-COUNT EQUAL ZERO
               MOVE SPACES TO REG-ORMLRPT
               STRING "NONE" DELIMITED BY SIZE
               INTO REG-ORMLRPT
               WRITE REG-ORMLRPT
           ELSE
               PERFORM 0410-WRITE-ONE-AGENCY
                   VARYING WRK-AGY-IDX FROM 1 BY 1
                   UNTIL WRK-AGY-IDX GREATER WRK-AGY-COUNT
           END-IF.
           MOVE SPACES TO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "RETURNS NOT APPLIED" DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "AGY  ACCOUNT  RETURNED L OUTCOME" DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           PERFORM 0420-WRITE-ONE-EXCEPTION
               VARYING WRK-RML-IDX FROM 1 BY 1
               UNTIL WRK-RML-IDX GREATER WRK-RML-COUNT.
           IF WRK-CNT-EXCEPTIONS EQUAL ZERO
               MOVE SPACES TO REG-ORMLRPT
               STRING "NONE" DELIMITED BY SIZE
               INTO REG-ORMLRPT
               WRITE REG-ORMLRPT
           END-IF.
           MOVE SPACES TO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE WRK-CNT-READ TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "RETURNS READ.............: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE WRK-CNT-APPLIED TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "RETURNS APPLIED..........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE WRK-CNT-MARKED TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "ADDRESSES MARKED.........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE WRK-CNT-EXCEPTIONS TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "RETURNS NOT APPLIED......: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE WRK-UND-COUNT TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "UNDELIVERABLE ADDRESSES..: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           CLOSE ORMLRPT.
       0400-END.                                                   EXIT.

       0410-WRITE-ONE-AGENCY                                    SECTION.
           MOVE SPACES TO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "AGENCY " DELIMITED BY SIZE
                  WRK-AGY-CODE (WRK-AGY-IDX) DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "  ACCOUNT  RETURNED STREET                         "
                  "CITY                 NEW" DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
           MOVE ZERO TO WRK-AGY-LINES.
           PERFORM 0411-WRITE-AGENCY-ADDRESS
               VARYING WRK-UND-IDX FROM 1 BY 1
               UNTIL WRK-UND-IDX GREATER WRK-UND-COUNT.
           MOVE WRK-AGY-LINES TO WRK-CNT-ED.
           MOVE SPACES TO REG-ORMLRPT.
           STRING "  AGENCY TOTAL...........: " DELIMITED BY SIZE
                  WRK-CNT-ED                    DELIMITED BY SIZE
           INTO REG-ORMLRPT.
           WRITE REG-ORMLRPT.
       0410-END.                                                   EXIT.

       0411-WRITE-AGENCY-ADDRESS                                SECTION.
           IF WRK-UND-AGENCY (WRK-UND-IDX) EQUAL
              WRK-AGY-CODE (WRK-AGY-IDX)
               ADD 1 TO WRK-AGY-LINES
               MOVE SPACES TO REG-ORMLRPT
               STRING "  "                            DELIMITED BY SIZE
                      WRK-UND-ACCOUNT (WRK-UND-IDX)   DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-UND-DATE    (WRK-UND-IDX)   DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-UND-STREET  (WRK-UND-IDX)   DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-UND-CITY    (WRK-UND-IDX)   DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      WRK-UND-NEW     (WRK-UND-IDX)   DELIMITED BY SIZE
               INTO REG-ORMLRPT
               WRITE REG-ORMLRPT
           END-IF.
       0411-END.                                                   EXIT.

       0420-WRITE-ONE-EXCEPTION                                 SECTION.
           IF NOT WRK-RML-IS-APPLIED (WRK-RML-IDX)
               ADD 1 TO WRK-CNT-EXCEPTIONS
               EVALUATE WRK-RML-OUTCOME (WRK-RML-IDX)
                   WHEN "S"
                       MOVE "LATER RETURN ON FILE"  TO WRK-OUTCOME-SHOW
                   WHEN "C"
                       MOVE "ADDRESS CHANGED SINCE" TO WRK-OUTCOME-SHOW
                   WHEN "N"
                       MOVE "NOT ON ADRCLI"         TO WRK-OUTCOME-SHOW
                   WHEN OTHER
                       MOVE "INVALID RETURN DATE"   TO WRK-OUTCOME-SHOW
               END-EVALUATE
               MOVE SPACES TO REG-ORMLRPT
               STRING WRK-RML-AGENCY  (WRK-RML-IDX) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      WRK-RML-ACCOUNT (WRK-RML-IDX) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      WRK-RML-DATE    (WRK-RML-IDX) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      WRK-RML-LETTER  (WRK-RML-IDX) DELIMITED BY SIZE
                      " "                           DELIMITED BY SIZE
                      WRK-OUTCOME-SHOW              DELIMITED BY SIZE
                      WRK-RML-REASON  (WRK-RML-IDX) DELIMITED BY SIZE
               INTO REG-ORMLRPT
               WRITE REG-ORMLRPT
           END-IF.
       0420-END.                                                   EXIT.

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
           MOVE "RMLUPD"           TO MSG-PROGRAM.
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
