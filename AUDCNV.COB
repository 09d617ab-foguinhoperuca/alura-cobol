       IDENTIFICATION                                          DIVISION.
      * One-time conversion of the OAUDCLI audit trail to the layout!
      * carrying the NSF fee (AUDCLI.CPY). The trail is kept across
      * runs, so the rows already on it are rewritten with the NSF
      * fee zero - no debit was returned for insufficient funds
      * before the overdraft limit existed - and the growth filler
      * cleared. Run once, then replace oaudcli.txt with audcnv.txt.
       PROGRAM-ID. AUDCNV.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT AUDOLD ASSIGN TO "./oaudcli.txt"
               FILE STATUS IS FS-AUDOLD.
           SELECT OAUDCLI ASSIGN TO "./audcnv.txt"
               FILE STATUS IS FS-OAUDCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD AUDOLD
           RECORDING MODE IS F.
       01 REG-AUDOLD.
           05 OLD-PROC-DATE          PICTURE X(08).
           05 OLD-AGENCY             PICTURE X(04).
           05 OLD-ACCOUNT            PICTURE X(08).
           05 OLD-ACC-TYPE           PICTURE 9(02).
           05 OLD-BALANCE-BEFORE     PICTURE S9(16)V99.
           05 OLD-BALANCE-AFTER      PICTURE S9(16)V99.
           05 OLD-FEE                PICTURE S9(02)V9(02).
           05 OLD-PENALTY            PICTURE S9(02)V9(02).
           05 OLD-INTEREST           PICTURE S9(14)V9(02).
           05 OLD-FEE-WAIVED         PICTURE S9(02)V9(02).
           05 OLD-PENALTY-WAIVED     PICTURE S9(02)V9(02).
           05 OLD-DORMANCY-FEE       PICTURE S9(02)V9(02).
      * THE AUDIT TRAIL FROM BEFORE THE NSF FEE WAS CARRIED - ENDS AT
      * THE DORMANCY FEE

       FD OAUDCLI
           RECORDING MODE IS F.
      * The current audit-trail layout
       COPY "AUDCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-AUDOLD                PICTURE 9(02).
           88 FS-AUDOLD-AT-EOF                        VALUE 04, 10, 46.
       01 FS-OAUDCLI               PICTURE 9(02).

       01 WRK-CONVERTED-COUNT      PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CONVERTED-ED         PICTURE ZZZZZZ9.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== OAUDCLI Audit Trail Layout Conversion ==".
           OPEN INPUT AUDOLD.
           IF FS-AUDOLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: OAUDCLI.TXT NOT FOUND"
               STOP RUN
           END-IF.
           OPEN OUTPUT OAUDCLI.
           IF FS-OAUDCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: AUDCNV.TXT COULD NOT BE OPENED"
               STOP RUN
           END-IF.
           PERFORM 0200-CONVERT-ONE-ROW UNTIL FS-AUDOLD-AT-EOF.
           CLOSE AUDOLD.
           CLOSE OAUDCLI.
           MOVE WRK-CONVERTED-COUNT TO WRK-CONVERTED-ED.
           DISPLAY "ROWS CONVERTED: " WRK-CONVERTED-ED.
           DISPLAY "REPLACE OAUDCLI.TXT WITH AUDCNV.TXT TO FINISH.".
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-CONVERT-ONE-ROW                                     SECTION.
      *    ---- Copy each old row field for field; the NSF fee starts
      *    out zero on every row already on the trail
           READ AUDOLD.
           IF FS-AUDOLD EQUAL ZEROS
               MOVE SPACES             TO REG-OAUDCLI
               MOVE OLD-PROC-DATE      TO AUD-PROC-DATE
               MOVE OLD-AGENCY         TO AUD-AGENCY
               MOVE OLD-ACCOUNT        TO AUD-ACCOUNT
               MOVE OLD-ACC-TYPE       TO AUD-ACC-TYPE
               MOVE OLD-BALANCE-BEFORE TO AUD-BALANCE-BEFORE
               MOVE OLD-BALANCE-AFTER  TO AUD-BALANCE-AFTER
               MOVE OLD-FEE            TO AUD-FEE
               MOVE OLD-PENALTY        TO AUD-PENALTY
               MOVE OLD-INTEREST       TO AUD-INTEREST
               MOVE OLD-FEE-WAIVED     TO AUD-FEE-WAIVED
               MOVE OLD-PENALTY-WAIVED TO AUD-PENALTY-WAIVED
               MOVE OLD-DORMANCY-FEE   TO AUD-DORMANCY-FEE
               MOVE ZEROES             TO AUD-NSF-FEE
                                          AUD-GARNISHED
               WRITE REG-OAUDCLI
               IF FS-OAUDCLI NOT EQUAL ZEROS
                   DISPLAY "*** FATAL: WRITE TO AUDCNV.TXT FAILED"
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CONVERTED-COUNT
           END-IF.
       0200-END.                                                   EXIT.
