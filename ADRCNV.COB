       IDENTIFICATION                                          DIVISION.
      * One-time conversion of the ADRCLI name-and-address master to!
      * the layout carrying the customer's taxpayer ID (ADRCLI.CPY).
      * Reads the old 70-byte rows and rewrites them with the taxpayer
      * ID blank - the branches key it in as they collect it - and the
      * growth filler cleared. Run once, then replace adrcli.txt with
      * adrcnv.txt.
       PROGRAM-ID. ADRCNV.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT ADROLD ASSIGN TO "./adrcli.txt"
               FILE STATUS IS FS-ADROLD.
           SELECT ADRCLI ASSIGN TO "./adrcnv.txt"
               FILE STATUS IS FS-ADRCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD ADROLD
           RECORDING MODE IS F.
       01 REG-ADROLD.
           05 OLD-AGENCY             PICTURE X(04).
           05 OLD-ACCOUNT            PICTURE X(08).
           05 OLD-STREET             PICTURE X(30).
           05 OLD-CITY               PICTURE X(20).
           05 OLD-POSTAL             PICTURE X(08).
      * THE ADDRESS MASTER FROM BEFORE THE TAXPAYER ID WAS CARRIED -
      * MAILING ADDRESS ONLY

       FD ADRCLI
           RECORDING MODE IS F.
      * The current name-and-address layout
       COPY "ADRCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-ADROLD                PICTURE 9(02).
           88 FS-ADROLD-AT-EOF                        VALUE 04, 10, 46.
       01 FS-ADRCLI                PICTURE 9(02).

       01 WRK-CONVERTED-COUNT      PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CONVERTED-ED         PICTURE ZZZZ9.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== ADRCLI Address Layout Conversion ==".
           OPEN INPUT ADROLD.
           IF FS-ADROLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: ADRCLI.TXT NOT FOUND"
               STOP RUN
           END-IF.
           OPEN OUTPUT ADRCLI.
           IF FS-ADRCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: ADRCNV.TXT COULD NOT BE OPENED"
               STOP RUN
           END-IF.
           PERFORM 0200-CONVERT-ONE-ROW UNTIL FS-ADROLD-AT-EOF.
           CLOSE ADROLD.
           CLOSE ADRCLI.
           MOVE WRK-CONVERTED-COUNT TO WRK-CONVERTED-ED.
           DISPLAY "ROWS CONVERTED: " WRK-CONVERTED-ED.
           DISPLAY "REPLACE ADRCLI.TXT WITH ADRCNV.TXT TO FINISH.".
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-CONVERT-ONE-ROW                                     SECTION.
      *    ---- Copy each old row field for field; the taxpayer ID
      *    starts out blank until the branch collects it
           READ ADROLD.
           IF FS-ADROLD EQUAL ZEROS
               MOVE SPACES      TO REG-ADRCLI
               MOVE OLD-AGENCY  TO ADR-AGENCY
               MOVE OLD-ACCOUNT TO ADR-ACCOUNT
               MOVE OLD-STREET  TO ADR-STREET
               MOVE OLD-CITY    TO ADR-CITY
               MOVE OLD-POSTAL  TO ADR-POSTAL
               WRITE REG-ADRCLI
               IF FS-ADRCLI NOT EQUAL ZEROS
                   DISPLAY "*** FATAL: WRITE TO ADRCNV.TXT FAILED"
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CONVERTED-COUNT
           END-IF.
       0200-END.                                                   EXIT.
