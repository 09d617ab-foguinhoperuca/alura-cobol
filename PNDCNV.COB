       IDENTIFICATION                                          DIVISION.
      * One-time conversion of the PNDCLI held-transaction queue to the!
      * layout carrying the link sequence and hold reason (PNDCLI.CPY).
      * Every hold already on the queue is waiting for a countersign -
      * nothing was held for a transfer leg before - so each row is
      * rewritten with link sequence zero, reason A and the growth
      * filler cleared. Run once, then replace pndcli.txt with
      * pndcnv.txt.
       PROGRAM-ID. PNDCNV.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PNDOLD ASSIGN TO "./pndcli.txt"
               FILE STATUS IS FS-PNDOLD.
           SELECT PNDCLI ASSIGN TO "./pndcnv.txt"
               FILE STATUS IS FS-PNDCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD PNDOLD
           RECORDING MODE IS F.
       01 REG-PNDOLD.
           05 OLD-SEQ                PICTURE 9(08).
           05 OLD-AGENCY             PICTURE X(04).
           05 OLD-ACCOUNT            PICTURE X(08).
           05 OLD-AMOUNT             PICTURE S9(10)V9(02).
           05 OLD-DC-FLAG            PICTURE X(01).
           05 OLD-PROC-DATE          PICTURE X(08).
      * THE HELD-TRANSACTION QUEUE FROM BEFORE TRANSFER LEGS COULD BE
      * HELD - ENDS AT THE DATE FIRST HELD

       FD PNDCLI
           RECORDING MODE IS F.
      * The current held-transaction layout
       COPY "PNDCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-PNDOLD                PICTURE 9(02).
           88 FS-PNDOLD-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PNDCLI                PICTURE 9(02).

       01 WRK-CONVERTED-COUNT      PICTURE 9(05) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-CONVERTED-ED         PICTURE ZZZZ9.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== PNDCLI Held-Queue Layout Conversion ==".
           OPEN INPUT PNDOLD.
           IF FS-PNDOLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: PNDCLI.TXT NOT FOUND"
               STOP RUN
           END-IF.
           OPEN OUTPUT PNDCLI.
           IF FS-PNDCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: PNDCNV.TXT COULD NOT BE OPENED"
               STOP RUN
           END-IF.
           PERFORM 0200-CONVERT-ONE-ROW UNTIL FS-PNDOLD-AT-EOF.
           CLOSE PNDOLD.
           CLOSE PNDCLI.
           MOVE WRK-CONVERTED-COUNT TO WRK-CONVERTED-ED.
           DISPLAY "ROWS CONVERTED: " WRK-CONVERTED-ED.
           DISPLAY "REPLACE PNDCLI.TXT WITH PNDCNV.TXT TO FINISH.".
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-CONVERT-ONE-ROW                                     SECTION.
      *    ---- Copy each old row field for field; every hold on the
      *    old queue was waiting for a countersign
           READ PNDOLD.
           IF FS-PNDOLD EQUAL ZEROS
               MOVE SPACES        TO REG-PNDCLI
               MOVE OLD-SEQ       TO PND-SEQ
               MOVE OLD-AGENCY    TO PND-AGENCY
               MOVE OLD-ACCOUNT   TO PND-ACCOUNT
               MOVE OLD-AMOUNT    TO PND-AMOUNT
               MOVE OLD-DC-FLAG   TO PND-DC-FLAG
               MOVE OLD-PROC-DATE TO PND-PROC-DATE
               MOVE ZEROES        TO PND-LINK-SEQ
               MOVE "A"           TO PND-HOLD-REASON
               WRITE REG-PNDCLI
               IF FS-PNDCLI NOT EQUAL ZEROS
                   DISPLAY "*** FATAL: WRITE TO PNDCNV.TXT FAILED"
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CONVERTED-COUNT
           END-IF.
       0200-END.                                                   EXIT.
