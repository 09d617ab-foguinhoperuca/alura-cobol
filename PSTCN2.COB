       IDENTIFICATION                                          DIVISION.
      * One-time widening of the keyed posted-transactions log to the!
      * layout that also carries the amount, direction and status of
      * each posting (PSTCLI.CPY), so a reversal can back out exactly
      * what was posted. Every previously posted TRN-SEQ must survive
      * the cutover, or the next rerun/restart could apply the same
      * transaction twice. Old rows never kept their amount: they come
      * across as posted, with a blank direction, and the batch will
      * refuse to reverse them (the branch corrects those by hand with
      * an ordinary debit or credit). Run once at cutover, then
      * replace pstcli.dat with pstcnv.dat.
       PROGRAM-ID. PSTCN2.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT PSTOLD ASSIGN TO "./pstcli.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SEQ
               FILE STATUS IS FS-PSTOLD.
           SELECT PSTCLI ASSIGN TO "./pstcnv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PST-SEQ
               FILE STATUS IS FS-PSTCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD PSTOLD.
       01 REG-PSTOLD.
           05 OLD-SEQ                PICTURE 9(08).
           05 OLD-AGENCY             PICTURE X(04).
           05 OLD-ACCOUNT            PICTURE X(08).
           05 OLD-PROC-DATE          PICTURE X(08).
           05 OLD-APPROVER-ID        PICTURE X(08).
           05 OLD-APPROVE-DATE       PICTURE X(08).
      * THE KEYED POSTED LOG AS PSTCNV.COB BUILT IT - SEQUENCE,
      * ACCOUNT, DATE AND COUNTERSIGNATURE ONLY

       FD PSTCLI.
      * The widened posted log, keyed by sequence
       COPY "PSTCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-PSTOLD                PICTURE 9(02).
           88 FS-PSTOLD-AT-EOF                        VALUE 04, 10, 46.
       01 FS-PSTCLI                PICTURE 9(02).

       01 WRK-CONVERTED-COUNT      PICTURE 9(07) USAGE COMP
                                                     VALUE ZEROES.
       01 WRK-COUNT-ED             PICTURE ZZZZZZ9.

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== PSTCLI Posted-Log Widening ==".
           OPEN INPUT PSTOLD.
           IF FS-PSTOLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: PSTCLI.DAT NOT FOUND"
               STOP RUN
           END-IF.
           OPEN OUTPUT PSTCLI.
           IF FS-PSTCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: PSTCNV.DAT COULD NOT BE OPENED"
               STOP RUN
           END-IF.
           PERFORM 0200-CONVERT-ONE-ROW UNTIL FS-PSTOLD-AT-EOF.
           CLOSE PSTOLD.
           CLOSE PSTCLI.
           MOVE WRK-CONVERTED-COUNT TO WRK-COUNT-ED.
           DISPLAY "ROWS CONVERTED: " WRK-COUNT-ED.
           DISPLAY "PSTCNV.DAT IS READY - REPLACE PSTCLI.DAT WITH IT "
               "BEFORE THE NEXT RUN.".
           STOP RUN.
       0100-END.                                                   EXIT.

       0200-CONVERT-ONE-ROW                                     SECTION.
      *    ---- The old file is keyed, so every sequence arrives once
      *    and in order - a write failure here is a real I/O problem
           READ PSTOLD NEXT RECORD.
           IF FS-PSTOLD EQUAL ZEROS
               MOVE SPACES           TO REG-PSTCLI
               MOVE OLD-SEQ          TO PST-SEQ
               MOVE OLD-AGENCY       TO PST-AGENCY
               MOVE OLD-ACCOUNT      TO PST-ACCOUNT
               MOVE OLD-PROC-DATE    TO PST-PROC-DATE
               MOVE OLD-APPROVER-ID  TO PST-APPROVER-ID
               MOVE OLD-APPROVE-DATE TO PST-APPROVE-DATE
               MOVE ZEROES           TO PST-AMOUNT
                                        PST-LINK-SEQ
                                        PST-REVERSED-BY
               MOVE "P"              TO PST-STATUS
               WRITE REG-PSTCLI
               IF FS-PSTCLI EQUAL ZEROS
                   ADD 1 TO WRK-CONVERTED-COUNT
               ELSE
                   DISPLAY "*** FATAL: WRITE TO PSTCNV.DAT "
                       "FAILED - STATUS " FS-PSTCLI
                   STOP RUN
               END-IF
           END-IF.
       0200-END.                                                   EXIT.
