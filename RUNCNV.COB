       IDENTIFICATION                                          DIVISION.
      * One-time conversion of the RUNCLI run-control record to the!
      * layout carrying the last completed OMSTCLI generation
      * (RUNCLI.CPY). The old record never recorded which generation
      * the run wrote, so the converted record leaves it blank - the
      * continuity check then reports that it had nothing to prove the
      * next IFILCLI against, and the next completed run fills it in.
      * Run once, then replace runcli.txt with runcnv.txt.
       PROGRAM-ID. RUNCNV.
       AUTHOR. Jefferson Campos.

       ENVIRONMENT                                             DIVISION.
       CONFIGURATION                                            SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT RUNOLD ASSIGN TO "./runcli.txt"
               FILE STATUS IS FS-RUNOLD.
           SELECT RUNCLI ASSIGN TO "./runcnv.txt"
               FILE STATUS IS FS-RUNCLI.

       DATA                                                    DIVISION.
       FILE                                                     SECTION.
       FD RUNOLD
           RECORDING MODE IS F.
       01 REG-RUNOLD.
           05 OLD-NUMBER             PICTURE 9(06).
           05 OLD-START-STAMP        PICTURE X(14).
           05 OLD-END-STAMP          PICTURE X(14).
           05 OLD-STATUS             PICTURE X(01).
           05 OLD-IN-COUNT           PICTURE 9(07).
           05 OLD-OUT-COUNT          PICTURE 9(07).
           05 OLD-REJ-COUNT          PICTURE 9(07).
      * THE RUN-CONTROL RECORD FROM BEFORE THE MASTER GENERATION WAS
      * RECORDED - ENDS AT THE REJECTED COUNT

       FD RUNCLI
           RECORDING MODE IS F.
      * The current run-control layout
       COPY "RUNCLI".

       WORKING-STORAGE                                          SECTION.
       01 FS-RUNOLD                PICTURE 9(02).
       01 FS-RUNCLI                PICTURE 9(02).

       PROCEDURE                                               DIVISION.
       0100-MAIN                                                SECTION.
           DISPLAY "== RUNCLI Run-Control Layout Conversion ==".
           OPEN INPUT RUNOLD.
           IF FS-RUNOLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: RUNCLI.TXT NOT FOUND"
               STOP RUN
           END-IF.
           READ RUNOLD.
           IF FS-RUNOLD NOT EQUAL ZEROS
               DISPLAY "*** FATAL: RUNCLI.TXT IS EMPTY"
               CLOSE RUNOLD
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNCLI.
           IF FS-RUNCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: RUNCNV.TXT COULD NOT BE OPENED"
               STOP RUN
           END-IF.
      *    ---- Copy the record field for field; no generation is known
           MOVE SPACES          TO REG-RUNCLI.
           MOVE OLD-NUMBER      TO RUN-NUMBER.
           MOVE OLD-START-STAMP TO RUN-START-STAMP.
           MOVE OLD-END-STAMP   TO RUN-END-STAMP.
           MOVE OLD-STATUS      TO RUN-STATUS.
           MOVE OLD-IN-COUNT    TO RUN-IN-COUNT.
           MOVE OLD-OUT-COUNT   TO RUN-OUT-COUNT.
           MOVE OLD-REJ-COUNT   TO RUN-REJ-COUNT.
           MOVE SPACES          TO RUN-MST-DATE.
           MOVE ZEROES          TO RUN-MST-COUNT
                                   RUN-MST-BALANCE.
           WRITE REG-RUNCLI.
           IF FS-RUNCLI NOT EQUAL ZEROS
               DISPLAY "*** FATAL: WRITE TO RUNCNV.TXT FAILED"
               STOP RUN
           END-IF.
           CLOSE RUNOLD.
           CLOSE RUNCLI.
           DISPLAY "RUN NUMBER " RUN-NUMBER " CONVERTED".
           DISPLAY "REPLACE RUNCLI.TXT WITH RUNCNV.TXT TO FINISH.".
           STOP RUN.
       0100-END.                                                   EXIT.
