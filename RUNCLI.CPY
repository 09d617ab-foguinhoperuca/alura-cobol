       01 REG-RUNCLI.
           05 RUN-NUMBER             PICTURE 9(06).
           05 RUN-START-STAMP        PICTURE X(14).
           05 RUN-END-STAMP          PICTURE X(14).
           05 RUN-STATUS             PICTURE X(01).
           05 RUN-IN-COUNT           PICTURE 9(07).
           05 RUN-OUT-COUNT          PICTURE 9(07).
           05 RUN-REJ-COUNT          PICTURE 9(07).
           05 RUN-MST-DATE           PICTURE X(08).
           05 RUN-MST-COUNT          PICTURE 9(07).
           05 RUN-MST-BALANCE        PICTURE S9(16)V99.
           05 FILLER                 PICTURE X(10).
      * RUN-CONTROL RECORD, ONE PER FILE, REWRITTEN EACH RUN: RUN
      * NUMBER, START/END TIMESTAMPS (YYYYMMDDHHMMSS), STATUS
      * (I=IN FLIGHT, C=COMPLETE) AND THE PER-FILE RECORD COUNTS -
      * IFILCLI IN, OFILCLI OUT, REJCLI REJECTED. WRITTEN I AT START
      * AND COMPLETED AT END, SO A RUN THAT DIED AFTER WIPING ITS
      * CHECKPOINT NO LONGER LOOKS IDENTICAL TO A CLEAN FINISH.
      * RUN-MST-DATE/COUNT/BALANCE DESCRIBE THE LAST COMPLETED OMSTCLI
      * GENERATION - ITS PROCESSING DATE (THE DATE IN ITS FILE NAME),
      * HOW MANY ROWS IT HOLDS AND THEIR TOTAL BALANCE. AN IN-FLIGHT
      * RECORD CARRIES THE PREVIOUS COMPLETED GENERATION FORWARD, SO
      * CNTCHK CAN ALWAYS PROVE THE NEXT IFILCLI AGAINST IT. (99
      * POSITIONS, FILLER RESERVED FOR GROWTH)
