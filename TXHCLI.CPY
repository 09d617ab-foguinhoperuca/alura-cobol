       01 REG-TXHCLI.
           05 TXH-PROC-DATE          PICTURE X(08).
           05 TXH-AGENCY             PICTURE X(04).
           05 TXH-ACCOUNT            PICTURE X(08).
           05 TXH-REC-TYPE           PICTURE X(01).
               88 TXH-IS-OPENING                      VALUE "O".
               88 TXH-IS-TXN                          VALUE "T".
               88 TXH-IS-SUMMARY                      VALUE "S".
           05 TXH-DETAIL             PICTURE X(120).
           05 TXH-OPENING REDEFINES TXH-DETAIL.
               10 TXH-NAME           PICTURE X(32).
               10 TXH-OPEN-BALANCE   PICTURE S9(16)V99.
               10 FILLER             PICTURE X(70).
           05 TXH-TXN REDEFINES TXH-DETAIL.
               10 TXH-SEQ            PICTURE 9(08).
               10 TXH-DC-FLAG        PICTURE X(01).
               10 TXH-APPLIED-DC     PICTURE X(01).
               10 TXH-AMOUNT         PICTURE S9(10)V9(02).
               10 TXH-RUN-BALANCE    PICTURE S9(16)V99.
               10 TXH-APPROVER-ID    PICTURE X(08).
               10 TXH-APPROVE-DATE   PICTURE X(08).
               10 TXH-LINK-SEQ       PICTURE 9(08).
               10 TXH-TXN-STATUS     PICTURE X(01).
                   88 TXH-TXN-IS-RETURNED             VALUE "X".
               10 FILLER             PICTURE X(55).
           05 TXH-SUMMARY REDEFINES TXH-DETAIL.
               10 TXH-INTEREST       PICTURE S9(14)V9(02).
               10 TXH-FEE            PICTURE S9(02)V9(02).
               10 TXH-FEE-WAIVED     PICTURE S9(02)V9(02).
               10 TXH-DORMANCY-FEE   PICTURE S9(02)V9(02).
               10 TXH-PENALTY-WAIVED PICTURE S9(02)V9(02).
               10 TXH-PENALTY        PICTURE S9(02)V9(02).
               10 TXH-CLOSE-BALANCE  PICTURE S9(16)V99.
               10 TXH-NSF-FEE        PICTURE S9(04)V9(02).
               10 TXH-GARNISHED      PICTURE S9(14)V9(02).
               10 FILLER             PICTURE X(44).
      * PERMANENT POSTED-TRANSACTION HISTORY, APPENDED BY CLIENTS.COB
      * EVERY REAL RUN AND NEVER REWRITTEN - THE SAME LINES THE
      * OSTMCLI STATEMENT PRINTS, KEPT SO STMRPT.COB CAN REBUILD A
      * STATEMENT FOR ANY ACCOUNT AND DATE RANGE. PER ACCOUNT PER RUN:
      * ONE O ROW (NAME AND OPENING BALANCE), ONE T ROW PER
      * TRANSACTION APPLIED (AS FED: D, C OR R, AND THE DIRECTION IT
      * ACTUALLY MOVED THE BALANCE, THE BALANCE RIGHT AFTER IT, THE
      * COUNTERSIGNATURE, AND THE ORIGINAL SEQUENCE FOR A REVERSAL),
      * WITH THE POSTED-LOG STATUS - X MARKS A DEBIT RETURNED FOR
      * INSUFFICIENT FUNDS, WHICH DID NOT MOVE THE BALANCE (ONLY ITS
      * NSF FEE DID), THEN ONE S ROW WITH THE INTEREST, FEES,
      * WAIVERS, ANY GARNISHMENT SWEPT AND THE CLOSING BALANCE. A
      * RUN RESUMED FROM ITS CHECKPOINT (TAKEN EVERY 10 REGISTERS)
      * PROCESSES AGAIN EVERY ACCOUNT AFTER THE LAST CHECKPOINT, UP TO
      * 9 OF THEM, AND REPEATS THE O/S PAIR FOR EACH (THEIR T ROWS ARE
      * NOT REPEATED - A POSTED SEQUENCE IS NEVER APPLIED TWICE). A
      * READER KEEPS ONLY THE LAST S ROW OF A DATE, AS STMRPT DOES,
      * AND TAKES A REPEATED O ROW AS NO NEW OPENING. ROWS
      * WRITTEN BEFORE THE STATUS, NSF FEE AND GARNISHMENT WERE
      * CARRIED HAVE SPACES THERE. FILLER IS RESERVED FOR GROWTH
