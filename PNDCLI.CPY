       01 REG-PNDCLI.
           05 PND-SEQ                PICTURE 9(08).
           05 PND-AGENCY             PICTURE X(04).
           05 PND-ACCOUNT            PICTURE X(08).
           05 PND-AMOUNT             PICTURE S9(10)V9(02).
           05 PND-DC-FLAG            PICTURE X(01).
           05 PND-PROC-DATE          PICTURE X(08).
           05 PND-LINK-SEQ           PICTURE 9(08).
           05 PND-HOLD-REASON        PICTURE X(01).
               88 PND-AWAITS-APPROVAL                 VALUE "A" " ".
               88 PND-AWAITS-TRANSFER-DEBIT           VALUE "L".
           05 FILLER                 PICTURE X(10).
      * HELD TRANSACTIONS CARRIED FROM RUN TO RUN (60 POSITIONS).
      * PND-HOLD-REASON SAYS WHAT THE HOLD IS WAITING FOR:
      *  A = A COUNTERSIGN - ABOVE THE HOLD THRESHOLD, HELD OUT OF
      *      AUTOMATIC APPLICATION UNTIL A MATCHING ROW APPEARS IN
      *      APVCLI, THE SAME MAKER-CHECKER CONTROL THE WIRE DESK
      *      ALREADY USES;
      *  L = THE CREDIT LEG OF A TRANSFER WHOSE DEBIT LEG (PND-LINK-SEQ)
      *      HAS NOT POSTED YET - IT MOVES ONLY ONCE THE DEBIT HAS.
      * PND-LINK-SEQ IS THE TRANSACTION'S LINK SEQUENCE AS FED, SO A
      * CARRIED-OVER TRANSFER LEG KEEPS ITS PAIRING. READ BACK BY THE
      * BATCH AT STARTUP AND REWRITTEN AT END OF RUN WITH THE STILL-
      * HELD ENTRIES, SO A HELD TRANSACTION SURVIVES WITHOUT THE
      * TELLER SYSTEM HAVING TO RE-FEED IT; AGED AND EXPIRED BY PNDRPT
