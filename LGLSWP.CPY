       01 REG-LGLSWP.
           05 SWP-PROC-DATE          PICTURE X(08).
           05 SWP-AGENCY             PICTURE X(04).
           05 SWP-ACCOUNT            PICTURE X(08).
           05 SWP-ORDER-REF          PICTURE X(20).
           05 SWP-AMOUNT             PICTURE 9(10)V9(02).
           05 FILLER                 PICTURE X(08).
      * GARNISHMENT SWEEP LEDGER - ONE ROW PER AMOUNT CLIENTS.COB
      * SWEPT FROM AN ACCOUNT INTO GARNISHMENT SUSPENSE UNDER AN
      * LGLCLI ORDER, APPENDED EVERY REAL RUN AND NEVER REWRITTEN.
      * THE SWEEPS FOR AN AGENCY/ACCOUNT/ORDER REFERENCE ADD UP TO
      * WHAT HAS BEEN TAKEN TOWARD THAT ORDER SO FAR, SO A PARTLY
      * SATISFIED ORDER PICKS UP WHERE IT LEFT OFF. A RUN RESUMED
      * FROM ITS CHECKPOINT SWEEPS AGAIN EVERY REGISTER AFTER THE
      * LAST CHECKPOINT (UP TO 9), REPEATING THEIR ROWS UNDER THE
      * SAME PROCESSING DATE - A READER KEEPS ONLY THE LAST ROW OF A
      * DATE FOR AN ORDER, THE WAY STMRPT KEEPS THE LAST TXHCLI "S"
      * ROW OF A DATE. FILLER IS RESERVED FOR GROWTH
