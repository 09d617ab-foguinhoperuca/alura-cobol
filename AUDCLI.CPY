           05 AUD-FEE-WAIVED       PICTURE S9(02)V9(02).
           05 AUD-PENALTY-WAIVED   PICTURE S9(02)V9(02).
           05 AUD-DORMANCY-FEE     PICTURE S9(02)V9(02).
           05 AUD-NSF-FEE          PICTURE S9(04)V9(02).
           05 AUD-GARNISHED        PICTURE S9(14)V9(02).
           05 FILLER               PICTURE X(04).
      * PER-ACCOUNT AUDIT TRAIL ROW, ONE PER REGISTER PER RUN - THE
      * SAME LAYOUT CLIENTS.COB APPENDS EVERY RUN, GLJRNL.COB JOURNALS
      * ONE PROCESSING DATE OF AND INTTAX.COB TOTALS FOR THE YEAR.
      * BALANCE-BEFORE IS THE OPENING BALANCE AHEAD OF THE DAY'S
      * TRANSACTIONS, TIERED INTEREST ACCRUAL, STATEMENT FEE AND
      * OVERDRAFT PENALTY; BALANCE-AFTER IS THE RESULT OF ALL FOUR,
      * AUD-PENALTY WITH THE AMOUNT NOT CHARGED IN THE WAIVED FIELDS,
      * SO AN EXEMPTION READS AS A WAIVER AND NOT AS A MISSED CHARGE.
      * AUD-DORMANCY-FEE IS THE IDLE-ACCOUNT CHARGE POSTED WHEN THE
      * DORMANT-RUN THRESHOLD IS PASSED, ZERO FOR ACTIVE ACCOUNTS.
      * AUD-NSF-FEE IS THE TOTAL OF THE NSF FEES CHARGED FOR DEBITS
      * RETURNED FOR INSUFFICIENT FUNDS THIS RUN, JOURNALED APART FROM
      * THE OVERDRAFT PENALTY. AUD-GARNISHED IS WHAT LGLCLI
      * GARNISHMENT ORDERS SWEPT FROM THE ACCOUNT INTO GARNISHMENT
      * SUSPENSE THIS RUN (ROWS WRITTEN BEFORE IT WAS CARRIED HAVE
      * SPACES THERE). FILLER IS RESERVED FOR GROWTH
