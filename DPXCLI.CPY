       01 REG-DPXCLI.
           05 DPX-AGENCY            PICTURE X(04).
           05 DPX-ACCOUNT           PICTURE X(08).
           05 DPX-DEPOSITOR-ID      PICTURE X(14).
           05 DPX-DEPOSITOR-NAME    PICTURE X(32).
           05 FILLER                PICTURE X(22).
      * DEPOSITOR CROSS-REFERENCE (80 POSITIONS), ONE ROW PER ACCOUNT,
      * MAINTAINED BY THE BRANCHES - TIES AN AGENCY/ACCOUNT TO THE
      * DEPOSITOR WHO OWNS IT, SO ACCOUNTS HELD BY ONE DEPOSITOR IN
      * ANY AGENCY CAN BE TOTALLED TOGETHER FOR DEPOSIT INSURANCE
      * (DICRPT.COB). DPX-DEPOSITOR-ID IS THE BANK'S OWN DEPOSITOR
      * NUMBER, THE SAME ON EVERY ACCOUNT OF THAT DEPOSITOR; THE NAME
      * IS THE DEPOSITOR'S LEGAL NAME AS REPORTED TO THE REGULATOR
      * (SPACES = TAKE REG-NAME OFF THE FIRST ACCOUNT). THE OWNERSHIP
      * CATEGORY IS NOT HELD HERE - IT IS THE ACCOUNT'S REG-ACC-TYPE.
      * AN ACCOUNT WITH NO ROW IS INSURED ON ITS OWN. FILLER IS
      * RESERVED FOR GROWTH
