       01 REG-LGLCLI.
           05 LGL-AGENCY             PICTURE X(04).
           05 LGL-ACCOUNT            PICTURE X(08).
           05 LGL-HOLD-TYPE          PICTURE X(01).
               88 LGL-IS-FREEZE                       VALUE "F".
               88 LGL-IS-DEBIT-BLOCK                  VALUE "D".
               88 LGL-IS-GARNISHMENT                  VALUE "G".
           05 LGL-ORDER-REF          PICTURE X(20).
           05 LGL-AMOUNT             PICTURE 9(10)V9(02).
           05 LGL-EXPIRY-DATE        PICTURE X(08).
           05 FILLER                 PICTURE X(27).
      * LEGAL-HOLD MASTER KEPT BY THE LEGAL DEPARTMENT - ONE ROW PER
      * COURT ORDER OR FRAUD FREEZE, KEYED BY AGENCY/ACCOUNT (AN
      * ACCOUNT MAY CARRY SEVERAL). HOLD TYPE F = FULL FREEZE (NO
      * DEBITS AND NO FEES), D = DEBIT BLOCK (NO DEBITS, FEES STILL
      * CHARGED), G = GARNISHMENT OF THE FIXED LGL-AMOUNT, SWEPT TO
      * SUSPENSE AS FUNDS ALLOW UNTIL THE ORDER IS SATISFIED (WHAT
      * HAS BEEN SWEPT SO FAR IS ON THE LGLSWP LEDGER). LGL-AMOUNT IS
      * ZERO FOR F AND D. THE ORDER REFERENCE IS THE COURT OR CASE
      * NUMBER. IN FORCE THROUGH THE EXPIRY DATE (YYYYMMDD,
      * INCLUSIVE); SPACES OR ZEROS MEAN UNTIL RELEASED - LEGAL
      * RELEASES AN ORDER BY REMOVING ITS ROW. FILLER IS RESERVED FOR
      * GROWTH
