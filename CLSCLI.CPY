       01 REG-CLSCLI.
           05 CLS-AGENCY           PICTURE X(04).
           05 CLS-ACCOUNT          PICTURE X(08).
           05 CLS-NAME             PICTURE X(32).
           05 CLS-MANAGER          PICTURE X(04).
           05 CLS-ACC-TYPE         PICTURE 9(02).
           05 CLS-CLOSE-DATE       PICTURE X(08).
           05 CLS-REASON           PICTURE X(01).
               88 CLS-IS-CLOSED                        VALUE "C".
               88 CLS-IS-ESCHEATED                     VALUE "E".
           05 CLS-OPERATOR         PICTURE X(08).
      * CLOSED-ACCOUNT REGISTER, ONE ROW PER ACCOUNT CLOSED BY THE
      * ACCOUNT-MAINTENANCE STEP (ACCMNT.COB), APPENDED RUN AFTER RUN.
      * A CLOSED ACCOUNT IS LEFT OFF THE NEXT CLIENT MASTER BUT ITS
      * DORMANCY, ADDRESS AND WAIVER ROWS ARE NOT TOUCHED - THIS FILE
      * IS WHAT LETS THOSE MASTERS (AND ANYTHING REPORTING ON THE
      * ACCOUNT'S PAST) STILL RESOLVE IT UNTIL HOUSEKEEPING CLEANS
      * THEM UP. CLS-REASON: C = CLOSED AT THE CUSTOMER'S REQUEST,
      * E = ESCHEATED (BALANCE TURNED OVER TO THE STATE BEFORE THE
      * CLOSE). CLS-OPERATOR IS WHO KEYED THE CLOSE.
