       01 REG-MNTLOG.
           05 MNL-PROC-DATE          PICTURE X(08).
           05 MNL-ACTION             PICTURE X(01).
               88 MNL-IS-ADD                          VALUE "A".
               88 MNL-IS-CHANGE                       VALUE "C".
               88 MNL-IS-CLOSE                        VALUE "X".
           05 MNL-AGENCY             PICTURE X(04).
           05 MNL-ACCOUNT            PICTURE X(08).
           05 MNL-OPERATOR           PICTURE X(08).
           05 MNL-AFTER              PICTURE X(68).
           05 FILLER                 PICTURE X(23).
      * APPROVED-MAINTENANCE LOG (120 POSITIONS), ONE ROW PER ADD,
      * CHANGE OR CLOSE THE ACCOUNT-MAINTENANCE STEP (ACCMNT.COB)
      * ACTUALLY APPLIED - REFUSED TRANSACTIONS ARE NOT LOGGED -
      * APPENDED RUN AFTER RUN IN THE ORDER APPLIED. MNL-PROC-DATE IS
      * THE PROCESSING DATE THE MAINTENANCE RAN UNDER, MNL-OPERATOR
      * WHO KEYED IT, AND MNL-AFTER THE BOOKCLI IMAGE THE ACCOUNT WAS
      * LEFT WITH ON THE NEW MASTER (SPACES FOR A CLOSE). THE PRE-RUN
      * CONTINUITY CHECK (CNTCHK.COB) ACCEPTS A DIFFERENCE BETWEEN THE
      * LAST OMSTCLI GENERATION AND THE NEXT IFILCLI ONLY WHEN THIS LOG
      * ACCOUNTS FOR IT. FILLER IS RESERVED FOR GROWTH
