       01 REG-PSTCLI.
           05 PST-SEQ                PICTURE 9(08).
           05 PST-AGENCY             PICTURE X(04).
           05 PST-ACCOUNT            PICTURE X(08).
           05 PST-PROC-DATE          PICTURE X(08).
           05 PST-APPROVER-ID        PICTURE X(08).
           05 PST-APPROVE-DATE       PICTURE X(08).
           05 PST-AMOUNT             PICTURE S9(10)V9(02).
           05 PST-DC-FLAG            PICTURE X(01).
               88 PST-AMOUNT-ON-FILE                  VALUE "D", "C".
           05 PST-STATUS             PICTURE X(01).
               88 PST-IS-POSTED                       VALUE "P".
               88 PST-IS-REVERSED                     VALUE "V".
               88 PST-IS-REVERSAL                     VALUE "R".
               88 PST-IS-RETURNED                     VALUE "X".
           05 PST-LINK-SEQ           PICTURE 9(08).
           05 PST-REVERSED-BY        PICTURE 9(08).
           05 FILLER                 PICTURE X(20).
      * POSTED-TRANSACTIONS LOG - ONE ROW PER TRN-SEQ ALREADY MERGED
      * INTO REG-BALANCE ON A PRIOR RUN, SO A RERUN OR RESTART OF THE
      * JOB CANNOT APPLY THE SAME TRNCLI ROW TO AN ACCOUNT TWICE.
      * A TRANSACTION THAT POSTED THROUGH THE MAKER-CHECKER FLOW
      * CARRIES THE APVCLI APPROVER ID AND APPROVAL DATE; ONE POSTED
      * WITHOUT A HOLD CARRIES SPACES IN BOTH. KEYED BY PST-SEQ AND
      * PROBED ON DEMAND, SO THE OLD 5000-SEQUENCE TABLE CAP IS GONE.
      * PST-AMOUNT/PST-DC-FLAG ARE WHAT THE ROW ACTUALLY DID TO THE
      * BALANCE (D OR C), SO A REVERSAL CAN BACK OUT EXACTLY THAT -
      * ROWS CARRIED OVER FROM BEFORE THE AMOUNT WAS KEPT HAVE A
      * SPACE FLAG AND CANNOT BE REVERSED BY THE BATCH. PST-STATUS:
      * P = POSTED, V = POSTED AND SINCE REVERSED (PST-REVERSED-BY
      * IS THE REVERSING SEQUENCE), R = A REVERSAL (PST-LINK-SEQ IS
      * THE ORIGINAL IT BACKED OUT), X = RETURNED TO THE TELLER DESK
      * UNPOSTED (REASON ON ORTNCLI) - KEPT HERE SO A RERUN DOES NOT
      * RETURN IT A SECOND TIME. FILLER IS RESERVED FOR GROWTH
