       01 REG-SIOCLI.
           05 SIO-ID                 PICTURE X(08).
           05 SIO-FROM-AGENCY        PICTURE X(04).
           05 SIO-FROM-ACCOUNT       PICTURE X(08).
           05 SIO-TO-AGENCY          PICTURE X(04).
           05 SIO-TO-ACCOUNT         PICTURE X(08).
           05 SIO-AMOUNT             PICTURE 9(10)V9(02).
           05 SIO-FREQUENCY          PICTURE X(01).
               88 SIO-IS-WEEKLY                       VALUE "W".
               88 SIO-IS-MONTHLY                      VALUE "M".
               88 SIO-IS-QUARTERLY                    VALUE "Q".
               88 SIO-IS-ANNUAL                       VALUE "A".
           05 SIO-START-DATE         PICTURE X(08).
           05 SIO-NEXT-DUE-DATE      PICTURE X(08).
           05 SIO-END-DATE           PICTURE X(08).
           05 SIO-STATUS             PICTURE X(01).
               88 SIO-IS-ACTIVE                       VALUE "A" " ".
               88 SIO-IS-SUSPENDED                    VALUE "S".
               88 SIO-IS-ENDED                        VALUE "E".
           05 SIO-LAST-GEN-DATE      PICTURE X(08).
           05 SIO-LAST-DEBIT-SEQ     PICTURE 9(08).
           05 FILLER                 PICTURE X(14).
      * STANDING-INSTRUCTION MASTER (100 POSITIONS), ONE ROW PER
      * RECURRING PAYMENT OR TRANSFER: MOVE SIO-AMOUNT FROM THE FROM-
      * ACCOUNT TO THE TO-ACCOUNT EVERY PERIOD. FREQUENCY W = WEEKLY,
      * M = MONTHLY, Q = QUARTERLY, A = ANNUAL; A MONTHLY, QUARTERLY
      * OR ANNUAL ORDER FALLS ON THE DAY OF THE MONTH OF SIO-START-
      * DATE (THE LAST DAY OF A SHORTER MONTH). DATES ARE YYYYMMDD;
      * A BLANK END DATE RUNS UNTIL CANCELLED. STATUS A (OR BLANK) =
      * ACTIVE, S = SUSPENDED (DUE DATES PASS UNPAID), E = ENDED.
      * SIOGEN ROLLS SIO-NEXT-DUE-DATE FORWARD AND STAMPS THE LAST
      * GENERATION DATE AND DEBIT SEQUENCE; THE REST IS KEYED BY THE
      * BRANCH. FILLER IS RESERVED FOR GROWTH
