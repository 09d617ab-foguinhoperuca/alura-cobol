       01 REG-ADRCLI.
           05 ADR-AGENCY            PICTURE X(04).
           05 ADR-ACCOUNT           PICTURE X(08).
           05 ADR-STREET            PICTURE X(30).
           05 ADR-CITY              PICTURE X(20).
           05 ADR-POSTAL            PICTURE X(08).
           05 ADR-TAX-ID            PICTURE X(14).
           05 ADR-MAIL-STATUS       PICTURE X(01).
               88 ADR-IS-UNDELIVERABLE                VALUE "U".
           05 ADR-RETURN-DATE       PICTURE X(08).
           05 FILLER                PICTURE X(07).
      * CUSTOMER NAME-AND-ADDRESS MASTER, KEYED BY AGENCY/ACCOUNT,
      * MAINTAINED BY THE BRANCHES - THE MAILING ADDRESS FOR EVERY
      * CUSTOMER-FACING LETTER THE BATCH PRODUCES, AND THE CUSTOMER'S
      * TAXPAYER ID AS REPORTED TO THE TAX AUTHORITY ON THE YEAR-END
      * INTEREST EXTRACT (INTTAX.COB) - SPACES UNTIL THE BRANCH HAS
      * COLLECTED IT. ADR-MAIL-STATUS U MARKS THE ADDRESS UNDELIVERABLE
      * - THE POST OFFICE RETURNED A LETTER SENT TO IT, LOADED FROM THE
      * PRINT VENDOR'S RETURNED-MAIL FILE BY RMLUPD.COB, ADR-RETURN-DATE
      * BEING THE LATEST RETURN (YYYYMMDD). THE BATCH THEN HOLDS THE
      * ACCOUNT'S LETTERS ON THE OLEXCLI LISTING INSTEAD OF MAILING
      * THEM, AND CARRIES THE FLAG ONTO THE DORMANCY REPORT AND THE
      * ESCHEATMENT EXTRACT. THE BRANCH CLEARS BOTH FIELDS TO SPACES
      * WHEN IT KEYS THE NEW ADDRESS. FILLER IS RESERVED FOR GROWTH
