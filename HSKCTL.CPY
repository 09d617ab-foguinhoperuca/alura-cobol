       01 REG-HSKCTL.
           05 HSK-LAST-RUN-DATE      PICTURE X(08).
           05 HSK-PST-HWM-TELLER     PICTURE 9(08).
           05 HSK-PST-HWM-STANDING   PICTURE 9(08).
           05 HSK-GEN-PURGED-THRU    PICTURE X(08).
           05 FILLER                 PICTURE X(28).
      * HOUSEKEEPING CONTROL RECORD (60 POSITIONS), ONE PER FILE,
      * REWRITTEN BY EACH HSKPRG RUN. HSK-LAST-RUN-DATE IS THE
      * PROCESSING DATE OF THE LAST PURGE. THE TWO HIGH-WATER MARKS
      * ARE THE HIGHEST TRANSACTION SEQUENCE EVER PURGED FROM THE
      * POSTED LOG PSTCLI - ONE FOR TELLER-ISSUED SEQUENCES, ONE FOR
      * THE RANGE SIOGEN ISSUES TO STANDING ORDERS (90000001 UP). THE
      * PURGE ONLY EVER TAKES A RANGE'S LOWEST SEQUENCES, SO EVERY
      * SEQUENCE AT OR BELOW ITS MARK THAT IS NOT ON PSTCLI HAS BEEN
      * POSTED AND PURGED - THE BATCH READS THE MARKS SO A STALE
      * RE-FEED OF ONE CANNOT POST A SECOND TIME. HSK-GEN-PURGED-THRU
      * IS THE LAST PROCESSING DATE WHOSE OFILCLI/OMSTCLI GENERATION
      * FILES HAVE BEEN ARCHIVED AND REMOVED. FILLER IS RESERVED FOR
      * GROWTH
