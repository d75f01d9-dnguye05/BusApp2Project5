      *    OPEN THE OUTPUT BATCH SO THE TRANSACTION EDIT BALANCES THE
      *    GENERATED TRANSACTIONS LIKE ANY BRANCH SUBMISSION. THE
      *    SERIAL IS 9 PLUS THE LAST FIVE DIGITS OF THE RUN DATE,
      *    WHICH CANNOT COLLIDE WITH THE ACH TRANSLATOR'S 0XXXXX
      *    SERIALS.
      *-----------------------------------------------------------------
       160-WRITE-BATCH-HDR.
