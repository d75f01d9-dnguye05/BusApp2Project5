      *          for each negative balance applies the fee from the    *
      *          parameter card - unless the account is overdrawn by   *
      *          less than the small-balance tolerance, or has         *
      *          already been charged the monthly occurrence cap. The  *
      *          extract carries each balance after the posting run's  *
      *          overdraft-protection sweep, so an account savings     *
      *          covered in full is never charged and the tolerance is *
      *          measured against the part the sweep could not cover.  *
      *          Occurrences are tracked across runs on the fee log    *
      *          by account and month. Generated FE transactions are   *
      *          wrapped as one batch (serial 6 plus the last five     *
      *    GENERATED FEES LIKE ANY BRANCH SUBMISSION. THE SERIAL IS 6
      *    PLUS THE LAST FIVE DIGITS OF THE BUSINESS DATE, CLEAR OF
      *    THE INTEREST (9XXXXX), SUSPENSE RELEASE (8XXXXX), BACKOUT
      *    (7XXXXX), AND ACH TRANSLATOR (0XXXXX) SERIALS.
      *-----------------------------------------------------------------
       180-WRITE-BATCH-HDR.
           DIVIDE WS-BUS-DATE-NUM BY 100000
