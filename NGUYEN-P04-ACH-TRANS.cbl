      *          becomes a TRANS-AMT. The translated records are       *
      *          written as one batch (header, details, trailer) for   *
      *          NGUYEN-P04-TRANS-EDIT, with the batch serial taken    *
      *          from the bank file date (0 plus the last five digits) *
      *          so the same file translated twice is refused by the   *
      *          edit's duplicate-serial check, and no other batch's   *
      *          serial can match it. Entries that cannot be mapped go *
      *          to an exception listing whose item and dollar totals  *
      *          tie back to the bank's file trailer; a trailer that   *
      *          does not balance against what was read ends the run   *
      *          with return code 8.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-ACH-TRANS.
           03  WS-WORK-AMT                 PIC 9(5)V99     VALUE ZERO.
           03  WS-BUS-DATE                 PIC 9(8)        VALUE ZERO.
           03  WS-BATCH-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(3)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.
           03  WS-TRL-ITEM-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-TRL-TOTAL-CENTS          PIC 9(13)       VALUE ZERO.

      *-----------------------------------------------------------------
      *    DISPATCH ON THE BANK RECORD TYPE. THE FILE HEADER SUPPLIES
      *    THE BUSINESS DATE AND BATCH SERIAL FOR THE OUTPUT BATCH;
      *    THE TRAILER IS HELD FOR THE TIE-BACK AT END OF FILE. THE
      *    SERIAL IS 0 PLUS THE LAST FIVE DIGITS OF THE FILE DATE, SO
      *    IT NEVER SHARES A LEADING DIGIT WITH THE DISPUTE (1XXXXX)
      *    THROUGH INTEREST (9XXXXX) BATCHES.
      *-----------------------------------------------------------------
       200-TRANSLATE-ONE.
           READ ACH-IN
       220-PROCESS-FILE-HDR.
           SET  FILE-HDR-SEEN  TO TRUE.
           MOVE AFH-FILE-DATE  TO WS-BUS-DATE.
           DIVIDE AFH-FILE-DATE BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           MOVE WS-SER-DIV-REM TO WS-BATCH-SERIAL.
           MOVE SPACES         TO BATCH-HDR-REC.
           MOVE 'BH'           TO BH-REC-TYPE.
           MOVE WS-BATCH-SERIAL TO BH-SERIAL.
