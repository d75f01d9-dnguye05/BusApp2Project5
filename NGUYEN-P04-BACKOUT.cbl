      *          with wrong data). Driven by a parameter card naming   *
      *          either a batch serial or a CUST-ID plus date range,   *
      *          it finds the posted items on the history archive,     *
      *          generates the offsetting DP/WD or TI/TO items         *
      *          as one batch (serial 7 plus the last five digits of   *
      *          the run date) for the next edit run, and marks each   *
      *          reversed history record so the activity reprint       *
      *    GENERATED REVERSALS LIKE ANY BRANCH SUBMISSION. THE SERIAL
      *    IS 7 PLUS THE LAST FIVE DIGITS OF THE RUN DATE, CLEAR OF
      *    THE INTEREST (9XXXXX), SUSPENSE RELEASE (8XXXXX), AND ACH
      *    TRANSLATOR (0XXXXX) SERIALS.
      *-----------------------------------------------------------------
       200-WRITE-BATCH-HDR.
           DIVIDE WS-SYS-DATE BY 100000
           ADD 1 TO WS-BK-DUP-COUNT.
      *-----------------------------------------------------------------
      *    GENERATE THE OFFSET: A POSTED CREDIT IS OFFSET BY A WD, A
      *    POSTED DEBIT BY A DP, AND A TRANSFER BY THE OPPOSITE
      *    TRANSFER TYPE SO IT CLEARS THROUGH THE SAME GL ACCOUNTS,
      *    FOR THE SAME ACCOUNT AND AMOUNT,
      *    DATED WITH THE RUN DATE AND CARRYING THE REVERSAL BATCH
      *    SERIAL.
      *-----------------------------------------------------------------
           MOVE WS-SYS-YYYY            TO TRANS-YR.
           MOVE WS-SYS-MM              TO TRANS-MO.
           MOVE WS-SYS-DD              TO TRANS-DAY.
           EVALUATE HIST-TRANS-TYPE
               WHEN 'TI'
                   MOVE 'TO'           TO TRANS-TYPE
                   ADD HIST-TRANS-AMT  TO WS-BK-ORIG-CR
                   ADD HIST-TRANS-AMT  TO WS-BK-OFF-DR
               WHEN 'TO'
                   MOVE 'TI'           TO TRANS-TYPE
                   ADD HIST-TRANS-AMT  TO WS-BK-ORIG-DR
                   ADD HIST-TRANS-AMT  TO WS-BK-OFF-CR
               WHEN 'DP'
               WHEN 'AJ'
               WHEN 'IN'
                   MOVE 'WD'           TO TRANS-TYPE
                   ADD HIST-TRANS-AMT  TO WS-BK-ORIG-CR
                   ADD HIST-TRANS-AMT  TO WS-BK-OFF-DR
               WHEN OTHER
                   MOVE 'DP'           TO TRANS-TYPE
                   ADD HIST-TRANS-AMT  TO WS-BK-ORIG-DR
                   ADD HIST-TRANS-AMT  TO WS-BK-OFF-CR
           END-EVALUATE.
           MOVE SPACES                 TO TRANS-DESC.
           STRING 'REVERSAL OF '       DELIMITED BY SIZE
                  HIST-TRANS-TYPE      DELIMITED BY SIZE
