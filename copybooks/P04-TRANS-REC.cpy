               88  TRANS-TYPE-ADJUSTMENT               VALUE 'AJ'.
               88  TRANS-TYPE-INTEREST                 VALUE 'IN'.
               88  TRANS-TYPE-FINANCE-CHG              VALUE 'FC'.
      *        A TRANSFER BETWEEN TWO ACCOUNTS OF ONE CUSTOMER POSTS AS
      *        A PAIR: TRANSFER-OUT ON THE FUNDING ACCOUNT, TRANSFER-IN
      *        ON THE RECEIVING ONE, FOR THE SAME AMOUNT.
               88  TRANS-TYPE-XFER-OUT                 VALUE 'TO'.
               88  TRANS-TYPE-XFER-IN                  VALUE 'TI'.
               88  TRANS-TYPE-CREDIT        VALUES 'DP' 'AJ' 'IN' 'TI'.
               88  TRANS-TYPE-DEBIT         VALUES 'WD' 'FE' 'FC' 'TO'.
           03  TRANS-DESC                  PIC X(20).
           03  TRANS-AMT                   PIC 9(5)V99.
      *    SERIAL OF THE BATCH THAT DELIVERED THE TRANSACTION, STAMPED
