      ******************************************************************
      *COPYBOOK: P04-SO-REC                                            *
      *ABSTRACT: One standing order (recurring transfer or payment)    *
      *          on the indexed standing-order file, keyed on the      *
      *          funding account's CUST-ID plus ACCT-TYPE and an order *
      *          number, so one account may carry several orders.      *
      *          Maintained by NGUYEN-P04-SO-MAINT; the nightly        *
      *          NGUYEN-P04-SO-GEN turns the orders due into a batch   *
      *          for the edit and advances each next due date;         *
      *          NGUYEN-P04-ACH-ORIG pays posted payments out to the   *
      *          payee account held here.                              *
      ******************************************************************
       01  SO-REC.
           03  SO-KEY.
               05  SO-CUST-KEY.
                   07  SO-CUST-ID          PIC X(5).
                   07  SO-ACCT-TYPE        PIC X(2).
               05  SO-SEQ                  PIC 9(2).
           03  SO-AMOUNT                   PIC 9(5)V99.
      *    W WEEKLY, B EVERY TWO WEEKS, M MONTHLY, Q QUARTERLY,
      *    A ANNUALLY. MONTH-BASED ORDERS COME DUE ON SO-DUE-DAY, OR
      *    THE LAST DAY OF A SHORTER MONTH.
           03  SO-FREQUENCY                PIC X(1).
               88  SO-FREQ-WEEKLY                      VALUE 'W'.
               88  SO-FREQ-BIWEEKLY                    VALUE 'B'.
               88  SO-FREQ-MONTHLY                     VALUE 'M'.
               88  SO-FREQ-QUARTERLY                   VALUE 'Q'.
               88  SO-FREQ-ANNUAL                      VALUE 'A'.
               88  SO-FREQ-VALID       VALUES 'W' 'B' 'M' 'Q' 'A'.
           03  SO-NEXT-DUE-DATE            PIC 9(8).
           03  SO-DUE-DAY                  PIC 9(2).
      *    LAST DATE AN OCCURRENCE MAY FALL ON; ZERO FOR NO END DATE.
           03  SO-END-DATE                 PIC 9(8).
      *    T TRANSFER TO THE CUSTOMER'S OTHER ACCOUNT (TO/TI PAIR),
      *    P PAYMENT OUT (WD, PAID BY ACH TO THE PAYEE ACCOUNT).
           03  SO-DEST-TYPE                PIC X(1).
               88  SO-DEST-XFER                        VALUE 'T'.
               88  SO-DEST-PAYMENT                     VALUE 'P'.
           03  SO-DEST-ACCT-TYPE           PIC X(2).
           03  SO-DEST-ROUTING             PIC 9(9).
           03  SO-DEST-ACCOUNT             PIC X(17).
      *    WHAT TO DO WITH AN OCCURRENCE THAT FALLS DUE ON A WEEKEND,
      *    OR WHOSE FUNDING ACCOUNT IS HELD OR SHORT OF FUNDS: R ROLL
      *    IT TO THE NEXT BUSINESS NIGHT, S SKIP IT AND WAIT FOR THE
      *    NEXT OCCURRENCE.
           03  SO-EXCEPT-RULE              PIC X(1).
               88  SO-RULE-ROLL                        VALUE 'R'.
               88  SO-RULE-SKIP                        VALUE 'S'.
           03  SO-STATUS                   PIC X(1).
               88  SO-ACTIVE                           VALUE 'A'.
               88  SO-ENDED                            VALUE 'E'.
           03  SO-OPEN-DATE                PIC 9(8).
           03  SO-LAST-GEN-DATE            PIC 9(8).
