      ******************************************************************
      *COPYBOOK: P04-DSP-SUSP-REC                                      *
      *ABSTRACT: Running balance of the GL suspense account that holds *
      *          dispute provisional credits, carried forward by       *
      *          NGUYEN-P04-GL-EXTRACT each night it releases a        *
      *          journal: the prior balance, the night's debits and    *
      *          credits to the account and the new balance. Keeping   *
      *          the prior balance lets a rerun for the same business  *
      *          date start over from it. NGUYEN-P04-DSP-AGING ties    *
      *          the provisional credit outstanding to the balance.    *
      ******************************************************************
       01  DSP-SUSP-REC.
           03  SB-BUS-DATE                 PIC 9(8).
           03  SB-ACCT                     PIC X(6).
           03  SB-PRIOR-BAL                PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           03  SB-DR-AMT                   PIC 9(11)V99.
           03  SB-CR-AMT                   PIC 9(11)V99.
           03  SB-BAL                      PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
