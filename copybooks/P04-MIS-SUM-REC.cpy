      ******************************************************************
      *COPYBOOK: P04-MIS-SUM-REC                                       *
      *ABSTRACT: One month-end portfolio summary on the MIS summary    *
      *          file, kept in month order by NGUYEN-P04-MIS-MONTH so  *
      *          each run can print the month beside the prior month   *
      *          and the same month a year earlier. The counts and the *
      *          dollar figures are each redefined as a table so the   *
      *          report and the finance extract walk them by position. *
      ******************************************************************
       01  MIS-SUM-REC.
           03  MS-MONTH                    PIC 9(6).
           03  MS-RUN-DATE                 PIC 9(8).
      *    PRIOR MONTH-END MASTER SNAPSHOT THE NEW-ACCOUNT COUNT WAS
      *    TAKEN AGAINST; ZERO WHEN NONE WAS ON THE CATALOG.
           03  MS-SNAP-DATE                PIC 9(8).
           03  MS-COUNTS.
               05  MS-CK-OPEN-COUNT        PIC 9(7).
               05  MS-SV-OPEN-COUNT        PIC 9(7).
               05  MS-OPEN-COUNT           PIC 9(7).
               05  MS-NEW-COUNT            PIC 9(7).
               05  MS-CLOSED-COUNT         PIC 9(7).
      *        OVERDRAWN, 0-999.99, 1,000-4,999.99, 5,000-24,999.99,
      *        25,000.00 AND OVER.
               05  MS-BAND-COUNT           PIC 9(7)    OCCURS 5 TIMES.
               05  MS-ACTIVE-COUNT         PIC 9(7).
               05  MS-ITEM-COUNT           PIC 9(7).
           03  MS-COUNT-TABLE REDEFINES MS-COUNTS.
               05  MS-COUNT                PIC 9(7)    OCCURS 12 TIMES.
           03  MS-AMOUNTS.
               05  MS-CK-BAL               PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-SV-BAL               PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-TOTAL-BAL            PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-BAND-BAL             PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER
                                           OCCURS 5 TIMES.
               05  MS-INT-PAID             PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-FC-COLLECTED         PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-NET-INT-FC           PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-DEBITS-POSTED        PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MS-CREDITS-POSTED       PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           03  MS-AMOUNT-TABLE REDEFINES MS-AMOUNTS.
               05  MS-AMOUNT               PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER
                                           OCCURS 13 TIMES.
