      ******************************************************************
      *COPYBOOK: P04-DSP-REC                                           *
      *ABSTRACT: One customer dispute case on the indexed dispute case *
      *          file, keyed on a case number assigned when the case   *
      *          is opened. Carries the account and the disputed       *
      *          history item as researched with NGUYEN-P04-HIST-INQ,  *
      *          the reason, the regulatory response deadline, and the *
      *          provisional credit given on the case. Maintained by   *
      *          NGUYEN-P04-DSP-MAINT and aged daily by NGUYEN-P04-    *
      *          DSP-AGING.                                            *
      ******************************************************************
       01  DSP-REC.
           03  DSP-CASE-NO                 PIC 9(7).
           03  DSP-CUST-KEY.
               05  DSP-CUST-ID             PIC X(5).
               05  DSP-ACCT-TYPE           PIC X(2).
      *    THE DISPUTED ITEM AS IT STANDS ON THE HISTORY ARCHIVE.
           03  DSP-ITEM.
               05  DSP-ITEM-DATE           PIC 9(8).
               05  DSP-ITEM-TYPE           PIC X(2).
               05  DSP-ITEM-AMT            PIC 9(5)V99.
               05  DSP-ITEM-SERIAL         PIC 9(6).
      *    UA UNAUTHORIZED, NR GOODS OR SERVICE NOT RECEIVED, DP
      *    DUPLICATE CHARGE, IA INCORRECT AMOUNT, OT OTHER.
           03  DSP-REASON                  PIC X(2).
               88  DSP-REASON-VALID    VALUES 'UA' 'NR' 'DP' 'IA' 'OT'.
           03  DSP-NOTE                    PIC X(20).
           03  DSP-OPEN-DATE               PIC 9(8).
      *    LAST DAY THE CASE MAY STAY OPEN UNDER THE RESPONSE RULES.
           03  DSP-DUE-DATE                PIC 9(8).
      *    O OPEN, F RESOLVED FOR THE CUSTOMER, D RESOLVED AGAINST
      *    THE CUSTOMER (DENIED).
           03  DSP-STATUS                  PIC X(1).
               88  DSP-OPEN                            VALUE 'O'.
               88  DSP-RESOLVED-FOR-CUST               VALUE 'F'.
               88  DSP-RESOLVED-DENIED                 VALUE 'D'.
           03  DSP-RESOLVED-DATE           PIC 9(8).
      *    ' ' NO PROVISIONAL CREDIT GIVEN, P PROVISIONAL CREDIT
      *    OUTSTANDING, F MADE FINAL, R REVERSED.
           03  DSP-PROV-STATUS             PIC X(1).
               88  DSP-PROV-NONE                       VALUE ' '.
               88  DSP-PROV-OUTSTANDING                VALUE 'P'.
               88  DSP-PROV-FINAL                      VALUE 'F'.
               88  DSP-PROV-REVERSED                   VALUE 'R'.
           03  DSP-PROV-AMT                PIC 9(5)V99.
           03  DSP-PROV-DATE               PIC 9(8).
           03  DSP-LAST-UPD-DATE           PIC 9(8).
           03  DSP-OPERATOR                PIC X(8).
