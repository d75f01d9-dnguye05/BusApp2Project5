      ******************************************************************
      *COPYBOOK: P04-PEND-REC                                          *
      *ABSTRACT: One queued customer master maintenance change. The    *
      *          maintenance run writes each accepted card here,       *
      *          stamped with the entering (maker) operator, instead   *
      *          of touching the master; the approval run, under a     *
      *          different (checker) operator, applies or rejects it   *
      *          and stamps the decision. A decided item is carried    *
      *          only through its decision date, so the day's IDs      *
      *          stay unique; the audit log is the lasting record.     *
      ******************************************************************
       01  PEND-REC.
      *    ENTRY BUSINESS DATE PLUS A RUNNING NUMBER WITHIN THE DATE.
           03  PEND-ID.
               05  PEND-ENTRY-DATE         PIC 9(8).
               05  PEND-SEQ                PIC 9(4).
           03  PEND-STATUS                 PIC X(1).
               88  PEND-OPEN                           VALUE 'P'.
               88  PEND-APPROVED                       VALUE 'A'.
               88  PEND-REJECTED                       VALUE 'R'.
           03  PEND-MAKER-ID               PIC X(8).
           03  PEND-CHECKER-ID             PIC X(8).
           03  PEND-DECIDED-DATE           PIC 9(8).
           03  PEND-DECISION-NOTE          PIC X(14).
      *    THE ACCOUNT BALANCE WHEN THE CARD WAS KEYED. AN APPROVED
      *    BALANCE CHANGE POSTS AS AN ADJUSTMENT FOR THE DIFFERENCE
      *    BETWEEN THIS AND PEND-CUST-BAL, SO ACTIVITY THAT POSTS
      *    WHILE THE ITEM WAITS IS NOT UNDONE BY THE APPROVAL.
           03  PEND-BEFORE-BAL             PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
      *    THE MAINTENANCE CARD AS KEYED.
           03  PEND-CARD.
               05  PEND-ACTION             PIC X(1).
                   88  PEND-ACT-ADD                    VALUE 'A'.
                   88  PEND-ACT-CHANGE                 VALUE 'C'.
                   88  PEND-ACT-DELETE                 VALUE 'D'.
               05  PEND-CUST-KEY.
                   07  PEND-CUST-ID        PIC X(5).
                   07  PEND-ACCT-TYPE      PIC X(2).
               05  PEND-CUST-NAME          PIC X(20).
               05  PEND-CUST-STREET        PIC X(25).
               05  PEND-CUST-CITY          PIC X(20).
               05  PEND-CUST-STATE         PIC X(2).
               05  PEND-CUST-ZIP           PIC X(5).
               05  PEND-CUST-BAL           PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  PEND-OD-PROTECT         PIC X(1).
                   88  PEND-OD-ENROLL                  VALUE 'Y'.
                   88  PEND-OD-WITHDRAW                VALUE 'N'.
               05  PEND-RET-MAIL           PIC X(1).
                   88  PEND-RET-MAIL-SET               VALUE 'Y'.
                   88  PEND-RET-MAIL-CLEAR             VALUE 'N'.
