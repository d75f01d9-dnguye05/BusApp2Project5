      ******************************************************************
      *COPYBOOK: P04-CIF-PEND-REC                                      *
      *ABSTRACT: One queued customer information file maintenance      *
      *          card. The CIF maintenance run writes each accepted    *
      *          card here, stamped with the entering (maker)          *
      *          operator, instead of touching the CIF; the CIF        *
      *          approval run, under a different (checker) operator,   *
      *          applies or rejects it and stamps the decision. A      *
      *          decided item is carried only through its decision     *
      *          date, so the day's IDs stay unique; the audit log is  *
      *          the lasting record.                                   *
      ******************************************************************
       01  CIF-PEND-REC.
      *    ENTRY BUSINESS DATE PLUS A RUNNING NUMBER WITHIN THE DATE.
           03  CP-ID.
               05  CP-ENTRY-DATE           PIC 9(8).
               05  CP-SEQ                  PIC 9(4).
           03  CP-STATUS                   PIC X(1).
               88  CP-OPEN                             VALUE 'P'.
               88  CP-APPROVED                         VALUE 'A'.
               88  CP-REJECTED                         VALUE 'R'.
           03  CP-MAKER-ID                 PIC X(8).
           03  CP-CHECKER-ID               PIC X(8).
           03  CP-DECIDED-DATE             PIC 9(8).
           03  CP-DECISION-NOTE            PIC X(20).
      *    THE CIF MAINTENANCE CARD AS KEYED.
           03  CP-CARD.
               05  CP-ACTION               PIC X(1).
                   88  CP-ACT-ADD                      VALUE 'A'.
                   88  CP-ACT-CHANGE                   VALUE 'C'.
               05  CP-CUST-ID              PIC X(5).
               05  CP-NAME                 PIC X(20).
               05  CP-STREET               PIC X(25).
               05  CP-CITY                 PIC X(20).
               05  CP-STATE                PIC X(2).
               05  CP-ZIP                  PIC X(5).
               05  CP-TIN                  PIC X(9).
               05  CP-TIN-CERT-FLAG        PIC X(1).
                   88  CP-TIN-CERTIFIED                VALUE 'Y'.
               05  CP-BIRTH-DATE           PIC X(8).
               05  CP-BIRTH-DATE-NUM REDEFINES CP-BIRTH-DATE
                                           PIC 9(8).
               05  CP-PHONE                PIC X(10).
