      ******************************************************************
      *COPYBOOK: P04-CIF-REC                                           *
      *ABSTRACT: One customer information file (CIF) record per        *
      *          customer, keyed on CUST-ID alone, so the name,        *
      *          address and taxpayer ID are held once no matter how   *
      *          many accounts the customer has on the account master. *
      *          Keyed by NGUYEN-P04-CIF-MAINT, applied by             *
      *          NGUYEN-P04-CIF-APPR under a second operator, and read *
      *          by the statement, tax extract and inquiry programs.   *
      ******************************************************************
       01  CIF-REC.
           03  CIF-CUST-ID                 PIC X(5).
           03  CIF-NAME                    PIC X(20).
           03  CIF-STREET                  PIC X(25).
           03  CIF-CITY                    PIC X(20).
           03  CIF-STATE                   PIC X(2).
           03  CIF-ZIP                     PIC X(5).
      *    TAXPAYER ID (SSN OR EIN, NINE DIGITS, NO DASHES). BLANK
      *    WHEN THE CUSTOMER HAS NOT GIVEN ONE.
           03  CIF-TIN                     PIC X(9).
      *    'Y' ONCE THE CUSTOMER HAS CERTIFIED THE TIN (SIGNED W-9).
      *    AN UNCERTIFIED TIN IS SUBJECT TO BACKUP WITHHOLDING.
           03  CIF-TIN-CERT-FLAG           PIC X(1).
               88  CIF-TIN-CERTIFIED                   VALUE 'Y'.
           03  CIF-BIRTH-DATE              PIC 9(8).
           03  CIF-PHONE                   PIC X(10).
