      ******************************************************************
      *COPYBOOK: P04-MIS-EXT-REC                                       *
      *ABSTRACT: Fixed-format month-end figures extract for the        *
      *          finance department, written by NGUYEN-P04-MIS-MONTH:  *
      *          a header naming the comparison months, one record per *
      *          figure (current, prior month, same month last year),  *
      *          one per top balance, and a trailer with the count of  *
      *          records written, header and trailer included.         *
      ******************************************************************
       01  MIS-EXT-REC.
           03  MX-REC-TYPE                 PIC X(2).
               88  MX-HEADER                           VALUE 'MH'.
               88  MX-FIGURE                           VALUE 'MF'.
               88  MX-TOP-BALANCE                      VALUE 'MT'.
               88  MX-TRAILER                          VALUE 'MZ'.
           03  MX-MONTH                    PIC 9(6).
           03  MX-DATA                     PIC X(72).
      *    A COMPARISON MONTH NOT ON THE SUMMARY FILE IS FLAGGED 'N'
      *    AND ITS FIGURES ARE CARRIED AS ZERO.
           03  MX-HDR-DATA REDEFINES MX-DATA.
               05  MX-RUN-DATE             PIC 9(8).
               05  MX-PRIOR-MONTH          PIC 9(6).
               05  MX-PRIOR-FOUND          PIC X(1).
               05  MX-YEAR-MONTH           PIC 9(6).
               05  MX-YEAR-FOUND           PIC X(1).
               05  FILLER                  PIC X(50).
      *    COUNTS ARE CARRIED IN THE SAME SIGNED DOLLAR PICTURE AS
      *    THE AMOUNTS, WITH ZERO CENTS.
           03  MX-FIG-DATA REDEFINES MX-DATA.
               05  MX-FIG-CODE             PIC X(8).
               05  MX-FIG-CURRENT          PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MX-FIG-PRIOR            PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  MX-FIG-YEAR-AGO         PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  FILLER                  PIC X(22).
           03  MX-TOP-DATA REDEFINES MX-DATA.
               05  MX-TOP-RANK             PIC 9(2).
               05  MX-TOP-CUST-KEY         PIC X(7).
               05  MX-TOP-NAME             PIC X(20).
               05  MX-TOP-BAL              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
               05  FILLER                  PIC X(35).
           03  MX-TRL-DATA REDEFINES MX-DATA.
               05  MX-TRL-REC-COUNT        PIC 9(7).
               05  FILLER                  PIC X(65).
