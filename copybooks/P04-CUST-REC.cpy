      *    DORMANT-ACCOUNT AGING PROGRAM. ZERO MEANS NO ACTIVITY
      *    HAS EVER POSTED.
           03  CUST-LAST-ACT-DATE          PIC 9(8).
      *    ACCOUNT STATUS. THE CLOSURE RUN MOVES AN OPEN ACCOUNT TO
      *    CLOSING WHILE ITS FINAL PAYOUT WITHDRAWAL IS IN FLIGHT, AND
      *    THE POSTING RUN MARKS IT CLOSED ONCE THE BALANCE REACHES
      *    ZERO. A CLOSED ACCOUNT STAYS ON THE MASTER WITH ITS HISTORY
      *    UNTIL THE RETENTION PERIOD HAS RUN, THEN IS PURGED. A BLANK
      *    STATUS (A RECORD LOADED BEFORE THE FIELD EXISTED) IS OPEN.
           03  CUST-STATUS                 PIC X(1).
               88  CUST-STATUS-OPEN                VALUES 'O' ' '.
               88  CUST-STATUS-CLOSING             VALUE 'C'.
               88  CUST-STATUS-CLOSED              VALUE 'X'.
      *    DATE (YYYYMMDD) THE CLOSE WAS REQUESTED, RESET TO THE DATE
      *    THE ACCOUNT ACTUALLY CLOSED; THE RETENTION PERIOD RUNS FROM
      *    HERE. ZERO WHILE THE ACCOUNT IS OPEN.
           03  CUST-CLOSE-DATE             PIC 9(8).
      *    OVERDRAFT-PROTECTION ENROLLMENT, CARRIED ON THE CHECKING
      *    RECORD: WHEN SET, THE POSTING RUN COVERS A NEGATIVE CHECKING
      *    BALANCE BY TRANSFER FROM THE SAME CUSTOMER'S SAVINGS.
      *    BLANK (A RECORD LOADED BEFORE THE FIELD EXISTED) IS NOT
      *    ENROLLED.
           03  CUST-OD-PROTECT-FLAG        PIC X(1).
               88  CUST-OD-PROTECTED               VALUE 'Y'.
      *    RETURNED-MAIL INDICATOR: SET THROUGH MAINTENANCE WHEN MAIL
      *    TO THE ACCOUNT COMES BACK UNDELIVERABLE, WITH THE DATE IT
      *    WAS RECORDED, AND CLEARED BY AN ADDRESS CHANGE. WHILE SET,
      *    STATEMENTS GO TO THE HOLD-MAIL FILE AND THE DORMANT AGING
      *    TREATS THE CUSTOMER AS LOST. BLANK (A RECORD LOADED BEFORE
      *    THE FIELD EXISTED) IS NOT RETURNED.
           03  CUST-RET-MAIL-FLAG          PIC X(1).
               88  CUST-MAIL-RETURNED              VALUE 'Y'.
           03  CUST-RET-MAIL-DATE          PIC 9(8).
      *    DATE (YYYYMMDD) THE MAILING ADDRESS WAS LAST CHANGED BY
      *    MAINTENANCE; ZERO WHEN IT NEVER HAS BEEN. PAYOUTS SOON
      *    AFTER A CHANGE ARE HELD FOR REVIEW BY THE ACH ORIGINATION.
           03  CUST-ADDR-CHG-DATE          PIC 9(8).
