      ******************************************************************
      *COPYBOOK: P04-MSTR-AUD-WS                                       *
      *ABSTRACT: Heading and detail lines of the customer master       *
      *          maintenance audit log, shared by the maintenance      *
      *          (maker) run that queues each change and the approval  *
      *          (checker) run that applies or rejects it, so both     *
      *          write one before/after log showing maker and checker. *
      ******************************************************************
       01  WS-AUDIT-HDR-LN.
           03  FILLER               PIC X(9)  VALUE 'ACTION'.
           03  FILLER               PIC X(13) VALUE 'PENDING ID'.
           03  FILLER               PIC X(9)  VALUE 'CUST KEY'.
           03  FILLER               PIC X(22) VALUE 'BEFORE NAME'.
           03  FILLER               PIC X(12) VALUE 'BEFORE BAL'.
           03  FILLER               PIC X(22) VALUE 'AFTER NAME'.
           03  FILLER               PIC X(12) VALUE 'AFTER BAL'.
           03  FILLER               PIC X(9)  VALUE 'MAKER'.
           03  FILLER               PIC X(9)  VALUE 'CHECKER'.
           03  FILLER               PIC X(14) VALUE 'NOTE'.

       01  WS-AUDIT-DETAIL-LN.
           03  WS-AUD-ACTION               PIC X(9).
           03  WS-AUD-PEND-ID              PIC X(13).
           03  WS-AUD-CUST-KEY             PIC X(9).
           03  WS-AUD-BEFORE-NAME          PIC X(22).
           03  WS-AUD-BEFORE-BAL           PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-AFTER-NAME           PIC X(22).
           03  WS-AUD-AFTER-BAL            PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-MAKER                PIC X(9).
           03  WS-AUD-CHECKER              PIC X(9).
           03  WS-AUD-NOTE                 PIC X(14).
