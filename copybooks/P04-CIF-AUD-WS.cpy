      ******************************************************************
      *COPYBOOK: P04-CIF-AUD-WS                                        *
      *ABSTRACT: Heading and detail lines of the customer information  *
      *          file audit log, shared by the CIF maintenance (maker) *
      *          run that queues each card and the CIF approval        *
      *          (checker) run that applies or rejects it, so both     *
      *          write one before/after log showing maker and checker. *
      ******************************************************************
       01  WS-AUDIT-HDR-LN.
           03  FILLER               PIC X(9)  VALUE 'ACTION'.
           03  FILLER               PIC X(13) VALUE 'PENDING ID'.
           03  FILLER               PIC X(7)  VALUE 'CUST'.
           03  FILLER               PIC X(22) VALUE 'BEFORE NAME'.
           03  FILLER               PIC X(6)  VALUE 'CERT'.
           03  FILLER               PIC X(22) VALUE 'AFTER NAME'.
           03  FILLER               PIC X(6)  VALUE 'CERT'.
           03  FILLER               PIC X(9)  VALUE 'MAKER'.
           03  FILLER               PIC X(9)  VALUE 'CHECKER'.
           03  FILLER               PIC X(20) VALUE 'NOTE'.

       01  WS-AUDIT-DETAIL-LN.
           03  WS-AUD-ACTION               PIC X(9).
           03  WS-AUD-PEND-ID              PIC X(13).
           03  WS-AUD-CUST-ID              PIC X(7).
           03  WS-AUD-BEFORE-NAME          PIC X(22).
           03  WS-AUD-BEFORE-CERT          PIC X(6).
           03  WS-AUD-AFTER-NAME           PIC X(22).
           03  WS-AUD-AFTER-CERT           PIC X(6).
           03  WS-AUD-MAKER                PIC X(9).
           03  WS-AUD-CHECKER              PIC X(9).
           03  WS-AUD-NOTE                 PIC X(20).
