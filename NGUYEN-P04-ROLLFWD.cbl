      *          - DEBITS = NEW BALANCE for every CUST-ID. Customers   *
      *          present on only one side are flagged; a customer      *
      *          with no ending-balance record is left unchanged.      *
      *          Stamps ROLLFWD on run control, so the run gate holds  *
      *          the nightly master snapshot until the roll has run.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-ROLLFWD.
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-RPT     ASSIGN TO 'p04-rollfwd.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

       FD  RECON-RPT.
       01  RECON-REC                       PIC X(80).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           OPEN I-O    CUST-MST.
           OPEN INPUT  END-BAL-IN.
           OPEN INPUT  YTD-IN.
           PERFORM 200-RECONCILE-ONE
               UNTIL OLD-EOF AND EB-EOF.
           PERFORM 800-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of roll-forward run'.

           CLOSE CUST-MST
                 RECON-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE STAMP CARRIES THE CYCLE'S BUSINESS DATE SO THE RUN GATE
      *    MATCHES IT TO THE NIGHT IT ROLLED.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    TWO-FILE MATCH ON CUST-ID, SAME SHAPE AS THE MASTER
      *    MAINTENANCE UPDATE: BOTH INPUTS ARE IN ASCENDING CUST-ID
      *    SEQUENCE AND EOF IS REPRESENTED BY HIGH-VALUES SO THE LOWER
                       'p04-rollfwd.rpt'
           END-IF.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    MASTER RECORDS READ IN, BALANCES ROLLED OUT, EXCEPTIONS AS
      *    REJECTS, AND THE OLD AND NEW MASTER BALANCE TOTALS.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'ROLLFWD'              TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           COMPUTE RC-IN-COUNT = WS-RF-MATCH-COUNT + WS-RF-CARRY-COUNT.
           MOVE WS-RF-MATCH-COUNT      TO RC-OUT-COUNT.
           COMPUTE RC-REJECT-COUNT =
               WS-RF-OOB-COUNT + WS-RF-ORPHAN-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE WS-RF-TOTAL-OLD-BAL    TO RC-DOLLAR-1.
           MOVE WS-RF-TOTAL-NEW-BAL    TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
