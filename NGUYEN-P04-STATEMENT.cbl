      *AUTHOR  : David Nguyen                                          *
      *DATE    : 08/23/2026                                            *
      *ABSTRACT: Produces one mail-ready statement per customer from   *
      *          the customer master and the edited transaction file   *
      *          (plus the posting run's overdraft-protection          *
      *          transfers):                                           *
      *          statement period, name/address block (from the        *
      *          customer information file, or the account record      *
      *          for a customer not yet on it), then one               *
      *          section per account (beginning balance, every posted  *
      *          transaction with a running balance, account ending    *
      *          balance), interest and finance charges broken out,    *
      *          and the customer's combined ending position. Each     *
      *          customer starts a new page of the print file. A       *
      *          customer with returned mail on any account is not     *
      *          mailed: the statement goes to the hold-mail file      *
      *          instead, marked with the returned-mail date, until    *
      *          the address is corrected.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-STATEMENT.
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT TRANS         ASSIGN TO 'p04-trans-clean.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-IN
                                ASSIGN TO 'p04-trans-sweep.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK     ASSIGN TO 'p04-stmt-sortwork.txt'.
           SELECT STMT-FILE     ASSIGN TO 'p04-statements.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE     ASSIGN TO 'p04-stmt-hold.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-PARM
                                ASSIGN TO 'p04-stmt-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  TRANS.
       COPY P04-TRANS-REC.

      *-----------------------------------------------------------------
      *    OVERDRAFT-PROTECTION TRANSFERS GENERATED BY THE POSTING RUN,
      *    IN THE SAME FORMAT AS THE EDITED TRANSACTIONS.
      *-----------------------------------------------------------------
       FD  SWEEP-IN.
       01  SWEEP-IN-REC                    PIC X(53).

       SD  SORT-WORK.
       01  SORT-REC.
           03  SORT-TRANS-KEY.
           03  SORT-TRANS-TYPE             PIC X(2).
               88  SORT-TRANS-TYPE-INTEREST             VALUE 'IN'.
               88  SORT-TRANS-TYPE-FINANCE-CHG          VALUE 'FC'.
               88  SORT-TRANS-TYPE-CREDIT   VALUES 'DP' 'AJ' 'IN' 'TI'.
               88  SORT-TRANS-TYPE-DEBIT    VALUES 'WD' 'FE' 'FC' 'TO'.
           03  SORT-TRANS-DESC             PIC X(20).
           03  SORT-TRANS-AMT              PIC 9(5)V99.
           03  SORT-TRANS-SERIAL           PIC 9(6).
       FD  STMT-FILE.
       01  STMT-REC                        PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-REC                        PIC X(80).

       FD  STMT-PARM.
       01  STMT-PARM-REC.
           03  PARM-PERIOD-BEG             PIC 9(8).
           03  WS-STMT-PERIOD-END          PIC X(10).
           03  FILLER                      PIC X(36)   VALUE SPACES.

       01  WS-STMT-HOLD-LN.
           03  FILLER                      PIC X(35)
                     VALUE '** HELD - MAIL RETURNED UNDELIVERED'.
           03  FILLER                      PIC X(7)    VALUE ' SINCE'.
           03  WS-STMT-HOLD-DATE           PIC X(10).
           03  FILLER                      PIC X(28)   VALUE SPACES.

       01  WS-STMT-NAME-LN.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-STMT-NAME                PIC X(20).
               88  STMT-OPEN                               VALUE 'Y'.
           03  WS-PARM-FOUND-FLAG          PIC X           VALUE 'N'.
               88  PARM-FOUND                              VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.
           03  WS-HOLD-MAIL-FLAG           PIC X           VALUE 'N'.
               88  HOLD-MAIL                               VALUE 'Y'.
           03  WS-FIRST-HOLD-FLAG          PIC X           VALUE 'Y'.
               88  FIRST-HOLD-PAGE                         VALUE 'Y'.

      *-----------------------------------------------------------------
      *    CUSTOMERS WITH RETURNED MAIL ON ANY ACCOUNT, FROM A FIRST
      *    PASS OF THE MASTER, WITH THE EARLIEST RETURNED-MAIL DATE.
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           03  WS-HOLD-MAX                 PIC 9(4)        VALUE 1000.
           03  WS-HOLD-COUNT               PIC 9(4)        VALUE ZERO.
           03  WS-HOLD-IDX                 PIC 9(4)        VALUE ZERO.
           03  WS-HOLD-ENTRY OCCURS 1000 TIMES.
               05  WS-HT-CUST-ID           PIC X(5).
               05  WS-HT-RET-DATE          PIC 9(8).

       01  WS-STMT-PRINT-LN                PIC X(80).

       01  WS-RUN-PARMS.
           03  WS-PARM-PERIOD-BEG          PIC 9(8)        VALUE ZERO.
           03  WS-SC-CUST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SC-TRANS-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SC-ORPHAN-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-SC-NO-CIF-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-SC-HELD-COUNT            PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-READ-STMT-PARMS.
           PERFORM 160-LOAD-HELD-CUSTOMERS.

           OPEN INPUT CUST-MST.
           OPEN INPUT CIF-FILE.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT HOLD-FILE.

           DISPLAY 'Project 4 - Customer Statements - David Nguyen'.
           SORT SORT-WORK ON ASCENDING KEY    SORT-TRANS-KEY
                             ASCENDING KEY    SORT-TRANS-DATE
                             USING            TRANS
                                              SWEEP-IN
                             OUTPUT PROCEDURE 200-PRODUCE-STATEMENTS.
           DISPLAY 'Statements produced:      ' WS-SC-CUST-COUNT.
           DISPLAY 'Transactions printed:     ' WS-SC-TRANS-COUNT.
           DISPLAY 'Orphan transactions seen: ' WS-SC-ORPHAN-COUNT.
           DISPLAY 'Customers not on CIF:     ' WS-SC-NO-CIF-COUNT.
           DISPLAY 'Held for returned mail:   ' WS-SC-HELD-COUNT.
           DISPLAY 'End of statement run'.

           CLOSE STMT-FILE
                 HOLD-FILE
                 CIF-FILE
                 CUST-MST.
           STOP RUN.
      *-----------------------------------------------------------------
                   SET PARM-FOUND TO TRUE
           END-READ.
           CLOSE STMT-PARM.
      *-----------------------------------------------------------------
      *    ONE PASS OF THE MASTER FOR THE CUSTOMERS WHOSE MAIL IS
      *    COMING BACK, SO THE WHOLE STATEMENT CAN BE ROUTED BEFORE
      *    ITS FIRST LINE IS WRITTEN, WHICHEVER ACCOUNT IS FLAGGED.
      *    THE MASTER IS IN KEY ORDER, SO A CUSTOMER'S ACCOUNTS ARE
      *    TOGETHER AND ONLY THE LAST ENTRY NEED BE CHECKED.
      *-----------------------------------------------------------------
       160-LOAD-HELD-CUSTOMERS.
           OPEN INPUT CUST-MST.
           PERFORM UNTIL CUST-EOF
               READ CUST-MST
                   AT END
                       SET CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-MAIL-RETURNED
                           PERFORM 170-ADD-HELD-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-MST.
           MOVE 'N' TO WS-CUST-EOF-FLAG.
      *-----------------------------------------------------------------
       170-ADD-HELD-CUSTOMER.
           IF CUST-RET-MAIL-DATE NOT NUMERIC
               MOVE ZERO TO CUST-RET-MAIL-DATE
           END-IF.
           IF WS-HOLD-COUNT > ZERO
              AND WS-HT-CUST-ID(WS-HOLD-COUNT) EQUAL CUST-ID
               IF CUST-RET-MAIL-DATE < WS-HT-RET-DATE(WS-HOLD-COUNT)
                   MOVE CUST-RET-MAIL-DATE
                     TO WS-HT-RET-DATE(WS-HOLD-COUNT)
               END-IF
           ELSE
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE CUST-ID
                     TO WS-HT-CUST-ID(WS-HOLD-COUNT)
                   MOVE CUST-RET-MAIL-DATE
                     TO WS-HT-RET-DATE(WS-HOLD-COUNT)
               ELSE
                   DISPLAY '*** HOLD-MAIL TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-PRODUCE-STATEMENTS.
           COPY SYS-DATE-TIME-MOVE.
      *-----------------------------------------------------------------
      *    OPEN A NEW STATEMENT PAGE: TITLE, PERIOD, AND NAME/ADDRESS
      *    BLOCK. EVERY CUSTOMER AFTER THE FIRST STARTS ON A FRESH
      *    PAGE OF THE PRINT FILE. A CUSTOMER WHOSE MAIL IS COMING
      *    BACK GOES TO THE HOLD-MAIL FILE INSTEAD, UNDER A LINE
      *    SAYING SINCE WHEN.
      *-----------------------------------------------------------------
       400-START-STATEMENT.
           MOVE  CUST-ID               TO   WS-STMT-CUST-ID.
                                            WS-CUST-FC-TOTAL
                                            WS-CUST-COMB-BAL.
           SET   STMT-OPEN             TO   TRUE.
           PERFORM 405-CHECK-HOLD-MAIL.

           MOVE  WS-FMTD-DATE          TO   WS-STMT-TITLE-DATE.
           PERFORM 440-WRITE-STMT-TITLE.
           MOVE  WS-STMT-PERIOD-LN     TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           IF HOLD-MAIL
               MOVE WS-HT-RET-DATE(WS-HOLD-IDX) TO WS-PARM-DATE-NUM
               PERFORM 260-FORMAT-ONE-DATE
               MOVE WS-PARM-FMTD-DATE  TO   WS-STMT-HOLD-DATE
               MOVE WS-STMT-HOLD-LN    TO   WS-STMT-PRINT-LN
               PERFORM 450-WRITE-STMT-LN
           END-IF.
           MOVE  SPACES                TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.

           PERFORM 420-GET-NAME-ADDRESS.
           MOVE  WS-STMT-NAME-LN       TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  WS-STMT-STREET-LN     TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  WS-STMT-CSZ-LN        TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           ADD   1                     TO   WS-SC-CUST-COUNT.
      *-----------------------------------------------------------------
       405-CHECK-HOLD-MAIL.
           MOVE 'N' TO WS-HOLD-MAIL-FLAG.
           MOVE 1 TO WS-HOLD-IDX.
           PERFORM UNTIL HOLD-MAIL OR WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HT-CUST-ID(WS-HOLD-IDX) EQUAL CUST-ID
                   SET HOLD-MAIL TO TRUE
                   ADD 1 TO WS-SC-HELD-COUNT
               ELSE
                   ADD 1 TO WS-HOLD-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE MAILING NAME AND ADDRESS COME FROM THE CUSTOMER
      *    INFORMATION FILE SO EVERY ACCOUNT OF ONE CUSTOMER MAILS TO
      *    ONE ADDRESS. A CUSTOMER NOT YET ON THE CIF FALLS BACK TO
      *    THE ACCOUNT RECORD AND IS COUNTED FOR FOLLOW-UP.
      *-----------------------------------------------------------------
       420-GET-NAME-ADDRESS.
           MOVE  'N'                   TO   WS-CIF-FOUND-FLAG.
           MOVE  CUST-ID               TO   CIF-CUST-ID.
           READ  CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
           IF CIF-FOUND
               MOVE  CIF-NAME          TO   WS-STMT-NAME
               MOVE  CIF-STREET        TO   WS-STMT-STREET
               MOVE  CIF-CITY          TO   WS-STMT-CITY
               MOVE  CIF-STATE         TO   WS-STMT-STATE
               MOVE  CIF-ZIP           TO   WS-STMT-ZIP
           ELSE
               MOVE  CUST-NAME         TO   WS-STMT-NAME
               MOVE  CUST-STREET       TO   WS-STMT-STREET
               MOVE  CUST-CITY         TO   WS-STMT-CITY
               MOVE  CUST-STATE        TO   WS-STMT-STATE
               MOVE  CUST-ZIP          TO   WS-STMT-ZIP
               ADD   1                 TO   WS-SC-NO-CIF-COUNT
           END-IF.
      *-----------------------------------------------------------------
      *    OPEN AN ACCOUNT SECTION WITHIN THE CURRENT STATEMENT: THE
      *    ACCOUNT HEADING AND ITS BEGINNING BALANCE.
       430-START-ACCOUNT.
           MOVE  CUST-KEY              TO   WS-STMT-CUST-KEY.
           MOVE  CUST-BAL              TO   WS-CUST-RUNNING-BAL.
           MOVE  SPACES                TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  CUST-ID               TO   WS-STMT-ACCT-ID.
           MOVE  CUST-ACCT-TYPE        TO   WS-STMT-ACCT-TYPE.
           MOVE  WS-STMT-ACCT-LN       TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  CUST-BAL              TO   WS-STMT-BEG-BAL.
           MOVE  WS-STMT-BEG-BAL-LN    TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
      *-----------------------------------------------------------------
      *    EVERY STATEMENT LINE GOES TO THE MAILING PRINT FILE OR, FOR
      *    A CUSTOMER ON RETURNED MAIL, TO THE HOLD-MAIL FILE; EACH
      *    FILE KEEPS ITS OWN PAGE BREAKS.
      *-----------------------------------------------------------------
       440-WRITE-STMT-TITLE.
           EVALUATE TRUE
               WHEN HOLD-MAIL AND FIRST-HOLD-PAGE
                   MOVE 'N' TO WS-FIRST-HOLD-FLAG
                   WRITE HOLD-REC      FROM WS-STMT-TITLE-LN
                         AFTER ADVANCING 1 LINE
               WHEN HOLD-MAIL
                   WRITE HOLD-REC      FROM WS-STMT-TITLE-LN
                         AFTER ADVANCING PAGE
               WHEN FIRST-PAGE
                   MOVE 'N' TO WS-FIRST-PAGE-FLAG
                   WRITE STMT-REC      FROM WS-STMT-TITLE-LN
                         AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE STMT-REC      FROM WS-STMT-TITLE-LN
                         AFTER ADVANCING PAGE
           END-EVALUATE.
      *-----------------------------------------------------------------
       450-WRITE-STMT-LN.
           IF HOLD-MAIL
               WRITE HOLD-REC          FROM WS-STMT-PRINT-LN
                     AFTER ADVANCING 1 LINE
           ELSE
               WRITE STMT-REC          FROM WS-STMT-PRINT-LN
                     AFTER ADVANCING 1 LINE
           END-IF.
      *-----------------------------------------------------------------
       500-PRINT-TRANS-LN.
           IF SORT-TRANS-TYPE-DEBIT
           MOVE  SORT-TRANS-DESC       TO   WS-STMT-TRANS-DESC.
           MOVE  SORT-TRANS-AMT        TO   WS-STMT-TRANS-AMT.
           MOVE  WS-CUST-RUNNING-BAL   TO   WS-STMT-RUN-BAL.
           MOVE  WS-STMT-TRANS-LN      TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           ADD   1                     TO   WS-SC-TRANS-COUNT.
      *-----------------------------------------------------------------
       600-FINISH-ACCOUNT.
           MOVE  WS-CUST-RUNNING-BAL   TO   WS-STMT-END-BAL.
           MOVE  WS-STMT-END-BAL-LN    TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           ADD   WS-CUST-RUNNING-BAL   TO   WS-CUST-COMB-BAL.
      *-----------------------------------------------------------------
      *    CLOSE THE STATEMENT IN PROGRESS: INTEREST AND FINANCE
      *    ACCOUNTS, THEN THE COMBINED ENDING POSITION.
      *-----------------------------------------------------------------
       650-FINISH-STATEMENT.
           MOVE  SPACES                TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  WS-CUST-INT-TOTAL     TO   WS-STMT-INT-TOTAL.
           MOVE  WS-STMT-INT-LN        TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  WS-CUST-FC-TOTAL      TO   WS-STMT-FC-TOTAL.
           MOVE  WS-STMT-FC-LN         TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  WS-CUST-COMB-BAL      TO   WS-STMT-COMB-BAL.
           MOVE  WS-STMT-COMB-LN       TO   WS-STMT-PRINT-LN.
           PERFORM 450-WRITE-STMT-LN.
           MOVE  'N'                   TO   WS-STMT-OPEN-FLAG.
      *-----------------------------------------------------------------
