      *PROGRAM : PROJECT 4   MASTER/TRANSACTION PROCESSING             *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 02/08/2020                                            *
      *ABSTRACT: File Processing. A checking account enrolled in       *
      *          overdraft protection that ends the run overdrawn is   *
      *          covered by a transfer-out/transfer-in pair from the   *
      *          customer's savings, listed on the sweep register.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-TRANS. 
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-FILE   ASSIGN TO 'p04-posted.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-FILE    ASSIGN TO 'p04-trans-sweep.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-RPT     ASSIGN TO 'p04-od-sweep.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE
                                ASSIGN TO 'p04-trans-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           03  SORT-TRANS-DATE-NUM REDEFINES SORT-TRANS-DATE
                                           PIC 9(8).
           03  SORT-TRANS-TYPE             PIC X(2).
               88  SORT-TRANS-TYPE-CREDIT   VALUES 'DP' 'AJ' 'IN' 'TI'.
               88  SORT-TRANS-TYPE-DEBIT    VALUES 'WD' 'FE' 'FC' 'TO'.
           03  SORT-TRANS-DESC             PIC X(20).
           03  SORT-TRANS-AMT              PIC 9(5)V99.
           03  SORT-TRANS-SERIAL           PIC 9(6).
       FD  POSTED-FILE.
       01  POSTED-REC                      PIC X(53).

      *-----------------------------------------------------------------
      *    THE OVERDRAFT-PROTECTION TRANSFER PAIRS GENERATED BY THIS
      *    RUN, IN CLEAN-TRANSACTION FORMAT, SO THE STATEMENT RUN
      *    PRINTS THEM ALONGSIDE THE NIGHT'S EDITED TRANSACTIONS.
      *-----------------------------------------------------------------
       FD  SWEEP-FILE.
       01  SWEEP-REC                       PIC X(53).

       FD  SWEEP-RPT.
       01  SWEEP-RPT-REC                   PIC X(80).

      *-----------------------------------------------------------------
      *    CUMULATIVE POSTED-TRANSACTION ARCHIVE, EXTENDED EVERY RUN:
      *    THE DISPUTE-RESEARCH AND REGULATOR-REQUEST TRAIL.
           03  FILLER                      PIC X(10)
                     VALUE ' OVERDRAWN'.

       01  WS-SWEEP-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'OVERDRAFT PROTECTION SWEEP REGISTER'.
           03  WS-SWEEP-TITLE-DATE         PIC X(10).

       01  WS-SWEEP-HDR-LN.
           03  FILLER                      PIC X(8)    VALUE '  CUST'.
           03  FILLER                      PIC X(21)   VALUE 'NAME'.
           03  FILLER                      PIC X(11)
                     VALUE 'SHORTFALL'.
           03  FILLER                      PIC X(11)
                     VALUE 'TRANSFERRED'.
           03  FILLER                      PIC X(11)
                     VALUE 'UNCOVERED'.
           03  FILLER                      PIC X(18)
                     VALUE 'DISPOSITION'.

       01  WS-SWEEP-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SWR-CUST-ID              PIC X(5).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-SWR-CUST-NAME            PIC X(20).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-SWR-SHORTFALL            PIC ZZ,ZZ9.99.
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-SWR-XFER-AMT             PIC ZZ,ZZ9.99.
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-SWR-UNCOVERED            PIC ZZ,ZZ9.99.
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-SWR-DISPOSITION          PIC X(18).

      *-----------------------------------------------------------------
      *    ONE GENERATED SWEEP ITEM, BUILT IN CLEAN-TRANSACTION FORMAT
      *    SO IT CAN BE WRITTEN TO THE POSTED AND SWEEP FILES AS IS.
      *-----------------------------------------------------------------
       01  WS-SWEEP-TRANS.
           03  WS-SWT-KEY.
               05  WS-SWT-ID               PIC X(5).
               05  WS-SWT-ACCT-TYPE        PIC X(2).
           03  WS-SWT-DATE                 PIC 9(8).
           03  WS-SWT-TYPE                 PIC X(2).
               88  SWT-XFER-OUT                        VALUE 'TO'.
           03  WS-SWT-DESC                 PIC X(20).
           03  WS-SWT-AMT                  PIC 9(5)V99.
           03  WS-SWT-SERIAL               PIC 9(6).
           03  WS-SWT-BRANCH               PIC X(3).

       01  WS-RPT-CTL-TITLE-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  FILLER                      PIC X(20)
               88  EOF-HOLD-FILE                           VALUE 'Y'.
           03  WS-HOLD-FOUND-FLAG          PIC X           VALUE 'N'.
               88  HOLD-FOUND                              VALUE 'Y'.
           03  WS-MST-CHANGED-FLAG         PIC X           VALUE 'N'.
               88  MST-CHANGED                             VALUE 'Y'.
           03  WS-SWEEP-LOAD-EOF-FLAG      PIC X           VALUE 'N'.
               88  EOF-SWEEP-LOAD                          VALUE 'Y'.
           03  WS-SWEEP-TRANS-EOF-FLAG     PIC X           VALUE 'N'.
               88  EOF-SWEEP-TRANS                         VALUE 'Y'.
           03  WS-SWEEP-FOUND-FLAG         PIC X           VALUE 'N'.
               88  SWEEP-FOUND                             VALUE 'Y'.
           03  WS-SWEEP-PEND-FLAG          PIC X           VALUE 'N'.
               88  SWEEP-PENDING                           VALUE 'Y'.

       01  WS-RUN-PARMS.
           03  WS-PARM-CUST-LOW            PIC X(5)
               05  WS-HT-KEY               PIC X(7).
               05  WS-HT-REASON            PIC X(20).
               05  WS-HT-EFF-DATE          PIC 9(8).
           03  WS-HOLD-CHECK-KEY           PIC X(7)        VALUE SPACES.

      *-----------------------------------------------------------------
      *    SAVINGS FUNDS FOR EACH CUSTOMER ENROLLED IN OVERDRAFT
      *    PROTECTION, LOADED BY A PASS OVER THE MASTER BEFORE
      *    POSTING. A CUSTOMER'S CHECKING ACCOUNT POSTS BEFORE ITS
      *    SAVINGS, SO THE SHORTFALL IS KNOWN BEFORE TONIGHT'S SAVINGS
      *    ITEMS ARE REACHED: A SECOND PASS OVER TONIGHT'S TRANSACTIONS
      *    NETS THEM INTO THE SAVINGS BALANCE FIRST, SO THE COVER COMES
      *    FROM WHAT SAVINGS WILL HOLD AT THE END OF THE RUN. A HELD OR
      *    CLOSED SAVINGS ACCOUNT FUNDS NOTHING.
      *-----------------------------------------------------------------
       01  WS-SWEEP-TABLE.
           03  WS-SWEEP-MAX                PIC 9(3)        VALUE 500.
           03  WS-SWEEP-COUNT              PIC 9(3)        VALUE ZERO.
           03  WS-SWEEP-IDX                PIC 9(3)        VALUE ZERO.
           03  WS-SWEEP-ENTRY OCCURS 500 TIMES.
               05  WS-ST-CUST-ID           PIC X(5).
               05  WS-ST-SV-STATUS         PIC X.
                   88  ST-SV-MISSING                   VALUE 'N'.
                   88  ST-SV-AVAILABLE                 VALUE 'A'.
                   88  ST-SV-HELD                      VALUE 'H'.
                   88  ST-SV-CLOSED                    VALUE 'X'.
               05  WS-ST-SV-BAL            PIC S9(5)V99.

       01  WS-SWEEP-WORK.
           03  WS-SWEEP-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(7)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.
           03  WS-SWEEP-SHORTFALL          PIC 9(5)V99     VALUE ZERO.
           03  WS-SWEEP-AMT                PIC 9(5)V99     VALUE ZERO.
           03  WS-SWEEP-PEND-ID            PIC X(5)        VALUE SPACES.
           03  WS-SWEEP-PEND-AMT           PIC 9(5)V99     VALUE ZERO.
           03  WS-SWEEP-TRANS-ID           PIC X(5)        VALUE SPACES.

       01  WS-MISC-VARS.
           03  WS-CUR-CUST-KEY             PIC X(7)        VALUE SPACES.
           03  WS-CT-CUST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-CT-TRANS-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-CT-REJECT-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CT-CLOSED-REJ-COUNT      PIC 9(7)        VALUE ZERO.
           03  WS-CT-CLOSED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CT-SUSP-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-CT-OD-COUNT              PIC 9(7)        VALUE ZERO.
           03  WS-CT-TOTAL-DEBITS          PIC 9(9)V99     VALUE ZERO.
           03  WS-CT-TOTAL-END-BAL         PIC S9(9)V99    VALUE ZERO.
           03  WS-CT-EXPECTED-END-BAL      PIC S9(9)V99    VALUE ZERO.
           03  WS-CT-BALANCE-DIFF          PIC S9(9)V99    VALUE ZERO.

       01  WS-SWEEP-COUNTS.
           03  WS-SW-OD-COUNT              PIC 9(7)        VALUE ZERO.
           03  WS-SW-COVERED-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-SW-PARTIAL-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-SW-UNCOVERED-COUNT       PIC 9(7)        VALUE ZERO.
           03  WS-SW-XFER-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SW-XFER-TOTAL            PIC 9(9)V99     VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
               PERFORM 160-READ-CHECKPOINT
           END-IF.
           PERFORM 170-LOAD-HOLDS.
           PERFORM 180-LOAD-SWEEP-FUNDS.
           IF WS-SWEEP-COUNT > ZERO
               PERFORM 190-NET-SAVINGS-ITEMS
           END-IF.

           OPEN I-O CUST-MST.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT SUSP-RPT.
           OPEN OUTPUT END-BAL-FILE.
           OPEN OUTPUT POSTED-FILE.
           OPEN OUTPUT SWEEP-FILE.
           OPEN OUTPUT SWEEP-RPT.
           OPEN EXTEND HIST-FILE.
           OPEN OUTPUT YTD-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
                 SUSP-RPT
                 END-BAL-FILE
                 POSTED-FILE
                 SWEEP-FILE
                 SWEEP-RPT
                 HIST-FILE
                 YTD-FILE
                 CHECKPOINT-FILE
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
      *-----------------------------------------------------------------
      *    PASS THE MASTER ONCE BEFORE POSTING TO NOTE EVERY CHECKING
      *    ACCOUNT ENROLLED IN OVERDRAFT PROTECTION AND WHAT ITS
      *    SAVINGS ACCOUNT (THE NEXT KEY ON FILE, WHEN THERE IS ONE)
      *    CAN FUND. THE SWEEP ITEMS CARRY THEIR OWN 4XXXXX SERIAL SO
      *    A BACKOUT OR RECONCILEMENT CAN FIND THEM.
      *-----------------------------------------------------------------
       180-LOAD-SWEEP-FUNDS.
           DIVIDE WS-BUS-DATE-NUM BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           COMPUTE WS-SWEEP-SERIAL = 400000 + WS-SER-DIV-REM.

           OPEN INPUT CUST-MST.
           PERFORM UNTIL EOF-SWEEP-LOAD
               READ CUST-MST
                   AT END
                       SET EOF-SWEEP-LOAD TO TRUE
                   NOT AT END
                       PERFORM 185-NOTE-SWEEP-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE CUST-MST.
      *-----------------------------------------------------------------
       185-NOTE-SWEEP-ACCOUNT.
           EVALUATE TRUE
               WHEN CUST-ACCT-CHECKING
                AND CUST-OD-PROTECTED
                AND NOT CUST-STATUS-CLOSED
                   IF WS-SWEEP-COUNT < WS-SWEEP-MAX
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE CUST-ID TO WS-ST-CUST-ID(WS-SWEEP-COUNT)
                       MOVE 'N'     TO WS-ST-SV-STATUS(WS-SWEEP-COUNT)
                       MOVE ZERO    TO WS-ST-SV-BAL(WS-SWEEP-COUNT)
                   ELSE
                       DISPLAY '*** OD PROTECTION TABLE FULL - RUN '
                               'STOPPED'
                       DISPLAY '*** ENLARGE THE TABLE'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN CUST-ACCT-SAVINGS
                AND WS-SWEEP-COUNT > ZERO
                AND CUST-ID EQUAL WS-ST-CUST-ID(WS-SWEEP-COUNT)
                   MOVE CUST-BAL TO WS-ST-SV-BAL(WS-SWEEP-COUNT)
                   MOVE CUST-KEY TO WS-HOLD-CHECK-KEY
                   PERFORM 230-CHECK-ACCOUNT-HOLD
                   EVALUATE TRUE
                       WHEN NOT CUST-STATUS-OPEN
                           MOVE 'X' TO WS-ST-SV-STATUS(WS-SWEEP-COUNT)
                       WHEN HOLD-FOUND
                           MOVE 'H' TO WS-ST-SV-STATUS(WS-SWEEP-COUNT)
                       WHEN OTHER
                           MOVE 'A' TO WS-ST-SV-STATUS(WS-SWEEP-COUNT)
                   END-EVALUATE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    NET TONIGHT'S SAVINGS ITEMS FOR EVERY ENROLLED CUSTOMER INTO
      *    THE BALANCE THE SWEEP MAY DRAW ON, SO A SAVINGS WITHDRAWAL
      *    POSTED THE SAME NIGHT AS A CHECKING OVERDRAFT IS NOT SWEPT
      *    TWICE. ONLY ITEMS THIS RUN WILL POST COUNT: THE SAME DATE
      *    AND CUSTOMER RANGE AS 220; AN ITEM ON A HELD OR CLOSED
      *    SAVINGS ACCOUNT DOES NOT POST, BUT THAT ACCOUNT FUNDS
      *    NOTHING ANYWAY.
      *-----------------------------------------------------------------
       190-NET-SAVINGS-ITEMS.
           OPEN INPUT TRANS.
           PERFORM UNTIL EOF-SWEEP-TRANS
               READ TRANS
                   AT END
                       SET EOF-SWEEP-TRANS TO TRUE
                   NOT AT END
                       IF TRANS-ACCT-SAVINGS
                          AND TRANS-DATE >= WS-PARM-DATE-LOW
                          AND TRANS-DATE <= WS-PARM-DATE-HIGH
                           PERFORM 195-NET-ONE-SAVINGS-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS.
      *-----------------------------------------------------------------
       195-NET-ONE-SAVINGS-ITEM.
           MOVE TRANS-ID                   TO WS-SWEEP-TRANS-ID.
           IF WS-SWEEP-TRANS-ID >= WS-PARM-CUST-LOW
              AND WS-SWEEP-TRANS-ID <= WS-PARM-CUST-HIGH
               MOVE 'N' TO WS-SWEEP-FOUND-FLAG
               MOVE 1 TO WS-SWEEP-IDX
               PERFORM UNTIL SWEEP-FOUND
                       OR WS-SWEEP-IDX > WS-SWEEP-COUNT
                   IF WS-ST-CUST-ID(WS-SWEEP-IDX)
                                       EQUAL WS-SWEEP-TRANS-ID
                       SET SWEEP-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-SWEEP-IDX
                   END-IF
               END-PERFORM
               IF SWEEP-FOUND
                   IF TRANS-TYPE-DEBIT
                       SUBTRACT TRANS-AMT
                           FROM WS-ST-SV-BAL(WS-SWEEP-IDX)
                   ELSE
                       ADD TRANS-AMT
                           TO WS-ST-SV-BAL(WS-SWEEP-IDX)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-PRINT-OUTPUT.
           PERFORM 300-PRINT-TITLE-LN.
           END-IF.

           PERFORM 700-PRINT-CONTROL-TOTALS.
           PERFORM 720-PRINT-SWEEP-TOTALS.
      *-----------------------------------------------------------------
      *    MATCH A SORTED TRANSACTION TO ITS MASTER ACCOUNT RECORD.
      *    CUST-MST AND SORT-WORK ARE BOTH IN ASCENDING CUST-ID PLUS
      *    UP TO THE TRANSACTION. IF THE MASTER RUNS OUT, OR LANDS
      *    PAST THE TRANSACTION'S KEY WITHOUT EVER MATCHING IT, THE
      *    TRANSACTION IS AN ORPHAN AND IS DIVERTED TO THE REJECT
      *    FILE INSTEAD OF BEING POSTED. A TRANSACTION AGAINST A
      *    CLOSED ACCOUNT IS REJECTED THE SAME WAY UNDER ITS OWN
      *    REASON; A CLOSING ACCOUNT STILL POSTS, SINCE ITS PAYOUT
      *    WD HAS TO.
      *-----------------------------------------------------------------
       220-MATCH-TRANS-TO-CUST.
           PERFORM UNTIL CUST-EOF
           END-PERFORM.

           IF CUST-EOF OR SORT-TRANS-KEY NOT EQUAL WS-CUR-CUST-KEY
               MOVE 'NO MATCHING MASTER ACCOUNT'
                                       TO   WS-REJ-REASON
               PERFORM 800-WRITE-REJECT-LN
           ELSE
               IF CUST-IN-RANGE
                  AND SORT-TRANS-DATE-NUM >= WS-PARM-DATE-LOW
                  AND SORT-TRANS-DATE-NUM <= WS-PARM-DATE-HIGH
                   IF CUST-STATUS-CLOSED
                       MOVE 'ACCOUNT CLOSED'
                                       TO   WS-REJ-REASON
                       PERFORM 800-WRITE-REJECT-LN
                       ADD 1 TO WS-CT-CLOSED-REJ-COUNT
                   ELSE
                       MOVE SORT-TRANS-KEY TO WS-HOLD-CHECK-KEY
                       PERFORM 230-CHECK-ACCOUNT-HOLD
                       IF HOLD-FOUND
                           PERFORM 850-WRITE-SUSPENSE-LN
                       ELSE
                           PERFORM 500-WRITE-TRANSACTION-LN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           MOVE 1 TO WS-HOLD-IDX.
           PERFORM UNTIL HOLD-FOUND OR WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HT-KEY(WS-HOLD-IDX) EQUAL WS-HOLD-CHECK-KEY
                  AND WS-HT-EFF-DATE(WS-HOLD-IDX) <= WS-BUS-DATE
                   SET HOLD-FOUND TO TRUE
               ELSE
           MOVE  WS-FMTD-DATE TO WS-SUSP-TITLE-DATE.
           WRITE SUSP-RPT-REC FROM WS-SUSP-TITLE-LN.
           WRITE SUSP-RPT-REC FROM SPACES.
           MOVE  WS-FMTD-DATE TO WS-SWEEP-TITLE-DATE.
           WRITE SWEEP-RPT-REC FROM WS-SWEEP-TITLE-LN.
           WRITE SWEEP-RPT-REC FROM SPACES.
           WRITE SWEEP-RPT-REC FROM WS-SWEEP-HDR-LN.
      *-----------------------------------------------------------------
       400-WRITE-BEG-BAL-LN.
           MOVE  CUST-KEY              TO   WS-CUR-CUST-KEY.
      *-----------------------------------------------------------------
       600-WRITE-END-BAL-LN.
           IF CUST-IN-RANGE
               IF CUST-ACCT-CHECKING AND CUST-OD-PROTECTED
                  AND WS-CUST-RUNNING-BAL < ZERO
                   PERFORM 620-COVER-FROM-SAVINGS
               END-IF
               IF SWEEP-PENDING AND CUST-ACCT-SAVINGS
                  AND CUST-ID EQUAL WS-SWEEP-PEND-ID
                   PERFORM 640-POST-SWEEP-TRANSFER-OUT
               END-IF
               IF WS-CUST-DEBIT-TOTAL NOT EQUAL ZERO
                   MOVE WS-CUST-DEBIT-TOTAL  TO WS-RPT-DEBIT-TOTAL
                   WRITE RPT-REC             FROM WS-RPT-DEBIT-SUB-LN
      *    ADVANCE THE MASTER'S LAST-ACTIVITY DATE TO THE LATEST
      *    TRANSACTION POSTED TO THE ACCOUNT THIS RUN (THE SORT
      *    GUARANTEES THE LAST ONE SEEN IS THE LATEST).
               MOVE 'N'                    TO   WS-MST-CHANGED-FLAG
               IF WS-CUST-TRANS-COUNT > ZERO
                  AND WS-CUST-LAST-ACT > CUST-LAST-ACT-DATE
                   MOVE WS-CUST-LAST-ACT   TO   CUST-LAST-ACT-DATE
                   SET MST-CHANGED         TO   TRUE
               END-IF
      *    A CLOSING ACCOUNT WHOSE PAYOUT HAS BROUGHT IT TO ZERO IS
      *    NOW CLOSED, AND ITS RETENTION PERIOD STARTS TODAY. ONE
      *    STILL HOLDING A BALANCE STAYS CLOSING FOR FOLLOW-UP.
               IF CUST-STATUS-CLOSING
                  AND WS-CUST-RUNNING-BAL EQUAL ZERO
                   MOVE 'X'                TO   CUST-STATUS
                   MOVE WS-BUS-DATE        TO   CUST-CLOSE-DATE
                   SET MST-CHANGED         TO   TRUE
                   ADD 1                   TO   WS-CT-CLOSED-COUNT
               END-IF
               IF MST-CHANGED
                   REWRITE CUST-REC
               END-IF

               PERFORM 950-WRITE-CHECKPOINT
           END-IF.
      *-----------------------------------------------------------------
      *    AN ENROLLED CHECKING ACCOUNT ENDING THE RUN OVERDRAWN IS
      *    COVERED FROM SAVINGS UP TO WHAT SAVINGS CAN FUND. THE
      *    TRANSFER-IN POSTS TO CHECKING NOW; THE MATCHING TRANSFER-
      *    OUT POSTS WHEN THE SAVINGS ACCOUNT IS REACHED. WHATEVER
      *    THE SWEEP CANNOT COVER STAYS OVERDRAWN FOR THE FEE RUN.
      *-----------------------------------------------------------------
       620-COVER-FROM-SAVINGS.
           COMPUTE WS-SWEEP-SHORTFALL = ZERO - WS-CUST-RUNNING-BAL.
           MOVE ZERO                   TO   WS-SWEEP-AMT.
           ADD  1                      TO   WS-SW-OD-COUNT.
           PERFORM 625-FIND-SWEEP-ENTRY.
           EVALUATE TRUE
               WHEN NOT SWEEP-FOUND
                   MOVE 'NO SAVINGS ACCOUNT' TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-UNCOVERED-COUNT
               WHEN ST-SV-MISSING(WS-SWEEP-IDX)
                   MOVE 'NO SAVINGS ACCOUNT' TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-UNCOVERED-COUNT
               WHEN ST-SV-CLOSED(WS-SWEEP-IDX)
                   MOVE 'SAVINGS CLOSED'     TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-UNCOVERED-COUNT
               WHEN ST-SV-HELD(WS-SWEEP-IDX)
                   MOVE 'SAVINGS ON HOLD'    TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-UNCOVERED-COUNT
               WHEN WS-ST-SV-BAL(WS-SWEEP-IDX) NOT > ZERO
                   MOVE 'NO SAVINGS FUNDS'   TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-UNCOVERED-COUNT
               WHEN WS-ST-SV-BAL(WS-SWEEP-IDX) < WS-SWEEP-SHORTFALL
                   MOVE WS-ST-SV-BAL(WS-SWEEP-IDX) TO WS-SWEEP-AMT
                   MOVE 'PARTIAL COVER'      TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-PARTIAL-COUNT
               WHEN OTHER
                   MOVE WS-SWEEP-SHORTFALL   TO WS-SWEEP-AMT
                   MOVE 'COVERED'            TO WS-SWR-DISPOSITION
                   ADD 1 TO WS-SW-COVERED-COUNT
           END-EVALUATE.

           IF WS-SWEEP-AMT > ZERO
               MOVE CUST-ID            TO   WS-SWT-ID
               MOVE CUST-ACCT-TYPE     TO   WS-SWT-ACCT-TYPE
               MOVE 'TI'               TO   WS-SWT-TYPE
               MOVE 'OD XFER FROM SAVINGS' TO WS-SWT-DESC
               MOVE WS-SWEEP-AMT       TO   WS-SWT-AMT
               PERFORM 650-POST-SWEEP-ITEM
               SET  SWEEP-PENDING      TO   TRUE
               MOVE CUST-ID            TO   WS-SWEEP-PEND-ID
               MOVE WS-SWEEP-AMT       TO   WS-SWEEP-PEND-AMT
               ADD  1                  TO   WS-SW-XFER-COUNT
               ADD  WS-SWEEP-AMT       TO   WS-SW-XFER-TOTAL
           END-IF.

           MOVE CUST-ID                TO   WS-SWR-CUST-ID.
           MOVE CUST-NAME              TO   WS-SWR-CUST-NAME.
           MOVE WS-SWEEP-SHORTFALL     TO   WS-SWR-SHORTFALL.
           MOVE WS-SWEEP-AMT           TO   WS-SWR-XFER-AMT.
           SUBTRACT WS-SWEEP-AMT FROM WS-SWEEP-SHORTFALL.
           MOVE WS-SWEEP-SHORTFALL     TO   WS-SWR-UNCOVERED.
           WRITE SWEEP-RPT-REC         FROM WS-SWEEP-DETAIL-LN.
      *-----------------------------------------------------------------
       625-FIND-SWEEP-ENTRY.
           MOVE 'N' TO WS-SWEEP-FOUND-FLAG.
           MOVE 1 TO WS-SWEEP-IDX.
           PERFORM UNTIL SWEEP-FOUND OR WS-SWEEP-IDX > WS-SWEEP-COUNT
               IF WS-ST-CUST-ID(WS-SWEEP-IDX) EQUAL CUST-ID
                   SET SWEEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SWEEP-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE SAVINGS SIDE OF A SWEEP STARTED ON THE CHECKING
      *    ACCOUNT JUST FINISHED.
      *-----------------------------------------------------------------
       640-POST-SWEEP-TRANSFER-OUT.
           MOVE CUST-ID                TO   WS-SWT-ID.
           MOVE CUST-ACCT-TYPE         TO   WS-SWT-ACCT-TYPE.
           MOVE 'TO'                   TO   WS-SWT-TYPE.
           MOVE 'OD XFER TO CHECKING'  TO   WS-SWT-DESC.
           MOVE WS-SWEEP-PEND-AMT      TO   WS-SWT-AMT.
           PERFORM 650-POST-SWEEP-ITEM.
           MOVE 'N'                    TO   WS-SWEEP-PEND-FLAG.
      *-----------------------------------------------------------------
      *    POST ONE SWEEP ITEM THE WAY 500/550 POST AN EDITED ONE:
      *    REPORT LINE, POSTED FILE, HISTORY, AND THE RUN'S DEBIT OR
      *    CREDIT TOTALS SO THE RUN STILL PROVES. IT ALSO GOES TO THE
      *    SWEEP FILE FOR THE STATEMENT RUN. IT IS NOT COUNTED AS AN
      *    EDITED TRANSACTION POSTED, WHICH THE BALANCING PROGRAM
      *    TIES BACK TO THE EDIT, AND IS NOT CUSTOMER ACTIVITY FOR THE
      *    LAST-ACTIVITY DATE.
      *-----------------------------------------------------------------
       650-POST-SWEEP-ITEM.
           MOVE  WS-BUS-DATE-NUM       TO   WS-SWT-DATE.
           MOVE  WS-SWEEP-SERIAL       TO   WS-SWT-SERIAL.
           MOVE  'ODP'                 TO   WS-SWT-BRANCH.

           MOVE  WS-SWT-ID             TO   WS-RPT-TRANS-ID.
           MOVE  WS-BUS-MM             TO   WS-RPT-TRANS-MO.
           MOVE  WS-BUS-DD             TO   WS-RPT-TRANS-DAY.
           MOVE  WS-BUS-YYYY           TO   WS-RPT-TRANS-YR.
           MOVE  WS-SWT-TYPE           TO   WS-RPT-TRANS-TYPE.
           MOVE  WS-SWT-DESC           TO   WS-RPT-TRANS-DESC.
           MOVE  WS-SWT-AMT            TO   WS-RPT-TRANS-AMT.
           WRITE RPT-REC               FROM WS-RPT-TRANS-LN.
           WRITE POSTED-REC            FROM WS-SWEEP-TRANS.
           WRITE SWEEP-REC             FROM WS-SWEEP-TRANS.
           ADD   1                     TO   WS-CUST-TRANS-COUNT.
           IF SWT-XFER-OUT
               SUBTRACT WS-SWT-AMT     FROM WS-CUST-RUNNING-BAL
               ADD      WS-SWT-AMT     TO   WS-CUST-DEBIT-TOTAL
               ADD      WS-SWT-AMT     TO   WS-CT-TOTAL-DEBITS
           ELSE
               ADD      WS-SWT-AMT     TO   WS-CUST-RUNNING-BAL
               ADD      WS-SWT-AMT     TO   WS-CUST-CREDIT-TOTAL
               ADD      WS-SWT-AMT     TO   WS-CT-TOTAL-CREDITS
           END-IF.

           MOVE  WS-SWT-ID             TO   HIST-CUST-ID.
           MOVE  WS-SWT-ACCT-TYPE      TO   HIST-ACCT-TYPE.
           MOVE  WS-SWT-DATE           TO   HIST-TRANS-DATE.
           MOVE  WS-SWT-TYPE           TO   HIST-TRANS-TYPE.
           MOVE  WS-SWT-DESC           TO   HIST-TRANS-DESC.
           MOVE  WS-SWT-AMT            TO   HIST-TRANS-AMT.
           MOVE  WS-BUS-DATE           TO   HIST-POST-DATE.
           MOVE  WS-CUST-RUNNING-BAL   TO   HIST-RUN-BAL.
           MOVE  WS-SWT-SERIAL         TO   HIST-BATCH-SERIAL.
           MOVE  SPACE                 TO   HIST-REV-FLAG.
           MOVE  WS-SWT-BRANCH         TO   HIST-BRANCH.
           WRITE HIST-REC.
      *-----------------------------------------------------------------
       700-PRINT-CONTROL-TOTALS.
           WRITE RPT-REC               FROM WS-RPT-CTL-TITLE-LN.
           MOVE WS-CT-REJECT-COUNT      TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                FROM WS-RPT-CTL-DETAIL-LN.

           MOVE '  AGAINST CLOSED ACCOUNTS' TO WS-RPT-CTL-LABEL.
           MOVE WS-CT-CLOSED-REJ-COUNT     TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                   FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'TRANSACTIONS SUSPENDED' TO WS-RPT-CTL-LABEL.
           MOVE WS-CT-SUSP-COUNT         TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                 FROM WS-RPT-CTL-DETAIL-LN.
           MOVE WS-CT-OD-COUNT          TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'ACCOUNTS CLOSED'       TO WS-RPT-CTL-LABEL.
           MOVE WS-CT-CLOSED-COUNT      TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'OD PROTECTION TRANSFERS' TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-XFER-COUNT          TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                  FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'OD PROTECTION DOLLARS' TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-XFER-TOTAL        TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'TOTAL DEBITS'          TO WS-RPT-CTL-LABEL.
           MOVE WS-CT-TOTAL-DEBITS      TO WS-RPT-CTL-VALUE.
           WRITE RPT-REC                FROM WS-RPT-CTL-DETAIL-LN.
               DISPLAY '*** HELD-ACCOUNT ITEMS SUSPENDED - SEE '
                       'p04-suspense.rpt'
           END-IF.
      *-----------------------------------------------------------------
      *    SWEEP REGISTER TOTALS: ENROLLED ACCOUNTS FOUND OVERDRAWN,
      *    HOW MANY THE SWEEP COVERED IN FULL, IN PART, OR NOT AT ALL,
      *    AND THE DOLLARS MOVED.
      *-----------------------------------------------------------------
       720-PRINT-SWEEP-TOTALS.
           WRITE SWEEP-RPT-REC          FROM SPACES.
           MOVE 'ENROLLED ACCOUNTS OVERDRAWN' TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-OD-COUNT          TO WS-RPT-CTL-VALUE.
           WRITE SWEEP-RPT-REC          FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'COVERED IN FULL'       TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-COVERED-COUNT     TO WS-RPT-CTL-VALUE.
           WRITE SWEEP-RPT-REC          FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'COVERED IN PART'       TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-PARTIAL-COUNT     TO WS-RPT-CTL-VALUE.
           WRITE SWEEP-RPT-REC          FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'SAVINGS COULD NOT COVER' TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-UNCOVERED-COUNT     TO WS-RPT-CTL-VALUE.
           WRITE SWEEP-RPT-REC            FROM WS-RPT-CTL-DETAIL-LN.

           MOVE 'TOTAL TRANSFERRED'     TO WS-RPT-CTL-LABEL.
           MOVE WS-SW-XFER-TOTAL        TO WS-RPT-CTL-VALUE.
           WRITE SWEEP-RPT-REC          FROM WS-RPT-CTL-DETAIL-LN.

           IF WS-SW-OD-COUNT NOT EQUAL ZERO
               DISPLAY '*** OD PROTECTION SWEEP - SEE p04-od-sweep.rpt'
           END-IF.
      *-----------------------------------------------------------------
      *    WS-REJ-REASON CARRIES THE REASON SET BY THE CALLER.
      *-----------------------------------------------------------------
       800-WRITE-REJECT-LN.
           MOVE  SORT-TRANS-ID         TO   WS-REJ-TRANS-ID.
           MOVE  SORT-TRANS-YR         TO   WS-REJ-TRANS-YR.
           MOVE  SORT-TRANS-DESC       TO   WS-REJ-TRANS-DESC.
           MOVE  SORT-TRANS-AMT        TO   WS-REJ-TRANS-AMT.
           WRITE REJECT-REC            FROM WS-REJECT-LN.
           ADD   1                     TO   WS-CT-REJECT-COUNT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    RECORD A RESTART POINT EVERY WS-CHECKPOINT-INTERVAL
      *    CUSTOMERS SO AN OVERNIGHT FAILURE DOES NOT COST THE WHOLE
      *    BATCH WINDOW ON RERUN. NO RESTART POINT IS TAKEN BETWEEN
      *    THE TWO HALVES OF A SWEEP, OR A RESTART WOULD LOSE THE
      *    SAVINGS SIDE.
      *-----------------------------------------------------------------
       950-WRITE-CHECKPOINT.
           ADD  1 TO WS-CHECKPOINT-COUNTER.
               GIVING    WS-CKPT-DIV-QUOT
               REMAINDER WS-CKPT-DIV-REM.
           IF WS-CKPT-DIV-REM EQUAL ZERO
              AND NOT SWEEP-PENDING
               MOVE WS-CUR-CUST-KEY       TO CKPT-CUST-KEY
               MOVE WS-CUST-RUNNING-BAL   TO CKPT-END-BAL
               WRITE CHECKPOINT-REC
