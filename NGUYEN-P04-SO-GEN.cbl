      ******************************************************************
      *PROGRAM : PROJECT 4   STANDING ORDER GENERATION                 *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Nightly run ahead of the edit. Sweeps the standing-   *
      *          order file for orders in force that are due on or     *
      *          before the business date and generates each one as    *
      *          transactions dated the business date - a TO/TI pair   *
      *          for a transfer to the customer's other account, a WD  *
      *          for a payment out (paid to the payee by               *
      *          NGUYEN-P04-ACH-ORIG once it posts) - wrapped as one   *
      *          balanced batch (serial 2 plus the last five digits of *
      *          the business date, branch STO) for the edit. The      *
      *          order's next due date then moves on by its frequency, *
      *          and an order past its end date is ended. An           *
      *          occurrence due on a weekend, or whose funding account *
      *          (or, for a transfer, receiving account) is held, or   *
      *          whose funding account is short of funds, is rolled to *
      *          the next business night or skipped, as the order's    *
      *          own rule says; a rolled occurrence still unpaid when  *
      *          the next one falls due is skipped. Every one of these *
      *          prints on the exceptions listing, as does an order    *
      *          ended because one of its accounts is no longer open.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-SO-GEN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SO-FILE
                                ASSIGN TO 'p04-stand-ord.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS SO-KEY.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL HOLD-FILE
                                ASSIGN TO 'p04-holds.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-OUT     ASSIGN TO 'p04-trans-sto.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-RPT       ASSIGN TO 'p04-so-gen.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-RPT      ASSIGN TO 'p04-so-except.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
       COPY P04-SO-REC.

       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  HOLD-FILE.
       COPY P04-HOLD-REC.

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  TRANS-OUT.
       01  TRANS-OUT-REC                   PIC X(53).

       FD  GEN-RPT.
       01  GEN-RPT-REC                     PIC X(80).

       FD  EXCP-RPT.
       01  EXCP-RPT-REC                    PIC X(80).

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-DAY-NUM-WS.
       COPY P04-TRANS-REC.
       COPY P04-BATCH-REC.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  WS-TITLE-TEXT               PIC X(42).
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-GEN-HDR-LN.
           03  FILLER               PIC X(15) VALUE '  ORDER'.
           03  FILLER               PIC X(10) VALUE 'TYPE'.
           03  FILLER               PIC X(19) VALUE 'DESTINATION'.
           03  FILLER               PIC X(10) VALUE 'DUE DATE'.
           03  FILLER               PIC X(11) VALUE '   AMOUNT'.
           03  FILLER               PIC X(15) VALUE SPACES.

       01  WS-GEN-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-ORDER.
               05  WS-GD-CUST-ID           PIC X(5).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-GD-ACCT-TYPE         PIC X(2).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-GD-SEQ               PIC 9(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-TYPE                  PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-DEST                  PIC X(17).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-DUE-DATE              PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-AMOUNT                PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-NOTE                  PIC X(15).

       01  WS-EXCP-HDR-LN.
           03  FILLER               PIC X(15) VALUE '  ORDER'.
           03  FILLER               PIC X(10) VALUE 'DUE DATE'.
           03  FILLER               PIC X(11) VALUE '   AMOUNT'.
           03  FILLER               PIC X(22) VALUE 'REASON'.
           03  FILLER               PIC X(22) VALUE 'ACTION'.

       01  WS-EXCP-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-XD-ORDER.
               05  WS-XD-CUST-ID           PIC X(5).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-XD-ACCT-TYPE         PIC X(2).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-XD-SEQ               PIC 9(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-XD-DUE-DATE              PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-XD-AMOUNT                PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-XD-REASON                PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-XD-ACTION                PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.

       01  WS-SG-SUMMARY-LN.
           03  WS-SG-SUM-LABEL             PIC X(30).
           03  WS-SG-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-SG-AMT-SUMMARY-LN.
           03  WS-SG-AMT-LABEL             PIC X(30).
           03  WS-SG-AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-HOLD-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HOLD-FILE                           VALUE 'Y'.
           03  WS-SWEEP-EOF-FLAG           PIC X           VALUE 'N'.
               88  SWEEP-EOF                               VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-HOLD-FOUND-FLAG          PIC X           VALUE 'N'.
               88  HOLD-FOUND                              VALUE 'Y'.
           03  WS-DEST-HOLD-FLAG           PIC X           VALUE 'N'.
               88  DEST-HOLD-FOUND                         VALUE 'Y'.
           03  WS-WEEKEND-FLAG             PIC X           VALUE 'N'.
               88  DUE-ON-WEEKEND                          VALUE 'Y'.
           03  WS-SOURCE-FLAG              PIC X           VALUE 'N'.
               88  SOURCE-OPEN                             VALUE 'Y'.
           03  WS-DEST-FLAG                PIC X           VALUE 'N'.
               88  DEST-OPEN                               VALUE 'Y'.

      *-----------------------------------------------------------------
      *    HOLDS IN EFFECT ON THE BUSINESS DATE, AS THE POSTING RUN
      *    WILL APPLY THEM TONIGHT.
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           03  WS-HOLD-MAX                 PIC 9(3)        VALUE 200.
           03  WS-HOLD-COUNT               PIC 9(3)        VALUE ZERO.
           03  WS-HOLD-IDX                 PIC 9(3)        VALUE ZERO.
           03  WS-HOLD-ENTRY OCCURS 200 TIMES.
               05  WS-HT-KEY               PIC X(7).
           03  WS-DEST-HOLD-KEY.
               05  WS-DH-CUST-ID           PIC X(5).
               05  WS-DH-ACCT-TYPE         PIC X(2).

      *-----------------------------------------------------------------
      *    WHAT IS LEFT IN THE FUNDING ACCOUNT AFTER TONIGHT'S EARLIER
      *    ORDERS ON IT. THE FILE IS READ IN KEY ORDER, SO ALL ORDERS
      *    ON ONE ACCOUNT COME TOGETHER.
      *-----------------------------------------------------------------
       01  WS-AVAIL-WORK.
           03  WS-AVAIL-KEY                PIC X(7)        VALUE SPACES.
           03  WS-AVAIL-AMT                PIC S9(7)V99    VALUE ZERO.

       01  WS-OCC-WORK.
           03  WS-NEXT-OCC                 PIC 9(8)        VALUE ZERO.
           03  WS-OCC-DATE.
               05  WS-OCC-YYYY             PIC 9(4).
               05  WS-OCC-MM               PIC 9(2).
               05  WS-OCC-DD               PIC 9(2).
           03  WS-OCC-DATE-NUM REDEFINES WS-OCC-DATE
                                           PIC 9(8).
           03  WS-ADD-MONTHS               PIC 9(2)        VALUE ZERO.
           03  WS-MONTH-INDEX              PIC 9(6)        VALUE ZERO.
           03  WS-MONTH-REM                PIC 9(2)        VALUE ZERO.

       01  WS-SO-DESC.
           03  WS-SD-TEXT                  PIC X(18).
           03  WS-SD-SEQ                   PIC 9(2).

       01  WS-MISC-VARS.
           03  WS-BATCH-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(3)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.

       01  WS-SG-COUNTS.
           03  WS-SG-DUE-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-SG-PAID-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-XFER-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-PMT-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-SG-ROLL-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-SKIP-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-ENDED-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SG-EXCP-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-ITEM-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SG-ITEM-AMT              PIC 9(11)V99    VALUE ZERO.
           03  WS-SG-CREDIT-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-SG-DEBIT-AMT             PIC 9(9)V99     VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 160-LOAD-HOLDS.
           OPEN I-O    SO-FILE.
           OPEN INPUT  CUST-MST.
           OPEN OUTPUT TRANS-OUT.
           OPEN OUTPUT GEN-RPT.
           OPEN OUTPUT EXCP-RPT.

           DISPLAY 'Project 4 - Standing Order Generation - '
                   'David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 190-WRITE-BATCH-HDR.
           MOVE LOW-VALUES TO SO-KEY.
           START SO-FILE KEY NOT < SO-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM 200-PROCESS-ONE-ORDER UNTIL SWEEP-EOF.
           PERFORM 600-WRITE-BATCH-TRAILER.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of standing order generation run'.

           CLOSE SO-FILE
                 CUST-MST
                 TRANS-OUT
                 GEN-RPT
                 EXCP-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
       160-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           PERFORM UNTIL EOF-HOLD-FILE
               READ HOLD-FILE
                   AT END
                       SET EOF-HOLD-FILE TO TRUE
                   NOT AT END
                       IF HOLD-EFF-DATE <= WS-BUS-DATE-NUM
                           IF WS-HOLD-COUNT < WS-HOLD-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HOLD-KEY
                                 TO WS-HT-KEY(WS-HOLD-COUNT)
                           ELSE
                               DISPLAY '*** HOLD TABLE FULL - '
                                       'RUN STOPPED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
      *-----------------------------------------------------------------
      *    OPEN THE STANDING-ORDER BATCH. THE SERIAL IS 2 PLUS THE LAST
      *    FIVE DIGITS OF THE BUSINESS DATE, CLEAR OF THE ACH
      *    TRANSLATOR (0XXXXX), DISPUTE (1XXXXX), MAINTENANCE (3XXXXX),
      *    SWEEP (4XXXXX), CLOSURE (5XXXXX), FEE (6XXXXX), BACKOUT
      *    (7XXXXX), SUSPENSE RELEASE (8XXXXX) AND INTEREST (9XXXXX)
      *    SERIALS.
      *-----------------------------------------------------------------
       190-WRITE-BATCH-HDR.
           DIVIDE WS-BUS-DATE-NUM BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           COMPUTE WS-BATCH-SERIAL = 200000 + WS-SER-DIV-REM.
           MOVE SPACES          TO BATCH-HDR-REC.
           MOVE 'BH'            TO BH-REC-TYPE.
           MOVE WS-BATCH-SERIAL TO BH-SERIAL.
           MOVE 'STO'           TO BH-BRANCH.
           MOVE WS-BUS-DATE     TO BH-BUS-DATE.
           WRITE TRANS-OUT-REC  FROM BATCH-HDR-REC.
      *-----------------------------------------------------------------
      *    ONLY AN ORDER IN FORCE AND DUE BY TONIGHT IS WORKED. THE
      *    CHECKS RUN IN ORDER: AN ACCOUNT NO LONGER OPEN ENDS THE
      *    ORDER; A WEEKEND DUE DATE UNDER THE SKIP RULE SKIPS IT; A
      *    HOLD ON EITHER ACCOUNT OF A TRANSFER, OR A SHORTFALL, ROLLS
      *    OR SKIPS IT BY THE ORDER'S RULE.
      *    ANYTHING ELSE IS PAID TONIGHT - A WEEKEND DUE DATE UNDER
      *    THE ROLL RULE IS PAID ON THIS, THE NEXT BUSINESS NIGHT.
      *-----------------------------------------------------------------
       200-PROCESS-ONE-ORDER.
           READ SO-FILE NEXT RECORD
               AT END
                   SET SWEEP-EOF TO TRUE
           END-READ.
           IF NOT SWEEP-EOF
              AND SO-ACTIVE
              AND SO-NEXT-DUE-DATE <= WS-BUS-DATE-NUM
               ADD 1 TO WS-SG-DUE-COUNT
               PERFORM 560-FIND-NEXT-OCCURRENCE
               PERFORM 220-CHECK-WEEKEND
               PERFORM 230-CHECK-ACCOUNTS
               PERFORM 240-CHECK-HOLD
               EVALUATE TRUE
                   WHEN NOT SOURCE-OPEN
                       MOVE 'SOURCE ACCT NOT OPEN' TO WS-XD-REASON
                       PERFORM 490-END-ORDER
                   WHEN SO-DEST-XFER AND NOT DEST-OPEN
                       MOVE 'DEST ACCT NOT OPEN'   TO WS-XD-REASON
                       PERFORM 490-END-ORDER
                   WHEN DUE-ON-WEEKEND AND SO-RULE-SKIP
                       MOVE 'WEEKEND DUE DATE'     TO WS-XD-REASON
                       MOVE 'SKIPPED'              TO WS-XD-ACTION
                       PERFORM 480-SKIP-OCCURRENCE
                   WHEN HOLD-FOUND
                       MOVE 'SOURCE ACCT ON HOLD'  TO WS-XD-REASON
                       PERFORM 470-ROLL-OR-SKIP
                   WHEN DEST-HOLD-FOUND
                       MOVE 'DEST ACCT ON HOLD'    TO WS-XD-REASON
                       PERFORM 470-ROLL-OR-SKIP
                   WHEN WS-AVAIL-AMT < SO-AMOUNT
                       MOVE 'INSUFFICIENT FUNDS'   TO WS-XD-REASON
                       PERFORM 470-ROLL-OR-SKIP
                   WHEN OTHER
                       PERFORM 400-PAY-OCCURRENCE
               END-EVALUATE
               REWRITE SO-REC
           END-IF.
      *-----------------------------------------------------------------
       220-CHECK-WEEKEND.
           MOVE 'N'              TO WS-WEEKEND-FLAG.
           MOVE SO-NEXT-DUE-DATE TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           IF DN-WEEKEND
               SET DUE-ON-WEEKEND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    THE FUNDING ACCOUNT'S BALANCE IS TAKEN THE FIRST TIME ONE
      *    OF ITS ORDERS COMES UP AND DRAWN DOWN BY EACH ORDER PAID.
      *-----------------------------------------------------------------
       230-CHECK-ACCOUNTS.
           MOVE 'N'                 TO WS-SOURCE-FLAG
                                       WS-DEST-FLAG.
           MOVE SO-CUST-KEY         TO CUST-KEY.
           PERFORM 410-READ-MASTER-BY-KEY.
           IF KEY-FOUND AND CUST-STATUS-OPEN
               SET SOURCE-OPEN TO TRUE
               IF SO-CUST-KEY NOT EQUAL WS-AVAIL-KEY
                   MOVE SO-CUST-KEY TO WS-AVAIL-KEY
                   MOVE CUST-BAL    TO WS-AVAIL-AMT
               END-IF
           END-IF.
           IF SO-DEST-XFER
               MOVE SO-CUST-ID        TO CUST-ID
               MOVE SO-DEST-ACCT-TYPE TO CUST-ACCT-TYPE
               PERFORM 410-READ-MASTER-BY-KEY
               IF KEY-FOUND AND CUST-STATUS-OPEN
                   SET DEST-OPEN TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE FUNDING ACCOUNT IS LOOKED UP FOR EVERY ORDER; THE
      *    RECEIVING ACCOUNT OF A TRANSFER TOO, SINCE A HOLD STOPS THE
      *    TI LEG POSTING AS SURELY AS IT STOPS THE TO LEG.
      *-----------------------------------------------------------------
       240-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
                       WS-DEST-HOLD-FLAG.
           MOVE SO-CUST-ID        TO WS-DH-CUST-ID.
           MOVE SO-DEST-ACCT-TYPE TO WS-DH-ACCT-TYPE.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HT-KEY(WS-HOLD-IDX) EQUAL SO-CUST-KEY
                   SET HOLD-FOUND TO TRUE
               END-IF
               IF SO-DEST-XFER
                  AND WS-HT-KEY(WS-HOLD-IDX) EQUAL WS-DEST-HOLD-KEY
                   SET DEST-HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           MOVE  'STANDING ORDER GENERATION REGISTER'
                              TO WS-TITLE-TEXT.
           WRITE GEN-RPT-REC  FROM WS-TITLE-LN.
           WRITE GEN-RPT-REC  FROM SPACES.
           WRITE GEN-RPT-REC  FROM WS-GEN-HDR-LN.
           MOVE  'STANDING ORDER EXCEPTIONS LISTING'
                              TO WS-TITLE-TEXT.
           WRITE EXCP-RPT-REC FROM WS-TITLE-LN.
           WRITE EXCP-RPT-REC FROM SPACES.
           WRITE EXCP-RPT-REC FROM WS-EXCP-HDR-LN.
      *-----------------------------------------------------------------
      *    A TRANSFER IS A TO ON THE FUNDING ACCOUNT AND A TI ON THE
      *    RECEIVING ONE; A PAYMENT IS A WD. THE DESCRIPTION CARRIES
      *    THE ORDER NUMBER SO ACH ORIGINATION CAN FIND THE PAYEE.
      *-----------------------------------------------------------------
       400-PAY-OCCURRENCE.
           IF DUE-ON-WEEKEND
               MOVE 'WEEKEND DUE DATE'     TO WS-XD-REASON
               MOVE 'ROLLED - PAID'      TO WS-XD-ACTION
               PERFORM 500-WRITE-EXCEPTION
           END-IF.
           MOVE SO-SEQ                 TO WS-SD-SEQ.
           MOVE SO-CUST-ID             TO WS-GD-CUST-ID.
           MOVE SO-ACCT-TYPE           TO WS-GD-ACCT-TYPE.
           MOVE SO-SEQ                 TO WS-GD-SEQ.
           MOVE SO-NEXT-DUE-DATE       TO WS-GD-DUE-DATE.
           MOVE SO-AMOUNT              TO WS-GD-AMOUNT.
           MOVE SPACES                 TO WS-GD-DEST
                                          WS-GD-NOTE.
           IF SO-DEST-XFER
               MOVE 'STANDING ORDER XFR' TO WS-SD-TEXT
               MOVE SO-CUST-ID         TO TRANS-ID
               MOVE SO-ACCT-TYPE       TO TRANS-ACCT-TYPE
               MOVE 'TO'               TO TRANS-TYPE
               PERFORM 420-WRITE-ITEM
               ADD SO-AMOUNT           TO WS-SG-DEBIT-AMT
               MOVE SO-CUST-ID         TO TRANS-ID
               MOVE SO-DEST-ACCT-TYPE  TO TRANS-ACCT-TYPE
               MOVE 'TI'               TO TRANS-TYPE
               PERFORM 420-WRITE-ITEM
               ADD SO-AMOUNT           TO WS-SG-CREDIT-AMT
               ADD 1                   TO WS-SG-XFER-COUNT
               MOVE 'TRANSFER'         TO WS-GD-TYPE
               STRING 'TO '            DELIMITED BY SIZE
                      SO-DEST-ACCT-TYPE DELIMITED BY SIZE
                      INTO WS-GD-DEST
           ELSE
               MOVE 'STANDING ORDER PMT' TO WS-SD-TEXT
               MOVE SO-CUST-ID         TO TRANS-ID
               MOVE SO-ACCT-TYPE       TO TRANS-ACCT-TYPE
               MOVE 'WD'               TO TRANS-TYPE
               PERFORM 420-WRITE-ITEM
               ADD SO-AMOUNT           TO WS-SG-DEBIT-AMT
               ADD 1                   TO WS-SG-PMT-COUNT
               MOVE 'PAYMENT'          TO WS-GD-TYPE
               MOVE SO-DEST-ACCOUNT    TO WS-GD-DEST
           END-IF.
           ADD 1                       TO WS-SG-PAID-COUNT.
           SUBTRACT SO-AMOUNT          FROM WS-AVAIL-AMT.
           MOVE WS-BUS-DATE-NUM        TO SO-LAST-GEN-DATE.
           PERFORM 520-ADVANCE-ORDER.
           IF SO-ENDED
               MOVE 'FINAL PAYMENT'    TO WS-GD-NOTE
           END-IF.
           WRITE GEN-RPT-REC           FROM WS-GEN-DETAIL-LN.
      *-----------------------------------------------------------------
       410-READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    THE CALLER HAS SET THE ACCOUNT AND TYPE.
      *-----------------------------------------------------------------
       420-WRITE-ITEM.
           MOVE WS-BUS-YYYY      TO TRANS-YR.
           MOVE WS-BUS-MM        TO TRANS-MO.
           MOVE WS-BUS-DD        TO TRANS-DAY.
           MOVE WS-SO-DESC       TO TRANS-DESC.
           MOVE SO-AMOUNT        TO TRANS-AMT.
           MOVE WS-BATCH-SERIAL  TO TRANS-BATCH-SERIAL.
           MOVE 'STO'            TO TRANS-BRANCH.
           WRITE TRANS-OUT-REC   FROM TRANS-REC.
           ADD 1                 TO WS-SG-ITEM-COUNT.
           ADD SO-AMOUNT         TO WS-SG-ITEM-AMT.
      *-----------------------------------------------------------------
      *    A ROLLED OCCURRENCE KEEPS ITS DUE DATE AND IS TRIED AGAIN
      *    NEXT BUSINESS NIGHT - UNLESS THE NEXT OCCURRENCE IS ALREADY
      *    DUE, WHEN IT IS SKIPPED RATHER THAN LET TWO PILE UP.
      *-----------------------------------------------------------------
       470-ROLL-OR-SKIP.
           IF SO-RULE-ROLL
              AND WS-NEXT-OCC > WS-BUS-DATE-NUM
               MOVE 'ROLLED TO NEXT NIGHT' TO WS-XD-ACTION
               ADD 1 TO WS-SG-ROLL-COUNT
               PERFORM 500-WRITE-EXCEPTION
           ELSE
               IF SO-RULE-ROLL
                   MOVE 'SKIPPED - ROLL LIMIT' TO WS-XD-ACTION
               ELSE
                   MOVE 'SKIPPED'              TO WS-XD-ACTION
               END-IF
               PERFORM 480-SKIP-OCCURRENCE
           END-IF.
      *-----------------------------------------------------------------
       480-SKIP-OCCURRENCE.
           ADD 1 TO WS-SG-SKIP-COUNT.
           PERFORM 500-WRITE-EXCEPTION.
           PERFORM 520-ADVANCE-ORDER.
      *-----------------------------------------------------------------
       490-END-ORDER.
           MOVE 'ORDER ENDED'         TO WS-XD-ACTION.
           PERFORM 500-WRITE-EXCEPTION.
           MOVE 'E'                   TO SO-STATUS.
           ADD 1 TO WS-SG-ENDED-COUNT.
      *-----------------------------------------------------------------
      *    THE CALLER HAS SET THE REASON AND THE ACTION TAKEN.
      *-----------------------------------------------------------------
       500-WRITE-EXCEPTION.
           MOVE SO-CUST-ID            TO WS-XD-CUST-ID.
           MOVE SO-ACCT-TYPE          TO WS-XD-ACCT-TYPE.
           MOVE SO-SEQ                TO WS-XD-SEQ.
           MOVE SO-NEXT-DUE-DATE      TO WS-XD-DUE-DATE.
           MOVE SO-AMOUNT             TO WS-XD-AMOUNT.
           WRITE EXCP-RPT-REC         FROM WS-EXCP-DETAIL-LN.
           ADD 1 TO WS-SG-EXCP-COUNT.
      *-----------------------------------------------------------------
      *    MOVE THE ORDER ON TO ITS NEXT OCCURRENCE; ONE THAT WOULD
      *    FALL AFTER THE END DATE ENDS THE ORDER INSTEAD.
      *-----------------------------------------------------------------
       520-ADVANCE-ORDER.
           MOVE WS-NEXT-OCC TO SO-NEXT-DUE-DATE.
           IF SO-END-DATE > ZERO
              AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               ADD 1 TO WS-SG-ENDED-COUNT
           END-IF.
      *-----------------------------------------------------------------
      *    THE OCCURRENCE AFTER THE ONE NOW DUE. WEEKLY ORDERS STEP BY
      *    DAYS. MONTH-BASED ORDERS STEP BY MONTHS AND LAND ON THE
      *    ORDER'S DAY OF THE MONTH, OR THE LAST DAY OF A SHORTER
      *    MONTH - FOUND AS THE DAY BEFORE THE FIRST OF THE MONTH
      *    AFTER.
      *-----------------------------------------------------------------
       560-FIND-NEXT-OCCURRENCE.
           MOVE SO-NEXT-DUE-DATE TO WS-DN-DATE-NUM.
           EVALUATE TRUE
               WHEN SO-FREQ-WEEKLY
                   PERFORM 710-CALC-DAY-NUMBER
                   ADD 7  TO WS-DN-DAY-NUMBER
                   PERFORM 720-CALC-DATE
                   MOVE WS-DN-DATE-NUM TO WS-NEXT-OCC
               WHEN SO-FREQ-BIWEEKLY
                   PERFORM 710-CALC-DAY-NUMBER
                   ADD 14 TO WS-DN-DAY-NUMBER
                   PERFORM 720-CALC-DATE
                   MOVE WS-DN-DATE-NUM TO WS-NEXT-OCC
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN SO-FREQ-QUARTERLY
                           MOVE 3  TO WS-ADD-MONTHS
                       WHEN SO-FREQ-ANNUAL
                           MOVE 12 TO WS-ADD-MONTHS
                       WHEN OTHER
                           MOVE 1  TO WS-ADD-MONTHS
                   END-EVALUATE
                   COMPUTE WS-MONTH-INDEX =
                       WS-DN-YYYY * 12 + WS-DN-MM - 1 + WS-ADD-MONTHS
                   DIVIDE WS-MONTH-INDEX BY 12
                       GIVING    WS-OCC-YYYY
                       REMAINDER WS-MONTH-REM
                   COMPUTE WS-OCC-MM = WS-MONTH-REM + 1
                   ADD 1 TO WS-MONTH-INDEX
                   DIVIDE WS-MONTH-INDEX BY 12
                       GIVING    WS-DN-YYYY
                       REMAINDER WS-MONTH-REM
                   COMPUTE WS-DN-MM = WS-MONTH-REM + 1
                   MOVE 1 TO WS-DN-DD
                   PERFORM 710-CALC-DAY-NUMBER
                   SUBTRACT 1 FROM WS-DN-DAY-NUMBER
                   PERFORM 720-CALC-DATE
                   IF SO-DUE-DAY < WS-DN-DD
                       MOVE SO-DUE-DAY TO WS-OCC-DD
                   ELSE
                       MOVE WS-DN-DD   TO WS-OCC-DD
                   END-IF
                   MOVE WS-OCC-DATE-NUM TO WS-NEXT-OCC
           END-EVALUATE.
      *-----------------------------------------------------------------
       600-WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-TRL-REC.
           MOVE 'BT'               TO BT-REC-TYPE.
           MOVE WS-SG-ITEM-COUNT   TO BT-REC-COUNT.
           MOVE WS-SG-ITEM-AMT     TO BT-AMT-HASH.
           WRITE TRANS-OUT-REC     FROM BATCH-TRL-REC.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE GEN-RPT-REC                 FROM SPACES.
           MOVE 'ORDERS DUE'                    TO WS-SG-SUM-LABEL.
           MOVE WS-SG-DUE-COUNT                 TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'ORDERS PAID'                   TO WS-SG-SUM-LABEL.
           MOVE WS-SG-PAID-COUNT                TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE '  TRANSFERS'                   TO WS-SG-SUM-LABEL.
           MOVE WS-SG-XFER-COUNT                TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE '  PAYMENTS OUT'                TO WS-SG-SUM-LABEL.
           MOVE WS-SG-PMT-COUNT                 TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'OCCURRENCES ROLLED'            TO WS-SG-SUM-LABEL.
           MOVE WS-SG-ROLL-COUNT                TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'OCCURRENCES SKIPPED'           TO WS-SG-SUM-LABEL.
           MOVE WS-SG-SKIP-COUNT                TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'ORDERS ENDED'                  TO WS-SG-SUM-LABEL.
           MOVE WS-SG-ENDED-COUNT               TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'BATCH ITEMS WRITTEN'           TO WS-SG-SUM-LABEL.
           MOVE WS-SG-ITEM-COUNT                TO WS-SG-SUM-VALUE.
           WRITE GEN-RPT-REC                    FROM WS-SG-SUMMARY-LN.

           MOVE 'CREDIT DOLLARS (TI)'           TO WS-SG-AMT-LABEL.
           MOVE WS-SG-CREDIT-AMT                TO WS-SG-AMT-VALUE.
           WRITE GEN-RPT-REC              FROM WS-SG-AMT-SUMMARY-LN.

           MOVE 'DEBIT DOLLARS (TO/WD)'         TO WS-SG-AMT-LABEL.
           MOVE WS-SG-DEBIT-AMT                 TO WS-SG-AMT-VALUE.
           WRITE GEN-RPT-REC              FROM WS-SG-AMT-SUMMARY-LN.

           WRITE EXCP-RPT-REC                FROM SPACES.
           MOVE 'EXCEPTIONS LISTED'             TO WS-SG-SUM-LABEL.
           MOVE WS-SG-EXCP-COUNT                TO WS-SG-SUM-VALUE.
           WRITE EXCP-RPT-REC                   FROM WS-SG-SUMMARY-LN.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       720-CALC-DATE.
           COPY P04-DAY-NUM-DATE.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE: ORDERS DUE IN, ORDERS
      *    PAID OUT, SKIPPED OCCURRENCES AS REJECTS, ROLLED ONES AS
      *    SUSPENDED, AND THE CREDIT AND DEBIT DOLLARS GENERATED.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'STO'                  TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-SG-DUE-COUNT        TO RC-IN-COUNT.
           MOVE WS-SG-PAID-COUNT       TO RC-OUT-COUNT.
           MOVE WS-SG-SKIP-COUNT       TO RC-REJECT-COUNT.
           MOVE WS-SG-ROLL-COUNT       TO RC-SUSP-COUNT.
           MOVE WS-SG-CREDIT-AMT       TO RC-DOLLAR-1.
           MOVE WS-SG-DEBIT-AMT        TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
