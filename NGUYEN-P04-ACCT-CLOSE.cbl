      ******************************************************************
      *PROGRAM : PROJECT 4   ACCOUNT CLOSURE AND CLOSED-ACCOUNT PURGE  *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Works the night's close-request cards against the     *
      *          indexed master. An account under a hold, or with      *
      *          future-dated items still in the edit's warehouse, is  *
      *          refused, as is one that is overdrawn or already       *
      *          closing. An accepted account with money in it gets a  *
      *          final payout WD for the whole balance, wrapped as one *
      *          batch (serial 5 plus the last five digits of the      *
      *          business date, branch CLS) for the next edit, and is  *
      *          marked closing; the posting run marks it closed once  *
      *          the WD brings it to zero, and NGUYEN-P04-ACH-ORIG     *
      *          pays the WD out by outgoing ACH or lists it for an    *
      *          official check. A zero-balance account closes at      *
      *          once. Closed accounts stay on the master until the    *
      *          retention period on the parameter card has run, and   *
      *          are then purged by this same run. Runs ahead of the   *
      *          master maintenance step so the MAINT master count     *
      *          reflects the purge.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-ACCT-CLOSE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-KEY.
           SELECT CLOSE-REQ     ASSIGN TO 'p04-close-req.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-PARM
                                ASSIGN TO 'p04-close-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
                                ASSIGN TO 'p04-holds.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FUTURE-FILE
                                ASSIGN TO 'p04-trans-future.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-IN       ASSIGN TO 'p04-acct-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-OUT     ASSIGN TO 'p04-trans-close.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-RPT     ASSIGN TO 'p04-acct-close.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

      *-----------------------------------------------------------------
      *    ONE CARD PER ACCOUNT TO CLOSE, WITH HOW THE CUSTOMER WANTS
      *    THE FINAL BALANCE: AN OFFICIAL CHECK, OR AN ACH CREDIT TO
      *    THE OUTSIDE ACCOUNT ON THE CROSS-REFERENCE.
      *-----------------------------------------------------------------
       FD  CLOSE-REQ.
       01  CLOSE-REQ-REC.
           03  CR-CUST-KEY.
               05  CR-CUST-ID              PIC X(5).
               05  CR-ACCT-TYPE            PIC X(2).
           03  CR-PAYOUT-METHOD            PIC X(1).
               88  CR-PAYOUT-CHECK                     VALUE 'C'.
               88  CR-PAYOUT-ACH                       VALUE 'A'.

      *-----------------------------------------------------------------
      *    MONTHS A CLOSED ACCOUNT IS KEPT ON THE MASTER BEFORE IT IS
      *    PURGED.
      *-----------------------------------------------------------------
       FD  CLOSE-PARM.
       01  CLOSE-PARM-REC.
           03  PARM-RETAIN-MONTHS          PIC 9(3).
           03  FILLER                      PIC X(77).

       FD  HOLD-FILE.
       COPY P04-HOLD-REC.

      *-----------------------------------------------------------------
      *    THE EDIT'S FUTURE-DATED WAREHOUSE, IN CLEAN-TRANSACTION
      *    FORMAT; ONLY THE ACCOUNT KEY IS NEEDED HERE.
      *-----------------------------------------------------------------
       FD  FUTURE-FILE.
       01  FUTURE-REC.
           03  FUT-KEY                     PIC X(7).
           03  FILLER                      PIC X(46).

       FD  XREF-IN.
       01  XREF-REC.
           03  XR-ROUTING                  PIC 9(9).
           03  XR-ACCOUNT                  PIC X(17).
           03  XR-CUST-KEY                 PIC X(7).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  TRANS-OUT.
       01  TRANS-OUT-REC                   PIC X(53).

       FD  CLOSE-RPT.
       01  CLOSE-RPT-REC                   PIC X(80).

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-TRANS-REC.
       COPY P04-BATCH-REC.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'ACCOUNT CLOSURE REGISTER'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-CLOSE-HDR-LN.
           03  FILLER               PIC X(11) VALUE '  CUST KEY'.
           03  FILLER               PIC X(22) VALUE 'NAME'.
           03  FILLER               PIC X(12) VALUE '   BALANCE'.
           03  FILLER               PIC X(8)  VALUE 'PAYOUT'.
           03  FILLER               PIC X(27) VALUE 'DISPOSITION'.

       01  WS-CLOSE-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CD-CUST-KEY              PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CD-CUST-NAME             PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CD-BALANCE               PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CD-PAYOUT                PIC X(6).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CD-DISPOSITION           PIC X(27).

       01  WS-CLOSE-MSG-LN.
           03  WS-CM-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-CL-SUMMARY-LN.
           03  WS-CL-SUM-LABEL             PIC X(30).
           03  WS-CL-SUM-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-REQ-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-CLOSE-REQ                           VALUE 'Y'.
           03  WS-HOLD-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HOLD-FILE                           VALUE 'Y'.
           03  WS-FUT-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-FUTURE                              VALUE 'Y'.
           03  WS-XREF-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-XREF                                VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-HOLD-FOUND-FLAG          PIC X           VALUE 'N'.
               88  HOLD-FOUND                              VALUE 'Y'.
           03  WS-FUT-FOUND-FLAG           PIC X           VALUE 'N'.
               88  FUTURE-FOUND                            VALUE 'Y'.
           03  WS-XREF-FOUND-FLAG          PIC X           VALUE 'N'.
               88  XREF-FOUND                              VALUE 'Y'.
           03  WS-SWEEP-EOF-FLAG           PIC X           VALUE 'N'.
               88  SWEEP-EOF                               VALUE 'Y'.
           03  WS-REFUSED-FLAG             PIC X           VALUE 'N'.
               88  REQUEST-REFUSED                         VALUE 'Y'.

      *-----------------------------------------------------------------
      *    EVERY HOLD ON FILE - IN EFFECT OR NOT YET - BLOCKS A CLOSE:
      *    A HOLD DATED FOR TOMORROW STILL MEANS THE MONEY MUST NOT
      *    LEAVE TONIGHT.
      *-----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           03  WS-HOLD-MAX                 PIC 9(3)        VALUE 200.
           03  WS-HOLD-COUNT               PIC 9(3)        VALUE ZERO.
           03  WS-HOLD-IDX                 PIC 9(3)        VALUE ZERO.
           03  WS-HOLD-ENTRY OCCURS 200 TIMES.
               05  WS-HT-KEY               PIC X(7).

       01  WS-FUTURE-TABLE.
           03  WS-FUT-MAX                  PIC 9(4)        VALUE 5000.
           03  WS-FUT-COUNT                PIC 9(4)        VALUE ZERO.
           03  WS-FUT-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-FUT-ENTRY OCCURS 5000 TIMES.
               05  WS-FT-KEY               PIC X(7).

       01  WS-XREF-TABLE.
           03  WS-XREF-MAX                 PIC 9(3)        VALUE 200.
           03  WS-XREF-COUNT               PIC 9(3)        VALUE ZERO.
           03  WS-XREF-IDX                 PIC 9(3)        VALUE ZERO.
           03  WS-XREF-ENTRY OCCURS 200 TIMES.
               05  WS-XT-KEY               PIC X(7).

       01  WS-MISC-VARS.
           03  WS-RETAIN-MONTHS            PIC 9(3)        VALUE 060.
           03  WS-BATCH-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(3)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.
           03  WS-RUN-MONTHS               PIC 9(7)        VALUE ZERO.
           03  WS-CLOSE-MONTHS             PIC 9(7)        VALUE ZERO.
           03  WS-MONTHS-CLOSED            PIC S9(7)       VALUE ZERO.
           03  WS-CLOSE-DATE-X.
               05  WS-CLD-YYYY             PIC 9(4).
               05  WS-CLD-MM               PIC 9(2).
               05  WS-CLD-DD               PIC 9(2).

       01  WS-CL-COUNTS.
           03  WS-CL-REQ-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-CL-ACCEPT-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CL-REFUSE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CL-CLOSED-NOW-COUNT      PIC 9(7)        VALUE ZERO.
           03  WS-CL-PAYOUT-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CL-PAYOUT-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-CL-CHECK-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-CL-CHECK-AMT             PIC 9(9)V99     VALUE ZERO.
           03  WS-CL-ACH-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-CL-ACH-AMT               PIC 9(9)V99     VALUE ZERO.
           03  WS-CL-PURGE-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-CL-RETAINED-COUNT        PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-CLOSE-PARMS.
           PERFORM 160-LOAD-HOLDS.
           PERFORM 170-LOAD-WAREHOUSE.
           PERFORM 180-LOAD-XREF.
           OPEN I-O    CUST-MST.
           OPEN INPUT  CLOSE-REQ.
           OPEN OUTPUT TRANS-OUT.
           OPEN OUTPUT CLOSE-RPT.

           DISPLAY 'Project 4 - Account Closure - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 190-WRITE-BATCH-HDR.
           PERFORM 200-PROCESS-ONE-REQUEST UNTIL EOF-CLOSE-REQ.
           PERFORM 600-WRITE-BATCH-TRAILER.
           PERFORM 500-PURGE-CLOSED-ACCTS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of account closure run'.

           CLOSE CUST-MST
                 CLOSE-REQ
                 TRANS-OUT
                 CLOSE-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           COMPUTE WS-RUN-MONTHS = WS-BUS-YYYY * 12 + WS-BUS-MM.
      *-----------------------------------------------------------------
      *    RETENTION CARD. WITHOUT ONE A CLOSED ACCOUNT IS KEPT FIVE
      *    YEARS, THE RECORD-KEEPING PERIOD FOR DEPOSIT ACCOUNTS.
      *-----------------------------------------------------------------
       150-READ-CLOSE-PARMS.
           OPEN INPUT CLOSE-PARM.
           READ CLOSE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-RETAIN-MONTHS NUMERIC
                      AND PARM-RETAIN-MONTHS > ZERO
                       MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                   END-IF
           END-READ.
           CLOSE CLOSE-PARM.
      *-----------------------------------------------------------------
       160-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           PERFORM UNTIL EOF-HOLD-FILE
               READ HOLD-FILE
                   AT END
                       SET EOF-HOLD-FILE TO TRUE
                   NOT AT END
                       IF WS-HOLD-COUNT < WS-HOLD-MAX
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HOLD-KEY
                             TO WS-HT-KEY(WS-HOLD-COUNT)
                       ELSE
                           DISPLAY '*** HOLD TABLE FULL - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
      *-----------------------------------------------------------------
      *    A FUTURE-DATED ITEM STILL WAITING IN THE WAREHOUSE WOULD
      *    POST AFTER THE PAYOUT HAS ZEROED THE ACCOUNT, SO ITS
      *    ACCOUNT CANNOT CLOSE UNTIL THE ITEM HAS POSTED.
      *-----------------------------------------------------------------
       170-LOAD-WAREHOUSE.
           OPEN INPUT FUTURE-FILE.
           PERFORM UNTIL EOF-FUTURE
               READ FUTURE-FILE
                   AT END
                       SET EOF-FUTURE TO TRUE
                   NOT AT END
                       IF WS-FUT-COUNT < WS-FUT-MAX
                           ADD 1 TO WS-FUT-COUNT
                           MOVE FUT-KEY
                             TO WS-FT-KEY(WS-FUT-COUNT)
                       ELSE
                           DISPLAY '*** WAREHOUSE TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUTURE-FILE.
      *-----------------------------------------------------------------
      *    AN ACH PAYOUT NEEDS THE OUTSIDE ACCOUNT THE ORIGINATION
      *    RUN WILL PAY TO, SO THE CROSS-REFERENCE IS CHECKED HERE
      *    BEFORE THE ACCOUNT IS ZEROED.
      *-----------------------------------------------------------------
       180-LOAD-XREF.
           OPEN INPUT XREF-IN.
           PERFORM UNTIL EOF-XREF
               READ XREF-IN
                   AT END
                       SET EOF-XREF TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < WS-XREF-MAX
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XR-CUST-KEY
                             TO WS-XT-KEY(WS-XREF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-IN.
      *-----------------------------------------------------------------
      *    OPEN THE PAYOUT BATCH. THE SERIAL IS 5 PLUS THE LAST FIVE
      *    DIGITS OF THE BUSINESS DATE, CLEAR OF THE FEE (6XXXXX),
      *    BACKOUT (7XXXXX), SUSPENSE RELEASE (8XXXXX), INTEREST
      *    (9XXXXX) AND ACH TRANSLATOR (0XXXXX) SERIALS.
      *-----------------------------------------------------------------
       190-WRITE-BATCH-HDR.
           DIVIDE WS-BUS-DATE-NUM BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           COMPUTE WS-BATCH-SERIAL = 500000 + WS-SER-DIV-REM.
           MOVE SPACES          TO BATCH-HDR-REC.
           MOVE 'BH'            TO BH-REC-TYPE.
           MOVE WS-BATCH-SERIAL TO BH-SERIAL.
           MOVE 'CLS'           TO BH-BRANCH.
           MOVE WS-BUS-DATE     TO BH-BUS-DATE.
           WRITE TRANS-OUT-REC  FROM BATCH-HDR-REC.
      *-----------------------------------------------------------------
      *    ONE CLOSE REQUEST: EVERY REFUSAL REASON IS CHECKED BEFORE
      *    THE MASTER IS TOUCHED. EVERY CARD PRINTS ON THE REGISTER.
      *-----------------------------------------------------------------
       200-PROCESS-ONE-REQUEST.
           READ CLOSE-REQ
               AT END
                   SET EOF-CLOSE-REQ TO TRUE
           END-READ.
           IF NOT EOF-CLOSE-REQ
               ADD 1 TO WS-CL-REQ-COUNT
               PERFORM 210-READ-MASTER-BY-KEY
               PERFORM 220-CHECK-HOLD
               PERFORM 230-CHECK-WAREHOUSE
               PERFORM 240-CHECK-XREF
               MOVE CR-CUST-KEY          TO WS-CD-CUST-KEY
               MOVE SPACES               TO WS-CD-CUST-NAME
               MOVE ZERO                 TO WS-CD-BALANCE
               IF CR-PAYOUT-ACH
                   MOVE 'ACH'            TO WS-CD-PAYOUT
               ELSE
                   MOVE 'CHECK'          TO WS-CD-PAYOUT
               END-IF
               IF KEY-FOUND
                   MOVE CUST-NAME        TO WS-CD-CUST-NAME
                   MOVE CUST-BAL         TO WS-CD-BALANCE
               END-IF
               SET REQUEST-REFUSED       TO TRUE
               EVALUATE TRUE
                   WHEN NOT KEY-FOUND
                       MOVE 'REFUSED - NOT ON MASTER'
                                         TO WS-CD-DISPOSITION
                   WHEN CUST-STATUS-CLOSED
                       MOVE 'REFUSED - ALREADY CLOSED'
                                         TO WS-CD-DISPOSITION
                   WHEN CUST-STATUS-CLOSING
                       MOVE 'REFUSED - CLOSE IN PROGRESS'
                                         TO WS-CD-DISPOSITION
                   WHEN NOT CR-PAYOUT-CHECK AND NOT CR-PAYOUT-ACH
                       MOVE 'REFUSED - BAD PAYOUT METHOD'
                                         TO WS-CD-DISPOSITION
                   WHEN HOLD-FOUND
                       MOVE 'REFUSED - ACCOUNT ON HOLD'
                                         TO WS-CD-DISPOSITION
                   WHEN FUTURE-FOUND
                       MOVE 'REFUSED - FUTURE-DATED ITEMS'
                                         TO WS-CD-DISPOSITION
                   WHEN CUST-BAL < ZERO
                       MOVE 'REFUSED - OVERDRAWN'
                                         TO WS-CD-DISPOSITION
                   WHEN CR-PAYOUT-ACH AND NOT XREF-FOUND
                        AND CUST-BAL > ZERO
                       MOVE 'REFUSED - NO ACH CROSS-REF'
                                         TO WS-CD-DISPOSITION
                   WHEN OTHER
                       PERFORM 400-CLOSE-ACCOUNT
               END-EVALUATE
               IF REQUEST-REFUSED
                   ADD 1 TO WS-CL-REFUSE-COUNT
               END-IF
               WRITE CLOSE-RPT-REC FROM WS-CLOSE-DETAIL-LN
           END-IF.
      *-----------------------------------------------------------------
       210-READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE CR-CUST-KEY TO CUST-KEY.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       220-CHECK-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           MOVE 1 TO WS-HOLD-IDX.
           PERFORM UNTIL HOLD-FOUND OR WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HT-KEY(WS-HOLD-IDX) EQUAL CR-CUST-KEY
                   SET HOLD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       230-CHECK-WAREHOUSE.
           MOVE 'N' TO WS-FUT-FOUND-FLAG.
           MOVE 1 TO WS-FUT-IDX.
           PERFORM UNTIL FUTURE-FOUND OR WS-FUT-IDX > WS-FUT-COUNT
               IF WS-FT-KEY(WS-FUT-IDX) EQUAL CR-CUST-KEY
                   SET FUTURE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FUT-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       240-CHECK-XREF.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           MOVE 1 TO WS-XREF-IDX.
           PERFORM UNTIL XREF-FOUND OR WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XT-KEY(WS-XREF-IDX) EQUAL CR-CUST-KEY
                   SET XREF-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE CLOSE-RPT-REC FROM WS-TITLE-LN.
           WRITE CLOSE-RPT-REC FROM SPACES.
           WRITE CLOSE-RPT-REC FROM WS-CLOSE-HDR-LN.
      *-----------------------------------------------------------------
      *    AN ACCOUNT WITH MONEY IN IT GOES TO CLOSING BEHIND ITS
      *    PAYOUT WD; THE POSTING RUN FINISHES THE CLOSE. AN ACCOUNT
      *    ALREADY AT ZERO HAS NOTHING TO PAY OUT AND CLOSES NOW.
      *-----------------------------------------------------------------
       400-CLOSE-ACCOUNT.
           MOVE 'N'               TO WS-REFUSED-FLAG.
           ADD  1                 TO WS-CL-ACCEPT-COUNT.
           MOVE WS-BUS-DATE       TO CUST-CLOSE-DATE.
           IF CUST-BAL > ZERO
               PERFORM 420-WRITE-PAYOUT-TRANS
               MOVE 'C'           TO CUST-STATUS
               MOVE 'CLOSING - PAYOUT WD ISSUED'
                                  TO WS-CD-DISPOSITION
           ELSE
               MOVE 'X'           TO CUST-STATUS
               MOVE SPACES        TO WS-CD-PAYOUT
               MOVE 'CLOSED - NO BALANCE'
                                  TO WS-CD-DISPOSITION
               ADD 1              TO WS-CL-CLOSED-NOW-COUNT
           END-IF.
           REWRITE CUST-REC.
      *-----------------------------------------------------------------
      *    THE DESCRIPTION CARRIES THE PAYOUT METHOD THROUGH POSTING
      *    TO THE ACH ORIGINATION RUN, WHICH PAYS ONLY WHAT ACTUALLY
      *    POSTED.
      *-----------------------------------------------------------------
       420-WRITE-PAYOUT-TRANS.
           MOVE CUST-ID          TO TRANS-ID.
           MOVE CUST-ACCT-TYPE   TO TRANS-ACCT-TYPE.
           MOVE WS-BUS-YYYY      TO TRANS-YR.
           MOVE WS-BUS-MM        TO TRANS-MO.
           MOVE WS-BUS-DD        TO TRANS-DAY.
           MOVE 'WD'             TO TRANS-TYPE.
           IF CR-PAYOUT-ACH
               MOVE 'CLOSING PAYOUT ACH'   TO TRANS-DESC
               ADD 1             TO WS-CL-ACH-COUNT
               ADD CUST-BAL      TO WS-CL-ACH-AMT
           ELSE
               MOVE 'CLOSING PAYOUT CHECK' TO TRANS-DESC
               ADD 1             TO WS-CL-CHECK-COUNT
               ADD CUST-BAL      TO WS-CL-CHECK-AMT
           END-IF.
           MOVE CUST-BAL         TO TRANS-AMT.
           MOVE WS-BATCH-SERIAL  TO TRANS-BATCH-SERIAL.
           MOVE 'CLS'            TO TRANS-BRANCH.
           WRITE TRANS-OUT-REC   FROM TRANS-REC.
           ADD 1                 TO WS-CL-PAYOUT-COUNT.
           ADD CUST-BAL          TO WS-CL-PAYOUT-AMT.
      *-----------------------------------------------------------------
      *    SWEEP THE MASTER FOR CLOSED ACCOUNTS WHOSE RETENTION HAS
      *    RUN, IN WHOLE MONTHS FROM THE CLOSE DATE, AND PURGE THEM.
      *-----------------------------------------------------------------
       500-PURGE-CLOSED-ACCTS.
           WRITE CLOSE-RPT-REC FROM SPACES.
           MOVE 'CLOSED ACCOUNTS PURGED PAST RETENTION'
                                  TO WS-CM-TEXT.
           WRITE CLOSE-RPT-REC FROM WS-CLOSE-MSG-LN.
           MOVE LOW-VALUES TO CUST-KEY.
           START CUST-MST KEY NOT < CUST-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM 520-CHECK-ONE-FOR-PURGE UNTIL SWEEP-EOF.
      *-----------------------------------------------------------------
       520-CHECK-ONE-FOR-PURGE.
           READ CUST-MST NEXT RECORD
               AT END
                   SET SWEEP-EOF TO TRUE
           END-READ.
           IF NOT SWEEP-EOF
              AND CUST-STATUS-CLOSED
               MOVE CUST-CLOSE-DATE TO WS-CLOSE-DATE-X
               COMPUTE WS-CLOSE-MONTHS =
                   WS-CLD-YYYY * 12 + WS-CLD-MM
               COMPUTE WS-MONTHS-CLOSED =
                   WS-RUN-MONTHS - WS-CLOSE-MONTHS
               IF WS-MONTHS-CLOSED >= WS-RETAIN-MONTHS
                   MOVE CUST-KEY          TO WS-CD-CUST-KEY
                   MOVE CUST-NAME         TO WS-CD-CUST-NAME
                   MOVE CUST-BAL          TO WS-CD-BALANCE
                   MOVE SPACES            TO WS-CD-PAYOUT
                   MOVE 'PURGED - RETENTION MET'
                                          TO WS-CD-DISPOSITION
                   WRITE CLOSE-RPT-REC    FROM WS-CLOSE-DETAIL-LN
                   DELETE CUST-MST RECORD
                   ADD 1 TO WS-CL-PURGE-COUNT
               ELSE
                   ADD 1 TO WS-CL-RETAINED-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       600-WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-TRL-REC.
           MOVE 'BT'               TO BT-REC-TYPE.
           MOVE WS-CL-PAYOUT-COUNT TO BT-REC-COUNT.
           MOVE WS-CL-PAYOUT-AMT   TO BT-AMT-HASH.
           WRITE TRANS-OUT-REC     FROM BATCH-TRL-REC.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE CLOSE-RPT-REC               FROM SPACES.
           MOVE 'RETENTION (MONTHS)'           TO WS-CL-SUM-LABEL.
           MOVE WS-RETAIN-MONTHS               TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSE REQUESTS READ'          TO WS-CL-SUM-LABEL.
           MOVE WS-CL-REQ-COUNT                TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSE REQUESTS ACCEPTED'      TO WS-CL-SUM-LABEL.
           MOVE WS-CL-ACCEPT-COUNT             TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSE REQUESTS REFUSED'       TO WS-CL-SUM-LABEL.
           MOVE WS-CL-REFUSE-COUNT             TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSED AT ZERO BALANCE'       TO WS-CL-SUM-LABEL.
           MOVE WS-CL-CLOSED-NOW-COUNT         TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'PAYOUTS BY OFFICIAL CHECK'    TO WS-CL-SUM-LABEL.
           MOVE WS-CL-CHECK-COUNT              TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'OFFICIAL CHECK DOLLARS'       TO WS-CL-SUM-LABEL.
           MOVE WS-CL-CHECK-AMT                TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'PAYOUTS BY ACH'               TO WS-CL-SUM-LABEL.
           MOVE WS-CL-ACH-COUNT                TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'ACH PAYOUT DOLLARS'           TO WS-CL-SUM-LABEL.
           MOVE WS-CL-ACH-AMT                  TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSED ACCOUNTS PURGED'       TO WS-CL-SUM-LABEL.
           MOVE WS-CL-PURGE-COUNT              TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.

           MOVE 'CLOSED ACCOUNTS RETAINED'     TO WS-CL-SUM-LABEL.
           MOVE WS-CL-RETAINED-COUNT           TO WS-CL-SUM-VALUE.
           WRITE CLOSE-RPT-REC                 FROM WS-CL-SUMMARY-LN.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE: REQUESTS IN, CLOSES
      *    ACCEPTED OUT, REFUSALS, AND THE PAYOUT DOLLARS GENERATED.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'CLOSE'                TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-CL-REQ-COUNT        TO RC-IN-COUNT.
           MOVE WS-CL-ACCEPT-COUNT     TO RC-OUT-COUNT.
           MOVE WS-CL-REFUSE-COUNT     TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE WS-CL-PAYOUT-AMT       TO RC-DOLLAR-1.
           MOVE ZERO                   TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
