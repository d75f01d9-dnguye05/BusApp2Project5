      *          and account - a customer with no cross-reference      *
      *          keeps getting a paper check), and the escheatment     *
      *          candidates from NGUYEN-P04-DORMANT, remitted to the   *
      *          state's account named on the parameter card. Closing  *
      *          payouts from NGUYEN-P04-ACCT-CLOSE are paid here once *
      *          their WD has posted: by ACH to the cross-referenced   *
      *          outside account when the customer asked for ACH, or   *
      *          counted for an official check otherwise. Standing-    *
      *          order payments from NGUYEN-P04-SO-GEN are paid the    *
      *          same way once their WD has posted, to the payee       *
      *          account on the order. An outside interest credit,     *
      *          closing payout or standing-order payment on an        *
      *          account whose mailing address changed within the      *
      *          review period (days, from the parameter card; 30 when *
      *          missing) is not paid: it is held on the hold file and *
      *          listed on the address-change review report, and goes  *
      *          out on a later run once operations key a release card *
      *          for it (or drops off on a cancel card, to be paid by  *
      *          hand). The FT trailer carries the item count and      *
      *          total cents, and the settlement listing's totals tie  *
      *          to that trailer before the file is trusted. A rerun   *
      *          for the same business date starts again from the hold *
      *          file as it stood before that date's first run.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-ACH-ORIG.
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-IN       ASSIGN TO 'p04-acct-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL HOLD-FILE
                                ASSIGN TO 'p04-ach-hold.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-WORK     ASSIGN TO 'p04-ach-hold-work.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-PREV
                                ASSIGN TO 'p04-ach-hold-prev.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASE-FILE
                                ASSIGN TO 'p04-ach-release.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SO-FILE
                                ASSIGN TO 'p04-stand-ord.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS SO-KEY.
           SELECT OPTIONAL ORIG-PARM
                                ASSIGN TO 'p04-achorig-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORIG-RPT      ASSIGN TO 'p04-ach-orig.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-RPT    ASSIGN TO 'p04-ach-review.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      *    ESCHEATMENT CANDIDATES ARE FULL MASTER RECORD IMAGES AS
      *    WRITTEN BY THE DORMANT-ACCOUNT AGING PROGRAM, READ INTO THE
      *    MASTER'S RECORD AREA ONCE THE POSTED ITEMS ARE DONE WITH IT.
      *-----------------------------------------------------------------
       FD  ESCHEAT-IN.
       01  ESCHEAT-IN-REC                  PIC X(122).

      *-----------------------------------------------------------------
      *    THE MASTER IS READ BY KEY FOR THE ADDRESS-CHANGE DATE OF AN
      *    ACCOUNT BEING PAID OUT.
      *-----------------------------------------------------------------
       FD  CUST-MST.
       COPY P04-CUST-REC.

      *-----------------------------------------------------------------
      *    A PAYOUT HELD FOR ADDRESS-CHANGE REVIEW: THE POSTED ITEM AS
      *    IT CAME IN, THE BUSINESS DATE IT WAS FIRST HELD, AND THE
      *    ADDRESS-CHANGE DATE THAT HELD IT. CARRIED FROM RUN TO RUN
      *    UNTIL A RELEASE OR CANCEL CARD NAMES IT.
      *-----------------------------------------------------------------
       FD  HOLD-FILE.
       01  HOLD-REC.
           03  HOLD-TRANS                  PIC X(53).
           03  HOLD-FIRST-DATE             PIC 9(8).
           03  HOLD-ADDR-CHG-DATE          PIC 9(8).

       FD  HOLD-WORK.
       01  HOLD-WORK-REC                   PIC X(69).

      *-----------------------------------------------------------------
      *    THE HOLD FILE AS IT STOOD BEFORE THE FIRST RUN FOR A
      *    BUSINESS DATE, BEHIND A HEADER CARRYING THAT DATE, SO A
      *    RERUN FOR THE SAME DATE CAN START AGAIN FROM IT.
      *-----------------------------------------------------------------
       FD  HOLD-PREV.
       01  HOLD-PREV-HDR.
           03  HP-REC-TYPE                 PIC X(2).
           03  HP-BUS-DATE                 PIC 9(8).
           03  FILLER                      PIC X(59).
       01  HOLD-PREV-REC                   PIC X(69).

      *-----------------------------------------------------------------
      *    OPERATIONS' DECISION ON A HELD PAYOUT, NAMING IT BY ACCOUNT,
      *    TRANSACTION DATE, BATCH SERIAL AND AMOUNT: R RELEASES IT TO
      *    THE NEXT FILE, C CANCELS IT OFF THE HOLD FILE TO BE PAID BY
      *    HAND. THE OPERATOR ID OF THE REVIEWER IS REQUIRED.
      *-----------------------------------------------------------------
       FD  RELEASE-FILE.
       01  RELEASE-REC.
           03  REL-CUST-KEY                PIC X(7).
           03  REL-TRANS-DATE              PIC X(8).
           03  REL-SERIAL                  PIC 9(6).
           03  REL-AMOUNT                  PIC 9(5)V99.
           03  REL-ACTION                  PIC X(1).
           03  REL-OPERATOR                PIC X(8).

       FD  XREF-IN.
       01  XREF-REC.
           03  XR-ROUTING                  PIC 9(9).
           03  XR-CUST-ID                  PIC X(5).
           03  XR-ACCT-TYPE                PIC X(2).

       FD  SO-FILE.
       COPY P04-SO-REC.

      *-----------------------------------------------------------------
      *    THE STATE'S REMITTANCE ACCOUNT FOR ESCHEATED BALANCES AND
      *    OUR ORIGIN ID ON THE BANK FILE. WITHOUT THE CARD, INTEREST
      *    CREDITS STILL ORIGINATE BUT ESCHEATMENT STAYS MANUAL. THE
      *    LAST FIELD IS THE ADDRESS-CHANGE REVIEW PERIOD IN DAYS.
      *-----------------------------------------------------------------
       FD  ORIG-PARM.
       01  ORIG-PARM-REC.
           03  PARM-STATE-ROUTING          PIC 9(9).
           03  PARM-STATE-ACCOUNT          PIC X(17).
           03  PARM-ORIGIN-ID              PIC X(10).
           03  PARM-REVIEW-DAYS            PIC 9(3).
           03  FILLER                      PIC X(41).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  ORIG-RPT.
       01  ORIG-RPT-REC                    PIC X(80).

       FD  REVIEW-RPT.
       01  REVIEW-RPT-REC                  PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-OD-NOTE                  PIC X(21).

       01  WS-REVIEW-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'ACH ADDRESS-CHANGE REVIEW'.
           03  WS-REVIEW-TITLE-DATE        PIC X(10).

       01  WS-REVIEW-LIMIT-LN.
           03  FILLER                      PIC X(42)
                     VALUE 'PAYOUTS HELD WITHIN AN ADDRESS CHANGE OF '.
           03  WS-RL-DAYS                  PIC ZZ9.
           03  FILLER                      PIC X(35)   VALUE ' DAYS'.

       01  WS-REVIEW-HDR-LN.
           03  FILLER               PIC X(7)  VALUE '  SRC'.
           03  FILLER               PIC X(9)  VALUE 'CUST KEY'.
           03  FILLER               PIC X(10) VALUE 'TRAN DATE'.
           03  FILLER               PIC X(8)  VALUE 'SERIAL'.
           03  FILLER               PIC X(11) VALUE '   AMOUNT'.
           03  FILLER               PIC X(10) VALUE 'ADDR CHG'.
           03  FILLER               PIC X(10) VALUE 'HELD ON'.
           03  FILLER               PIC X(15) VALUE 'STATUS'.

       01  WS-REVIEW-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-SOURCE                PIC X(4).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-RV-CUST-KEY              PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-TRANS-DATE            PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-SERIAL                PIC 9(6).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-AMOUNT                PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-ADDR-CHG-DATE         PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-HELD-DATE             PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RV-STATUS                PIC X(15).

       01  WS-ORIG-MSG-LN.
           03  WS-OM-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.
               88  STATE-PARM-PRESENT                      VALUE 'Y'.
           03  WS-TIE-FAIL-FLAG            PIC X           VALUE 'N'.
               88  TRAILER-TIE-FAILED                      VALUE 'Y'.
           03  WS-ORDER-FOUND-FLAG         PIC X           VALUE 'N'.
               88  ORDER-FOUND                             VALUE 'Y'.
           03  WS-HOLD-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HOLD                                VALUE 'Y'.
           03  WS-REL-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-RELEASE                             VALUE 'Y'.
           03  WS-REL-FOUND-FLAG           PIC X           VALUE 'N'.
               88  RELEASE-FOUND                           VALUE 'Y'.
           03  WS-REVIEW-HOLD-FLAG         PIC X           VALUE 'N'.
               88  REVIEW-HOLD                             VALUE 'Y'.
           03  WS-PREV-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HOLD-PREV                           VALUE 'Y'.
           03  WS-RERUN-FLAG               PIC X           VALUE 'N'.
               88  ACH-RERUN                               VALUE 'Y'.

      *-----------------------------------------------------------------
      *    TONIGHT'S RELEASE AND CANCEL CARDS. A CARD IS MARKED USED
      *    WHEN IT MEETS ITS HELD ITEM; ANY LEFT UNUSED NAMED NOTHING
      *    ON HOLD AND ARE LISTED ON THE REVIEW REPORT.
      *-----------------------------------------------------------------
       01  WS-RELEASE-TABLE.
           03  WS-REL-MAX                  PIC 9(3)        VALUE 200.
           03  WS-REL-COUNT                PIC 9(3)        VALUE ZERO.
           03  WS-REL-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-REL-ENTRY OCCURS 200 TIMES.
               05  WS-RT-CUST-KEY          PIC X(7).
               05  WS-RT-TRANS-DATE        PIC X(8).
               05  WS-RT-SERIAL            PIC 9(6).
               05  WS-RT-AMOUNT            PIC 9(5)V99.
               05  WS-RT-ACTION            PIC X(1).
                   88  RT-RELEASE                      VALUE 'R'.
                   88  RT-CANCEL                       VALUE 'C'.
               05  WS-RT-OPERATOR          PIC X(8).
               05  WS-RT-USED-FLAG         PIC X(1).
                   88  RT-USED                         VALUE 'Y'.

      *-----------------------------------------------------------------
      *    A STANDING-ORDER WD'S DESCRIPTION: FIXED TEXT, THEN THE
      *    ORDER NUMBER ON THE FUNDING ACCOUNT.
      *-----------------------------------------------------------------
       01  WS-SO-DESC-WORK.
           03  WS-SW-TEXT                  PIC X(18).
               88  SW-SO-PAYMENT           VALUE 'STANDING ORDER PMT'.
           03  WS-SW-SEQ                   PIC X(2).
           03  WS-SW-SEQ-NUM REDEFINES WS-SW-SEQ
                                           PIC 9(2).

       01  WS-ORIG-WORK.
           03  WS-ORIGIN-ID                PIC X(10)
           03  WS-STATE-ROUTING            PIC 9(9)        VALUE ZERO.
           03  WS-STATE-ACCOUNT            PIC X(17)       VALUE SPACES.
           03  WS-WORK-CENTS               PIC 9(10)       VALUE ZERO.
           03  WS-REVIEW-DAYS              PIC 9(3)        VALUE 030.
           03  WS-BUS-DAY-NUMBER           PIC 9(7)        VALUE ZERO.
           03  WS-CHG-DAY-NUMBER           PIC 9(7)        VALUE ZERO.
           03  WS-ADDR-CHG-DATE            PIC 9(8)        VALUE ZERO.
           03  WS-HELD-DATE                PIC 9(8)        VALUE ZERO.

       01  WS-AO-COUNTS.
           03  WS-AO-POSTED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AO-CHECK-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-AO-ESCH-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AO-ESCH-CENTS            PIC 9(13)       VALUE ZERO.
           03  WS-AO-CLS-ACH-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AO-CLS-ACH-CENTS         PIC 9(13)       VALUE ZERO.
           03  WS-AO-CLS-CHK-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AO-CLS-CHK-CENTS         PIC 9(13)       VALUE ZERO.
           03  WS-AO-STO-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AO-STO-CENTS             PIC 9(13)       VALUE ZERO.
           03  WS-AO-STO-MISS-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AO-STO-MISS-CENTS        PIC 9(13)       VALUE ZERO.
           03  WS-AO-ITEM-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AO-TOTAL-CENTS           PIC 9(13)       VALUE ZERO.
           03  WS-AO-LIST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AO-LIST-CENTS            PIC 9(13)       VALUE ZERO.
           03  WS-AO-HELD-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AO-HELD-CENTS            PIC 9(13)       VALUE ZERO.
           03  WS-AO-STILL-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-AO-STILL-CENTS           PIC 9(13)       VALUE ZERO.
           03  WS-AO-REL-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AO-REL-CENTS             PIC 9(13)       VALUE ZERO.
           03  WS-AO-CANCEL-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AO-CANCEL-CENTS          PIC 9(13)       VALUE ZERO.
           03  WS-AO-REL-UNUSED-COUNT      PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-LOAD-XREF.
           PERFORM 160-READ-ORIG-PARMS.
           PERFORM 165-LOAD-RELEASES.
           PERFORM 170-SAVE-OR-RESTORE-HOLD.
           OPEN INPUT  POSTED-IN.
           OPEN INPUT  SO-FILE.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  HOLD-FILE.
           OPEN OUTPUT HOLD-WORK.
           OPEN OUTPUT ACH-OUT.
           OPEN OUTPUT ORIG-RPT.
           OPEN OUTPUT REVIEW-RPT.

           DISPLAY 'Project 4 - ACH Origination - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 180-WRITE-FILE-HDR.
           PERFORM 190-WORK-ONE-HELD-ITEM UNTIL EOF-HOLD.
           PERFORM 200-ORIGINATE-ONE-POSTED UNTIL EOF-POSTED.
           PERFORM 400-REMIT-ESCHEATMENTS.
           PERFORM 600-WRITE-FILE-TRAILER.
           PERFORM 650-TIE-TO-TRAILER.
           PERFORM 660-LIST-UNUSED-RELEASES.
           CLOSE HOLD-FILE
                 HOLD-WORK.
           PERFORM 670-COPY-WORK-TO-HOLD.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 750-PRINT-REVIEW-SUMMARY.
           DISPLAY 'End of ACH origination run'.

           CLOSE POSTED-IN
                 SO-FILE
                 CUST-MST
                 ACH-OUT
                 ORIG-RPT
                 REVIEW-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           MOVE WS-BUS-DATE-NUM    TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER   TO WS-BUS-DAY-NUMBER.
      *-----------------------------------------------------------------
       150-LOAD-XREF.
           OPEN INPUT XREF-IN.
                   IF PARM-ORIGIN-ID NOT EQUAL SPACES
                       MOVE PARM-ORIGIN-ID TO WS-ORIGIN-ID
                   END-IF
                   IF PARM-REVIEW-DAYS NUMERIC
                      AND PARM-REVIEW-DAYS > ZERO
                       MOVE PARM-REVIEW-DAYS TO WS-REVIEW-DAYS
                   END-IF
           END-READ.
           CLOSE ORIG-PARM.
      *-----------------------------------------------------------------
       165-LOAD-RELEASES.
           OPEN INPUT RELEASE-FILE.
           PERFORM UNTIL EOF-RELEASE
               READ RELEASE-FILE
                   AT END
                       SET EOF-RELEASE TO TRUE
                   NOT AT END
                       IF WS-REL-COUNT < WS-REL-MAX
                           ADD 1 TO WS-REL-COUNT
                           MOVE REL-CUST-KEY
                             TO WS-RT-CUST-KEY(WS-REL-COUNT)
                           MOVE REL-TRANS-DATE
                             TO WS-RT-TRANS-DATE(WS-REL-COUNT)
                           MOVE REL-SERIAL
                             TO WS-RT-SERIAL(WS-REL-COUNT)
                           MOVE REL-AMOUNT
                             TO WS-RT-AMOUNT(WS-REL-COUNT)
                           MOVE REL-ACTION
                             TO WS-RT-ACTION(WS-REL-COUNT)
                           MOVE REL-OPERATOR
                             TO WS-RT-OPERATOR(WS-REL-COUNT)
                           MOVE 'N'
                             TO WS-RT-USED-FLAG(WS-REL-COUNT)
                       ELSE
                           DISPLAY '*** RELEASE TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELEASE-FILE.
      *-----------------------------------------------------------------
      *    THE FIRST RUN FOR A BUSINESS DATE SAVES THE HOLD FILE IT
      *    STARTS FROM. A RERUN FOR THE SAME DATE (AFTER A TRAILER TIE
      *    FAILURE, SAY) PUTS THAT COPY BACK INSTEAD, SO TONIGHT'S
      *    ITEMS ARE NOT HELD TWICE AND ITEMS RELEASED ON THE FIRST
      *    RUN ARE RELEASED AGAIN ONTO THE NEW OUTGOING FILE.
      *-----------------------------------------------------------------
       170-SAVE-OR-RESTORE-HOLD.
           OPEN INPUT HOLD-PREV.
           READ HOLD-PREV
               AT END
                   SET EOF-HOLD-PREV TO TRUE
           END-READ.
           IF NOT EOF-HOLD-PREV
              AND HP-REC-TYPE EQUAL 'HP'
              AND HP-BUS-DATE EQUAL WS-BUS-DATE-NUM
               SET ACH-RERUN TO TRUE
               OPEN OUTPUT HOLD-FILE
               PERFORM UNTIL EOF-HOLD-PREV
                   READ HOLD-PREV
                       AT END
                           SET EOF-HOLD-PREV TO TRUE
                       NOT AT END
                           WRITE HOLD-REC FROM HOLD-PREV-REC
                   END-READ
               END-PERFORM
               CLOSE HOLD-PREV
                     HOLD-FILE
               DISPLAY '*** RERUN FOR ' WS-BUS-DATE-NUM
                       ' - HOLD FILE RESTORED FROM '
                       'p04-ach-hold-prev.txt'
           ELSE
               CLOSE HOLD-PREV
               OPEN OUTPUT HOLD-PREV
               MOVE SPACES          TO HOLD-PREV-HDR
               MOVE 'HP'            TO HP-REC-TYPE
               MOVE WS-BUS-DATE-NUM TO HP-BUS-DATE
               WRITE HOLD-PREV-HDR
               OPEN INPUT HOLD-FILE
               PERFORM UNTIL EOF-HOLD
                   READ HOLD-FILE
                       AT END
                           SET EOF-HOLD TO TRUE
                       NOT AT END
                           WRITE HOLD-PREV-REC FROM HOLD-REC
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
                     HOLD-PREV
               MOVE 'N' TO WS-HOLD-EOF-FLAG
           END-IF.
      *-----------------------------------------------------------------
       180-WRITE-FILE-HDR.
           MOVE SPACES          TO ACH-FILE-HDR-REC.
           MOVE WS-ORIGIN-ID    TO AFH-ORIGIN-ID.
           WRITE ACH-FILE-HDR-REC.
      *-----------------------------------------------------------------
      *    ONE PAYOUT HELD ON AN EARLIER RUN. A RELEASE CARD FROM A
      *    NAMED REVIEWER PAYS IT NOW EXACTLY AS IT WOULD HAVE BEEN
      *    PAID THE NIGHT IT POSTED; A CANCEL CARD DROPS IT FOR
      *    OPERATIONS TO PAY BY HAND; OTHERWISE IT STAYS ON HOLD. AN
      *    ITEM FIRST HELD TONIGHT IS DROPPED: TONIGHT'S POSTED FILE
      *    HOLDS IT AGAIN.
      *-----------------------------------------------------------------
       190-WORK-ONE-HELD-ITEM.
           READ HOLD-FILE
               AT END
                   SET EOF-HOLD TO TRUE
           END-READ.
           IF NOT EOF-HOLD
              AND HOLD-FIRST-DATE NOT EQUAL WS-BUS-DATE-NUM
               MOVE HOLD-TRANS         TO TRANS-REC
               MOVE HOLD-FIRST-DATE    TO WS-HELD-DATE
               MOVE HOLD-ADDR-CHG-DATE TO WS-ADDR-CHG-DATE
               COMPUTE WS-WORK-CENTS = TRANS-AMT * 100
               PERFORM 195-FIND-RELEASE
               EVALUATE TRUE
                   WHEN RELEASE-FOUND
                    AND RT-RELEASE(WS-REL-IDX)
                       MOVE 'RELEASED'     TO WS-RV-STATUS
                       ADD 1               TO WS-AO-REL-COUNT
                       ADD WS-WORK-CENTS   TO WS-AO-REL-CENTS
                       PERFORM 500-WRITE-REVIEW-LN
                       EVALUATE TRANS-BRANCH
                           WHEN 'CLS'
                               PERFORM 260-PAY-CLOSING-PAYOUT
                           WHEN 'STO'
                               PERFORM 280-PAY-STANDING-ORDER
                           WHEN OTHER
                               PERFORM 270-PAY-HELD-INTEREST
                       END-EVALUATE
                   WHEN RELEASE-FOUND
                       MOVE 'CANCELLED'    TO WS-RV-STATUS
                       ADD 1               TO WS-AO-CANCEL-COUNT
                       ADD WS-WORK-CENTS   TO WS-AO-CANCEL-CENTS
                       PERFORM 500-WRITE-REVIEW-LN
                   WHEN OTHER
                       MOVE 'STILL HELD'   TO WS-RV-STATUS
                       ADD 1               TO WS-AO-STILL-COUNT
                       ADD WS-WORK-CENTS   TO WS-AO-STILL-CENTS
                       PERFORM 500-WRITE-REVIEW-LN
                       WRITE HOLD-WORK-REC FROM HOLD-REC
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    A CARD COUNTS ONLY WITH AN OPERATOR ID AND A VALID ACTION.
      *-----------------------------------------------------------------
       195-FIND-RELEASE.
           MOVE 'N' TO WS-REL-FOUND-FLAG.
           MOVE 1 TO WS-REL-IDX.
           PERFORM UNTIL RELEASE-FOUND OR WS-REL-IDX > WS-REL-COUNT
               IF WS-RT-CUST-KEY(WS-REL-IDX) EQUAL TRANS-KEY
                  AND WS-RT-TRANS-DATE(WS-REL-IDX) EQUAL TRANS-DATE
                  AND WS-RT-SERIAL(WS-REL-IDX)
                      EQUAL TRANS-BATCH-SERIAL
                  AND WS-RT-AMOUNT(WS-REL-IDX) EQUAL TRANS-AMT
                  AND WS-RT-OPERATOR(WS-REL-IDX) NOT EQUAL SPACES
                  AND (RT-RELEASE(WS-REL-IDX)
                       OR RT-CANCEL(WS-REL-IDX))
                  AND NOT RT-USED(WS-REL-IDX)
                   SET RELEASE-FOUND TO TRUE
                   MOVE 'Y' TO WS-RT-USED-FLAG(WS-REL-IDX)
               ELSE
                   ADD 1 TO WS-REL-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    ONE POSTED ITEM: INTEREST CREDITS FOR CUSTOMERS WITH A
      *    CROSS-REFERENCED OUTSIDE ACCOUNT BECOME CREDIT ENTRIES;
      *    INTEREST FOR EVERYONE ELSE STAYS ON THE PAPER-CHECK RUN
      *    AND IS ONLY COUNTED HERE. A POSTED CLOSING PAYOUT WD (BRANCH
      *    CLS) IS PAID OUT TO THE CUSTOMER, AND A POSTED STANDING-ORDER
      *    PAYMENT WD (BRANCH STO) TO THE ORDER'S PAYEE. ANY OF THE
      *    THREE GOING TO AN OUTSIDE ACCOUNT IS HELD INSTEAD WHEN THE
      *    ACCOUNT'S ADDRESS CHANGED TOO RECENTLY.
      *-----------------------------------------------------------------
       200-ORIGINATE-ONE-POSTED.
           READ POSTED-IN
               IF TRANS-TYPE EQUAL 'IN'
                   PERFORM 220-FIND-XREF
                   IF XREF-FOUND
                       PERFORM 250-CHECK-ADDR-REVIEW
                       IF NOT REVIEW-HOLD
                           PERFORM 240-WRITE-INT-ENTRY
                       END-IF
                   ELSE
                       ADD 1 TO WS-AO-CHECK-COUNT
                   END-IF
               END-IF
               IF TRANS-TYPE-WITHDRAWAL
                  AND (TRANS-BRANCH EQUAL 'CLS'
                       OR TRANS-BRANCH EQUAL 'STO')
                   PERFORM 250-CHECK-ADDR-REVIEW
               END-IF
               IF TRANS-TYPE-WITHDRAWAL
                  AND TRANS-BRANCH EQUAL 'CLS'
                  AND NOT REVIEW-HOLD
                   PERFORM 260-PAY-CLOSING-PAYOUT
               END-IF
               IF TRANS-TYPE-WITHDRAWAL
                  AND TRANS-BRANCH EQUAL 'STO'
                  AND NOT REVIEW-HOLD
                   PERFORM 280-PAY-STANDING-ORDER
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE CROSS-REFERENCE IN REVERSE: OUR CUST-ID PLUS ACCOUNT
           ADD 1             TO WS-AO-LIST-COUNT.
           ADD WS-WORK-CENTS TO WS-AO-LIST-CENTS.
      *-----------------------------------------------------------------
      *    A PAYOUT OR INTEREST CREDIT FROM AN ACCOUNT WHOSE MAILING
      *    ADDRESS CHANGED ON OR WITHIN THE REVIEW PERIOD BEFORE THE
      *    BUSINESS DATE IS HELD FOR REVIEW. AN ACCOUNT NO LONGER ON
      *    THE MASTER, OR ONE WHOSE ADDRESS HAS NEVER CHANGED, IS PAID
      *    AS USUAL.
      *-----------------------------------------------------------------
       250-CHECK-ADDR-REVIEW.
           MOVE 'N'                TO WS-REVIEW-HOLD-FLAG.
           MOVE ZERO               TO WS-ADDR-CHG-DATE.
           MOVE TRANS-KEY          TO CUST-KEY.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-ADDR-CHG-DATE NUMERIC
                       MOVE CUST-ADDR-CHG-DATE TO WS-ADDR-CHG-DATE
                   END-IF
           END-READ.
           IF WS-ADDR-CHG-DATE > ZERO
               MOVE WS-ADDR-CHG-DATE TO WS-DN-DATE-NUM
               PERFORM 710-CALC-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-CHG-DAY-NUMBER
               IF WS-CHG-DAY-NUMBER + WS-REVIEW-DAYS
                  NOT < WS-BUS-DAY-NUMBER
                   SET REVIEW-HOLD TO TRUE
                   PERFORM 290-HOLD-FOR-REVIEW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE CLOSURE RUN PUT THE CUSTOMER'S CHOICE IN THE WD'S
      *    DESCRIPTION. AN ACH PAYOUT WHOSE CROSS-REFERENCE HAS SINCE
      *    BEEN REMOVED FALLS BACK TO AN OFFICIAL CHECK.
      *-----------------------------------------------------------------
       260-PAY-CLOSING-PAYOUT.
           COMPUTE WS-WORK-CENTS = TRANS-AMT * 100.
           MOVE 'N' TO WS-XREF-FOUND-FLAG.
           IF TRANS-DESC EQUAL 'CLOSING PAYOUT ACH'
               PERFORM 220-FIND-XREF
           END-IF.
           IF XREF-FOUND
               MOVE SPACES                     TO ACH-ENTRY-REC
               MOVE 'EN'                       TO AE-REC-TYPE
               MOVE WS-XR-ROUTING(WS-XREF-IDX) TO AE-ROUTING
               MOVE WS-XR-ACCOUNT(WS-XREF-IDX) TO AE-ACCOUNT
               MOVE WS-BUS-DATE-NUM            TO AE-EFF-DATE
               MOVE '22'                       TO AE-TRANS-CODE
               MOVE WS-WORK-CENTS              TO AE-AMOUNT-CENTS
               STRING 'CLOSING PAYOUT '        DELIMITED BY SIZE
                      TRANS-KEY                DELIMITED BY SIZE
                      INTO AE-ADDENDA
               WRITE ACH-ENTRY-REC

               ADD 1             TO WS-AO-CLS-ACH-COUNT
                                    WS-AO-ITEM-COUNT
               ADD WS-WORK-CENTS TO WS-AO-CLS-ACH-CENTS
                                    WS-AO-TOTAL-CENTS

               MOVE 'CLS'                      TO WS-OD-SOURCE
               MOVE TRANS-ID                   TO WS-OD-CUST-ID
               MOVE WS-XR-ROUTING(WS-XREF-IDX) TO WS-OD-ROUTING
               MOVE WS-XR-ACCOUNT(WS-XREF-IDX) TO WS-OD-ACCOUNT
               COMPUTE WS-OD-AMOUNT = WS-WORK-CENTS / 100
               MOVE 'CLOSING PAYOUT'           TO WS-OD-NOTE
               WRITE ORIG-RPT-REC              FROM WS-ORIG-DETAIL-LN
               ADD 1             TO WS-AO-LIST-COUNT
               ADD WS-WORK-CENTS TO WS-AO-LIST-CENTS
           ELSE
               ADD 1             TO WS-AO-CLS-CHK-COUNT
               ADD WS-WORK-CENTS TO WS-AO-CLS-CHK-CENTS
           END-IF.
      *-----------------------------------------------------------------
      *    A RELEASED INTEREST CREDIT GOES TO THE OUTSIDE ACCOUNT ON
      *    THE CROSS-REFERENCE TODAY; ONE WHOSE CROSS-REFERENCE HAS
      *    SINCE BEEN REMOVED FALLS BACK TO THE PAPER-CHECK RUN.
      *-----------------------------------------------------------------
       270-PAY-HELD-INTEREST.
           PERFORM 220-FIND-XREF.
           IF XREF-FOUND
               PERFORM 240-WRITE-INT-ENTRY
           ELSE
               ADD 1 TO WS-AO-CHECK-COUNT
           END-IF.
      *-----------------------------------------------------------------
      *    THE GENERATION RUN PUT THE ORDER NUMBER IN THE WD'S
      *    DESCRIPTION; THE PAYEE'S ROUTING AND ACCOUNT ARE ON THE
      *    ORDER. A PAYMENT WHOSE ORDER HAS SINCE BEEN DELETED IS LEFT
      *    FOR OPERATIONS TO PAY BY HAND AND ONLY COUNTED HERE.
      *-----------------------------------------------------------------
       280-PAY-STANDING-ORDER.
           COMPUTE WS-WORK-CENTS = TRANS-AMT * 100.
           MOVE 'N'               TO WS-ORDER-FOUND-FLAG.
           MOVE TRANS-DESC        TO WS-SO-DESC-WORK.
           IF SW-SO-PAYMENT AND WS-SW-SEQ NUMERIC
               MOVE TRANS-ID        TO SO-CUST-ID
               MOVE TRANS-ACCT-TYPE TO SO-ACCT-TYPE
               MOVE WS-SW-SEQ-NUM   TO SO-SEQ
               READ SO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SO-DEST-PAYMENT
                           SET ORDER-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF ORDER-FOUND
               MOVE SPACES                     TO ACH-ENTRY-REC
               MOVE 'EN'                       TO AE-REC-TYPE
               MOVE SO-DEST-ROUTING            TO AE-ROUTING
               MOVE SO-DEST-ACCOUNT            TO AE-ACCOUNT
               MOVE WS-BUS-DATE-NUM            TO AE-EFF-DATE
               MOVE '22'                       TO AE-TRANS-CODE
               MOVE WS-WORK-CENTS              TO AE-AMOUNT-CENTS
               STRING 'STANDING ORDER '        DELIMITED BY SIZE
                      SO-KEY                   DELIMITED BY SIZE
                      INTO AE-ADDENDA
               WRITE ACH-ENTRY-REC

               ADD 1             TO WS-AO-STO-COUNT
                                    WS-AO-ITEM-COUNT
               ADD WS-WORK-CENTS TO WS-AO-STO-CENTS
                                    WS-AO-TOTAL-CENTS

               MOVE 'STO'                      TO WS-OD-SOURCE
               MOVE TRANS-ID                   TO WS-OD-CUST-ID
               MOVE SO-DEST-ROUTING            TO WS-OD-ROUTING
               MOVE SO-DEST-ACCOUNT            TO WS-OD-ACCOUNT
               COMPUTE WS-OD-AMOUNT = WS-WORK-CENTS / 100
               MOVE 'STANDING ORDER PMT'       TO WS-OD-NOTE
               WRITE ORIG-RPT-REC              FROM WS-ORIG-DETAIL-LN
               ADD 1             TO WS-AO-LIST-COUNT
               ADD WS-WORK-CENTS TO WS-AO-LIST-CENTS
           ELSE
               ADD 1             TO WS-AO-STO-MISS-COUNT
               ADD WS-WORK-CENTS TO WS-AO-STO-MISS-CENTS
           END-IF.
      *-----------------------------------------------------------------
       290-HOLD-FOR-REVIEW.
           COMPUTE WS-WORK-CENTS = TRANS-AMT * 100.
           MOVE TRANS-REC          TO HOLD-TRANS.
           MOVE WS-BUS-DATE-NUM    TO HOLD-FIRST-DATE
                                      WS-HELD-DATE.
           MOVE WS-ADDR-CHG-DATE   TO HOLD-ADDR-CHG-DATE.
           WRITE HOLD-WORK-REC     FROM HOLD-REC.
           ADD 1                   TO WS-AO-HELD-COUNT.
           ADD WS-WORK-CENTS       TO WS-AO-HELD-CENTS.
           MOVE 'HELD FOR REVIEW'  TO WS-RV-STATUS.
           PERFORM 500-WRITE-REVIEW-LN.
      *-----------------------------------------------------------------
      *    ESCHEATMENT: EVERY CANDIDATE WITH A POSITIVE BALANCE IS
      *    REMITTED TO THE STATE'S ACCOUNT. WITHOUT THE STATE CARD
      *    THE CANDIDATES ARE LEFT FOR THE MANUAL FILING AND THE
           END-IF.
      *-----------------------------------------------------------------
       420-REMIT-ONE-CANDIDATE.
           READ ESCHEAT-IN INTO CUST-REC
               AT END
                   SET EOF-ESCHEAT TO TRUE
           END-READ.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE ORIG-RPT-REC FROM WS-TITLE-LN.
           WRITE ORIG-RPT-REC FROM SPACES.
           IF ACH-RERUN
               MOVE '** RERUN - HOLD FILE RESTORED FROM PRIOR COPY'
                 TO WS-OM-TEXT
               WRITE ORIG-RPT-REC FROM WS-ORIG-MSG-LN
               WRITE ORIG-RPT-REC FROM SPACES
           END-IF.
           MOVE  WS-FMTD-DATE TO WS-REVIEW-TITLE-DATE.
           WRITE REVIEW-RPT-REC FROM WS-REVIEW-TITLE-LN.
           WRITE REVIEW-RPT-REC FROM SPACES.
           MOVE  WS-REVIEW-DAYS TO WS-RL-DAYS.
           WRITE REVIEW-RPT-REC FROM WS-REVIEW-LIMIT-LN.
           WRITE REVIEW-RPT-REC FROM SPACES.
           WRITE REVIEW-RPT-REC FROM WS-REVIEW-HDR-LN.
      *-----------------------------------------------------------------
       500-WRITE-REVIEW-LN.
           MOVE TRANS-BRANCH          TO WS-RV-SOURCE.
           MOVE TRANS-KEY             TO WS-RV-CUST-KEY.
           MOVE TRANS-DATE            TO WS-RV-TRANS-DATE.
           MOVE TRANS-BATCH-SERIAL    TO WS-RV-SERIAL.
           MOVE TRANS-AMT             TO WS-RV-AMOUNT.
           MOVE WS-ADDR-CHG-DATE      TO WS-RV-ADDR-CHG-DATE.
           MOVE WS-HELD-DATE          TO WS-RV-HELD-DATE.
           WRITE REVIEW-RPT-REC       FROM WS-REVIEW-DETAIL-LN.
      *-----------------------------------------------------------------
       600-WRITE-FILE-TRAILER.
           MOVE SPACES            TO ACH-FILE-TRL-REC.
                       'p04-ach-orig.rpt'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      *    A RELEASE OR CANCEL CARD THAT MET NO HELD ITEM NAMED ONE
      *    ALREADY WORKED, OR NONE AT ALL, OR WAS INCOMPLETE.
      *-----------------------------------------------------------------
       660-LIST-UNUSED-RELEASES.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               IF NOT RT-USED(WS-REL-IDX)
                   MOVE SPACES        TO WS-RV-SOURCE
                   MOVE WS-RT-CUST-KEY(WS-REL-IDX)
                                      TO WS-RV-CUST-KEY
                   MOVE WS-RT-TRANS-DATE(WS-REL-IDX)
                                      TO WS-RV-TRANS-DATE
                   MOVE WS-RT-SERIAL(WS-REL-IDX)
                                      TO WS-RV-SERIAL
                   MOVE WS-RT-AMOUNT(WS-REL-IDX)
                                      TO WS-RV-AMOUNT
                   MOVE ZERO          TO WS-RV-ADDR-CHG-DATE
                                         WS-RV-HELD-DATE
                   MOVE 'CARD NOT USED' TO WS-RV-STATUS
                   WRITE REVIEW-RPT-REC FROM WS-REVIEW-DETAIL-LN
                   ADD 1 TO WS-AO-REL-UNUSED-COUNT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    REPLACE THE HOLD FILE WITH TONIGHT'S CARRIED-FORWARD COPY:
      *    ITEMS STILL HELD PLUS THOSE HELD TONIGHT.
      *-----------------------------------------------------------------
       670-COPY-WORK-TO-HOLD.
           MOVE 'N' TO WS-HOLD-EOF-FLAG.
           OPEN INPUT  HOLD-WORK.
           OPEN OUTPUT HOLD-FILE.
           PERFORM UNTIL EOF-HOLD
               READ HOLD-WORK
                   AT END
                       SET EOF-HOLD TO TRUE
                   NOT AT END
                       WRITE HOLD-REC FROM HOLD-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE HOLD-WORK
                 HOLD-FILE.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE ORIG-RPT-REC              FROM SPACES.
           COMPUTE WS-AO-VALUE = WS-AO-ESCH-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'CLOSING PAYOUTS BY ACH'      TO WS-AO-LABEL.
           MOVE WS-AO-CLS-ACH-COUNT           TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'CLOSING ACH DOLLARS'         TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-CLS-ACH-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'CLOSING PAYOUTS BY CHECK'    TO WS-AO-LABEL.
           MOVE WS-AO-CLS-CHK-COUNT           TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'OFFICIAL CHECK DOLLARS'      TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-CLS-CHK-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'STANDING ORDER PAYMENTS'     TO WS-AO-LABEL.
           MOVE WS-AO-STO-COUNT               TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'STANDING ORDER DOLLARS'      TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-STO-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'STANDING ORDERS NOT ON FILE' TO WS-AO-LABEL.
           MOVE WS-AO-STO-MISS-COUNT          TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'UNPAID STANDING ORDER DOLLARS' TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-STO-MISS-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'HELD FOR ADDRESS REVIEW'     TO WS-AO-LABEL.
           MOVE WS-AO-HELD-COUNT              TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'DOLLARS HELD FOR REVIEW'     TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-HELD-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'RELEASED FROM REVIEW'        TO WS-AO-LABEL.
           MOVE WS-AO-REL-COUNT               TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.

           MOVE 'FILE TRAILER ITEM COUNT'     TO WS-AO-LABEL.
           MOVE WS-AO-ITEM-COUNT              TO WS-AO-VALUE.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.
           COMPUTE WS-AO-VALUE = WS-AO-TOTAL-CENTS / 100.
           WRITE ORIG-RPT-REC                 FROM WS-AO-SUMMARY-LN.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       750-PRINT-REVIEW-SUMMARY.
           WRITE REVIEW-RPT-REC            FROM SPACES.
           MOVE 'HELD TONIGHT'                TO WS-AO-LABEL.
           MOVE WS-AO-HELD-COUNT              TO WS-AO-VALUE.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'HELD TONIGHT DOLLARS'        TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-HELD-CENTS / 100.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'STILL HELD FROM EARLIER'     TO WS-AO-LABEL.
           MOVE WS-AO-STILL-COUNT             TO WS-AO-VALUE.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'STILL HELD DOLLARS'          TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-STILL-CENTS / 100.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'RELEASED TO THE FILE'        TO WS-AO-LABEL.
           MOVE WS-AO-REL-COUNT               TO WS-AO-VALUE.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'RELEASED DOLLARS'            TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-REL-CENTS / 100.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'CANCELLED - PAY BY HAND'     TO WS-AO-LABEL.
           MOVE WS-AO-CANCEL-COUNT            TO WS-AO-VALUE.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'CANCELLED DOLLARS'           TO WS-AO-LABEL.
           COMPUTE WS-AO-VALUE = WS-AO-CANCEL-CENTS / 100.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           MOVE 'CARDS MATCHING NO HELD ITEM' TO WS-AO-LABEL.
           MOVE WS-AO-REL-UNUSED-COUNT        TO WS-AO-VALUE.
           WRITE REVIEW-RPT-REC               FROM WS-AO-SUMMARY-LN.

           IF WS-AO-HELD-COUNT NOT EQUAL ZERO
              OR WS-AO-STILL-COUNT NOT EQUAL ZERO
               DISPLAY '*** PAYOUTS HELD FOR ADDRESS REVIEW - SEE '
                       'p04-ach-review.rpt'
           END-IF.
      *-----------------------------------------------------------------
