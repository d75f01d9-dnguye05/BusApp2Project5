      ******************************************************************
      *PROGRAM : PROJECT 4   STANDING ORDER MAINTENANCE                *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Applies add/change/delete cards against the indexed   *
      *          standing-order file and writes a before/after audit   *
      *          log of every card with the operator who keyed it. An  *
      *          order moves a fixed amount out of one account on a    *
      *          fixed frequency until its end date, either to the     *
      *          customer's other account or out to a payee account    *
      *          by ACH. A card is edited in full - amount, frequency, *
      *          a real next due date no earlier than the business     *
      *          date, the end date, the destination and the rule for  *
      *          a weekend, held or short-funded occurrence - and both *
      *          accounts must be open on the master; a card that      *
      *          fails is logged as an error and not applied. A change *
      *          card carries the whole order image and puts an ended  *
      *          order back in force. Each card stands alone, so cards *
      *          need not be in key sequence.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-SO-MAINT.
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
           SELECT SO-TRANS      ASSIGN TO 'p04-so-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG     ASSIGN TO 'p04-so-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
       COPY P04-SO-REC.

       FD  CUST-MST.
       COPY P04-CUST-REC.

      *-----------------------------------------------------------------
      *    ONE CARD PER ORDER. THE END DATE IS BLANK FOR AN ORDER THAT
      *    RUNS UNTIL CANCELLED; ROUTING AND PAYEE ACCOUNT ARE BLANK ON
      *    A TRANSFER, AND THE DESTINATION ACCOUNT TYPE ON A PAYMENT.
      *-----------------------------------------------------------------
       FD  SO-TRANS.
       01  SM-REC.
           03  SM-ACTION                   PIC X(1).
               88  SM-ADD                              VALUE 'A'.
               88  SM-CHANGE                           VALUE 'C'.
               88  SM-DELETE                           VALUE 'D'.
           03  SM-KEY.
               05  SM-CUST-KEY.
                   07  SM-CUST-ID          PIC X(5).
                   07  SM-ACCT-TYPE        PIC X(2).
               05  SM-SEQ                  PIC 9(2).
           03  SM-AMOUNT                   PIC 9(5)V99.
           03  SM-FREQUENCY                PIC X(1).
               88  SM-FREQ-VALID       VALUES 'W' 'B' 'M' 'Q' 'A'.
           03  SM-NEXT-DUE                 PIC 9(8).
           03  SM-END-DATE                 PIC X(8).
           03  SM-END-DATE-NUM REDEFINES SM-END-DATE
                                           PIC 9(8).
           03  SM-DEST-TYPE                PIC X(1).
               88  SM-DEST-XFER                        VALUE 'T'.
               88  SM-DEST-PAYMENT                     VALUE 'P'.
           03  SM-DEST-ACCT-TYPE           PIC X(2).
           03  SM-DEST-ROUTING             PIC X(9).
           03  SM-DEST-ROUTING-NUM REDEFINES SM-DEST-ROUTING
                                           PIC 9(9).
           03  SM-DEST-ACCOUNT             PIC X(17).
           03  SM-EXCEPT-RULE              PIC X(1).
               88  SM-RULE-VALID               VALUES 'R' 'S'.
           03  SM-OPERATOR                 PIC X(8).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'STANDING ORDER AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-AUDIT-HDR-LN.
           03  FILLER               PIC X(8)  VALUE 'ACTION'.
           03  FILLER               PIC X(13) VALUE 'ORDER'.
           03  FILLER               PIC X(10) VALUE '   BEFORE'.
           03  FILLER               PIC X(2)  VALUE 'FQ'.
           03  FILLER               PIC X(10) VALUE 'NEXT DUE'.
           03  FILLER               PIC X(10) VALUE '    AFTER'.
           03  FILLER               PIC X(2)  VALUE 'FQ'.
           03  FILLER               PIC X(10) VALUE 'NEXT DUE'.
           03  FILLER               PIC X(10) VALUE 'OPERATOR'.
           03  FILLER               PIC X(25) VALUE 'NOTE'.

       01  WS-AUDIT-DETAIL-LN.
           03  WS-AUD-ACTION               PIC X(8).
           03  WS-AUD-ORDER.
               05  WS-AUD-CUST-ID          PIC X(5).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-AUD-ACCT-TYPE        PIC X(2).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-AUD-SEQ              PIC X(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-BEFORE-AMT           PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUD-BEFORE-FREQ          PIC X(1).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUD-BEFORE-DUE           PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-AFTER-AMT            PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUD-AFTER-FREQ           PIC X(1).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUD-AFTER-DUE            PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-OPERATOR             PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-NOTE                 PIC X(20).
           03  FILLER                      PIC X(5)    VALUE SPACES.

       01  WS-FLAGS.
           03  WS-MAINT-EOF-FLAG           PIC X           VALUE 'N'.
               88  MAINT-EOF                               VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-CARD-OK-FLAG             PIC X           VALUE 'N'.
               88  CARD-OK                                 VALUE 'Y'.
           03  WS-DATE-OK-FLAG             PIC X           VALUE 'N'.
               88  DATE-OK                                 VALUE 'Y'.
           03  WS-SWEEP-EOF-FLAG           PIC X           VALUE 'N'.
               88  SWEEP-EOF                               VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-CHECK-DATE               PIC 9(8)        VALUE ZERO.
           03  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
               05  WS-CK-YYYY              PIC 9(4).
               05  WS-CK-MM                PIC 9(2).
               05  WS-CK-DD                PIC 9(2).
           03  WS-ACCT-KEY-WORK.
               05  WS-AK-CUST-ID           PIC X(5).
               05  WS-AK-ACCT-TYPE         PIC X(2).
                   88  AK-ACCT-TYPE-VALID          VALUES 'CK' 'SV'.

       01  WS-SO-COUNTS.
           03  WS-SM-ADD-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-SM-CHANGE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-SM-DELETE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-SM-ERROR-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SM-ORDER-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SM-ACTIVE-COUNT          PIC 9(7)        VALUE ZERO.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
           03  WS-SUM-VALUE                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(38)       VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           OPEN I-O    SO-FILE.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  SO-TRANS.
           OPEN OUTPUT AUDIT-LOG.

           DISPLAY 'Project 4 - Standing Order Maintenance - '
                   'David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 420-READ-SO-TRANS.
           PERFORM 200-PROCESS-MAINTENANCE UNTIL MAINT-EOF.
           PERFORM 700-COUNT-ORDERS.
           PERFORM 800-PRINT-SUMMARY.
           DISPLAY 'End of standing order maintenance run'.

           CLOSE SO-FILE
                 CUST-MST
                 SO-TRANS
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    EACH CARD IS EDITED FIRST; ONLY A CLEAN CARD IS APPLIED
      *    AGAINST THE ORDER FILE BY KEY. ADDS ARE WRITTEN, CHANGES
      *    AND DELETES ARE READ (FOR THE BEFORE IMAGE ON THE AUDIT
      *    LOG) AND THEN REWRITTEN OR DELETED.
      *-----------------------------------------------------------------
       200-PROCESS-MAINTENANCE.
           PERFORM 210-EDIT-CARD.
           IF CARD-OK
               EVALUATE TRUE
                   WHEN SM-ADD
                       PERFORM 220-PROCESS-ADD
                   WHEN SM-CHANGE
                       PERFORM 230-PROCESS-CHANGE
                   WHEN SM-DELETE
                       PERFORM 240-PROCESS-DELETE
               END-EVALUATE
           END-IF.
           PERFORM 420-READ-SO-TRANS.
      *-----------------------------------------------------------------
      *    A DELETE NEEDS ONLY A GOOD KEY. AN ADD OR CHANGE MUST BE A
      *    WORKABLE ORDER: THE GENERATION RUN TRUSTS EVERY FIELD, AND
      *    BOTH ACCOUNTS IT MOVES MONEY BETWEEN MUST BE OPEN.
      *-----------------------------------------------------------------
       210-EDIT-CARD.
           MOVE 'N'                  TO WS-CARD-OK-FLAG.
           MOVE SM-NEXT-DUE          TO WS-CHECK-DATE.
           PERFORM 260-CHECK-DATE.
           MOVE SM-CUST-KEY          TO WS-ACCT-KEY-WORK.
           EVALUATE TRUE
               WHEN NOT SM-ADD AND NOT SM-CHANGE AND NOT SM-DELETE
                   MOVE 'INVALID ACTION'      TO WS-AUD-NOTE
               WHEN SM-OPERATOR EQUAL SPACES
                   MOVE 'NO OPERATOR ID'      TO WS-AUD-NOTE
               WHEN SM-CUST-ID EQUAL SPACES
                   MOVE 'MISSING CUST-ID'     TO WS-AUD-NOTE
               WHEN NOT AK-ACCT-TYPE-VALID
                   MOVE 'BAD ACCT TYPE'       TO WS-AUD-NOTE
               WHEN SM-SEQ NOT NUMERIC
                   MOVE 'BAD ORDER NUMBER'    TO WS-AUD-NOTE
               WHEN SM-DELETE
                   SET CARD-OK TO TRUE
               WHEN SM-AMOUNT NOT NUMERIC OR SM-AMOUNT EQUAL ZERO
                   MOVE 'ZERO OR INVALID AMT' TO WS-AUD-NOTE
               WHEN NOT SM-FREQ-VALID
                   MOVE 'BAD FREQUENCY'       TO WS-AUD-NOTE
               WHEN NOT DATE-OK
                   MOVE 'BAD NEXT DUE DATE'   TO WS-AUD-NOTE
               WHEN SM-NEXT-DUE < WS-BUS-DATE-NUM
                   MOVE 'NEXT DUE IN PAST'    TO WS-AUD-NOTE
               WHEN SM-END-DATE NOT EQUAL SPACES
                    AND (SM-END-DATE NOT NUMERIC
                         OR SM-END-DATE-NUM < SM-NEXT-DUE)
                   MOVE 'BAD END DATE'        TO WS-AUD-NOTE
               WHEN NOT SM-DEST-XFER AND NOT SM-DEST-PAYMENT
                   MOVE 'BAD DEST TYPE'       TO WS-AUD-NOTE
               WHEN SM-DEST-XFER
                    AND ((SM-DEST-ACCT-TYPE NOT EQUAL 'CK'
                          AND NOT EQUAL 'SV')
                         OR SM-DEST-ACCT-TYPE EQUAL SM-ACCT-TYPE)
                   MOVE 'BAD DEST ACCT TYPE'  TO WS-AUD-NOTE
               WHEN SM-DEST-PAYMENT
                    AND (SM-DEST-ROUTING NOT NUMERIC
                         OR SM-DEST-ROUTING-NUM EQUAL ZERO
                         OR SM-DEST-ACCOUNT EQUAL SPACES)
                   MOVE 'NO PAYEE ACCOUNT'    TO WS-AUD-NOTE
               WHEN NOT SM-RULE-VALID
                   MOVE 'BAD EXCEPTION RULE'  TO WS-AUD-NOTE
               WHEN OTHER
                   PERFORM 270-CHECK-ACCOUNTS
           END-EVALUATE.
           IF NOT CARD-OK
               PERFORM 450-WRITE-CARD-ERROR
           END-IF.
      *-----------------------------------------------------------------
       220-PROCESS-ADD.
           MOVE SM-KEY                    TO SO-KEY.
           PERFORM 250-MOVE-CARD-TO-ORDER.
           MOVE WS-BUS-DATE-NUM           TO SO-OPEN-DATE.
           MOVE ZERO                      TO SO-LAST-GEN-DATE.
           WRITE SO-REC
               INVALID KEY
                   MOVE 'DUPLICATE ADD'   TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               NOT INVALID KEY
                   MOVE 'ADD'             TO WS-AUD-ACTION
                   PERFORM 460-SET-AUDIT-KEY
                   MOVE ZERO              TO WS-AUD-BEFORE-AMT
                   MOVE SPACES            TO WS-AUD-BEFORE-FREQ
                                             WS-AUD-BEFORE-DUE
                                             WS-AUD-NOTE
                   PERFORM 470-SET-AUDIT-AFTER
                   WRITE AUDIT-REC        FROM WS-AUDIT-DETAIL-LN
                   ADD 1 TO WS-SM-ADD-COUNT
           END-WRITE.
      *-----------------------------------------------------------------
      *    THE OPEN DATE AND LAST GENERATION DATE ARE KEPT FROM THE
      *    ORDER ON FILE; EVERYTHING ELSE COMES FROM THE CARD.
      *-----------------------------------------------------------------
       230-PROCESS-CHANGE.
           PERFORM 430-READ-ORDER-BY-KEY.
           IF KEY-FOUND
               MOVE 'CHANGE'              TO WS-AUD-ACTION
               PERFORM 460-SET-AUDIT-KEY
               MOVE SO-AMOUNT             TO WS-AUD-BEFORE-AMT
               MOVE SO-FREQUENCY          TO WS-AUD-BEFORE-FREQ
               MOVE SO-NEXT-DUE-DATE      TO WS-AUD-BEFORE-DUE
               IF SO-ENDED
                   MOVE 'ENDED ORDER RESUMED' TO WS-AUD-NOTE
               ELSE
                   MOVE SPACES            TO WS-AUD-NOTE
               END-IF
               PERFORM 250-MOVE-CARD-TO-ORDER
               REWRITE SO-REC
               ADD 1 TO WS-SM-CHANGE-COUNT
               PERFORM 470-SET-AUDIT-AFTER
               WRITE AUDIT-REC            FROM WS-AUDIT-DETAIL-LN
           ELSE
               MOVE 'NO ORDER ON FILE'    TO WS-AUD-NOTE
               PERFORM 450-WRITE-CARD-ERROR
           END-IF.
      *-----------------------------------------------------------------
       240-PROCESS-DELETE.
           PERFORM 430-READ-ORDER-BY-KEY.
           IF KEY-FOUND
               MOVE 'DELETE'              TO WS-AUD-ACTION
               PERFORM 460-SET-AUDIT-KEY
               MOVE SO-AMOUNT             TO WS-AUD-BEFORE-AMT
               MOVE SO-FREQUENCY          TO WS-AUD-BEFORE-FREQ
               MOVE SO-NEXT-DUE-DATE      TO WS-AUD-BEFORE-DUE
               MOVE ZERO                  TO WS-AUD-AFTER-AMT
               MOVE SPACES                TO WS-AUD-AFTER-FREQ
                                             WS-AUD-AFTER-DUE
                                             WS-AUD-NOTE
               DELETE SO-FILE RECORD
               ADD 1 TO WS-SM-DELETE-COUNT
               WRITE AUDIT-REC            FROM WS-AUDIT-DETAIL-LN
           ELSE
               MOVE 'NO ORDER ON FILE'    TO WS-AUD-NOTE
               PERFORM 450-WRITE-CARD-ERROR
           END-IF.
      *-----------------------------------------------------------------
      *    THE DAY OF THE MONTH THE ORDER WAS SET UP ON IS KEPT, SO A
      *    MONTHLY ORDER FOR THE 31ST THAT FALLS ON THE 30TH OR 28TH
      *    IN A SHORT MONTH RETURNS TO THE 31ST AFTERWARDS.
      *-----------------------------------------------------------------
       250-MOVE-CARD-TO-ORDER.
           MOVE SM-AMOUNT                 TO SO-AMOUNT.
           MOVE SM-FREQUENCY              TO SO-FREQUENCY.
           MOVE SM-NEXT-DUE               TO SO-NEXT-DUE-DATE
                                             WS-CHECK-DATE.
           MOVE WS-CK-DD                  TO SO-DUE-DAY.
           IF SM-END-DATE EQUAL SPACES
               MOVE ZERO                  TO SO-END-DATE
           ELSE
               MOVE SM-END-DATE-NUM       TO SO-END-DATE
           END-IF.
           MOVE SM-DEST-TYPE              TO SO-DEST-TYPE.
           IF SO-DEST-XFER
               MOVE SM-DEST-ACCT-TYPE     TO SO-DEST-ACCT-TYPE
               MOVE ZERO                  TO SO-DEST-ROUTING
               MOVE SPACES                TO SO-DEST-ACCOUNT
           ELSE
               MOVE SPACES                TO SO-DEST-ACCT-TYPE
               MOVE SM-DEST-ROUTING-NUM   TO SO-DEST-ROUTING
               MOVE SM-DEST-ACCOUNT       TO SO-DEST-ACCOUNT
           END-IF.
           MOVE SM-EXCEPT-RULE            TO SO-EXCEPT-RULE.
           MOVE 'A'                       TO SO-STATUS.
      *-----------------------------------------------------------------
      *    A DATE IS GOOD WHEN IT SURVIVES THE TRIP TO A DAY NUMBER
      *    AND BACK UNCHANGED; 0230 OR 0431 COMES BACK AS A DAY IN
      *    THE FOLLOWING MONTH.
      *-----------------------------------------------------------------
       260-CHECK-DATE.
           MOVE 'N' TO WS-DATE-OK-FLAG.
           IF WS-CHECK-DATE NUMERIC
              AND WS-CK-YYYY > ZERO
              AND WS-CK-MM >= 1 AND WS-CK-MM <= 12
              AND WS-CK-DD >= 1 AND WS-CK-DD <= 31
               MOVE WS-CHECK-DATE TO WS-DN-DATE-NUM
               PERFORM 710-CALC-DAY-NUMBER
               PERFORM 720-CALC-DATE
               IF WS-DN-DATE-NUM EQUAL WS-CHECK-DATE
                   SET DATE-OK TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE FUNDING ACCOUNT, AND ON A TRANSFER THE RECEIVING ONE,
      *    MUST BE ON THE MASTER AND OPEN.
      *-----------------------------------------------------------------
       270-CHECK-ACCOUNTS.
           MOVE SM-CUST-KEY          TO CUST-KEY.
           PERFORM 440-READ-MASTER-BY-KEY.
           EVALUATE TRUE
               WHEN NOT KEY-FOUND
                   MOVE 'NO SOURCE ACCOUNT'   TO WS-AUD-NOTE
               WHEN NOT CUST-STATUS-OPEN
                   MOVE 'SOURCE ACCT CLOSED'  TO WS-AUD-NOTE
               WHEN SM-DEST-PAYMENT
                   SET CARD-OK TO TRUE
               WHEN OTHER
                   MOVE SM-CUST-ID        TO CUST-ID
                   MOVE SM-DEST-ACCT-TYPE TO CUST-ACCT-TYPE
                   PERFORM 440-READ-MASTER-BY-KEY
                   EVALUATE TRUE
                       WHEN NOT KEY-FOUND
                           MOVE 'NO DEST ACCOUNT'    TO WS-AUD-NOTE
                       WHEN NOT CUST-STATUS-OPEN
                           MOVE 'DEST ACCT CLOSED'   TO WS-AUD-NOTE
                       WHEN OTHER
                           SET CARD-OK TO TRUE
                   END-EVALUATE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE AUDIT-REC FROM WS-TITLE-LN.
           WRITE AUDIT-REC FROM SPACES.
           WRITE AUDIT-REC FROM WS-AUDIT-HDR-LN.
      *-----------------------------------------------------------------
       420-READ-SO-TRANS.
           READ SO-TRANS
               AT END
                   SET MAINT-EOF TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       430-READ-ORDER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE SM-KEY TO SO-KEY.
           READ SO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    THE CALLER HAS ALREADY MOVED THE ACCOUNT KEY TO CUST-KEY.
      *-----------------------------------------------------------------
       440-READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    THE CALLER HAS ALREADY MOVED THE REASON TO WS-AUD-NOTE.
      *-----------------------------------------------------------------
       450-WRITE-CARD-ERROR.
           MOVE 'ERROR'                   TO WS-AUD-ACTION.
           PERFORM 460-SET-AUDIT-KEY.
           MOVE ZERO                      TO WS-AUD-BEFORE-AMT
                                             WS-AUD-AFTER-AMT.
           MOVE SPACES                    TO WS-AUD-BEFORE-FREQ
                                             WS-AUD-BEFORE-DUE
                                             WS-AUD-AFTER-FREQ
                                             WS-AUD-AFTER-DUE.
           WRITE AUDIT-REC                FROM WS-AUDIT-DETAIL-LN.
           ADD 1 TO WS-SM-ERROR-COUNT.
      *-----------------------------------------------------------------
       460-SET-AUDIT-KEY.
           MOVE SM-CUST-ID                TO WS-AUD-CUST-ID.
           MOVE SM-ACCT-TYPE              TO WS-AUD-ACCT-TYPE.
           MOVE SM-SEQ                    TO WS-AUD-SEQ.
           MOVE SM-OPERATOR               TO WS-AUD-OPERATOR.
      *-----------------------------------------------------------------
       470-SET-AUDIT-AFTER.
           MOVE SO-AMOUNT                 TO WS-AUD-AFTER-AMT.
           MOVE SO-FREQUENCY              TO WS-AUD-AFTER-FREQ.
           MOVE SO-NEXT-DUE-DATE          TO WS-AUD-AFTER-DUE.
      *-----------------------------------------------------------------
      *    SWEEP THE ORDER FILE AFTER ALL CARDS ARE APPLIED FOR THE
      *    RECORD COUNT AND THE NUMBER OF ORDERS STILL IN FORCE.
      *-----------------------------------------------------------------
       700-COUNT-ORDERS.
           MOVE LOW-VALUES TO SO-KEY.
           START SO-FILE KEY NOT < SO-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF
               READ SO-FILE NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SM-ORDER-COUNT
                       IF SO-ACTIVE
                           ADD 1 TO WS-SM-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       720-CALC-DATE.
           COPY P04-DAY-NUM-DATE.
      *-----------------------------------------------------------------
       800-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'ORDERS ADDED'                TO WS-SUM-LABEL.
           MOVE WS-SM-ADD-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ORDERS CHANGED'              TO WS-SUM-LABEL.
           MOVE WS-SM-CHANGE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ORDERS DELETED'              TO WS-SUM-LABEL.
           MOVE WS-SM-DELETE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MAINTENANCE ERRORS'          TO WS-SUM-LABEL.
           MOVE WS-SM-ERROR-COUNT             TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ORDERS ON FILE'              TO WS-SUM-LABEL.
           MOVE WS-SM-ORDER-COUNT             TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ORDERS IN FORCE'             TO WS-SUM-LABEL.
           MOVE WS-SM-ACTIVE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.
      *-----------------------------------------------------------------
