      *PROGRAM : PROJECT 4   CUSTOMER MASTER MAINTENANCE               *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 02/08/2020                                            *
      *ABSTRACT: Maker side of customer master maintenance. Each       *
      *          add/change/delete card is edited against the indexed  *
      *          master and, when it passes, queued on the pending-    *
      *          changes file stamped with the entering operator; the  *
      *          master itself is only read here. Nothing is applied   *
      *          until the approval run (NGUYEN-P04-MSTR-APPR), under  *
      *          a different operator ID, approves the item; an        *
      *          approved balance change then goes to the next edit as *
      *          an adjustment rather than overwriting CUST-BAL. Every *
      *          card is written to the before/after audit log with    *
      *          its maker. Maintenance cards need not be in CUST-ID   *
      *          sequence; each card stands alone. A checking account  *
      *          is enrolled in or withdrawn from overdraft protection *
      *          through the same add/change card, and a returned-mail *
      *          indicator is set or cleared on it. An address change  *
      *          is applied, and its confirmation notices to the old   *
      *          and new addresses written, by the approval run. A     *
      *          customer on the customer information file is mailed   *
      *          at its CIF address, so a change card that would alter *
      *          the address on one of that customer's accounts is     *
      *          refused as ADDR ON CIF and must be keyed through CIF  *
      *          maintenance.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-MAINT.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT MAINT-TRANS   ASSIGN TO 'p04-mstr-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE
                                ASSIGN TO 'p04-mstr-pending.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG
                                ASSIGN TO 'p04-mstr-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  MAINT-TRANS.
       01  MAINT-REC.
           03  MAINT-ACTION                PIC X(1).
           03  MAINT-CUST-ZIP              PIC X(5).
           03  MAINT-CUST-BAL              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
      *    OVERDRAFT-PROTECTION ENROLLMENT FOR A CHECKING ACCOUNT: 'Y'
      *    ENROLLS, 'N' WITHDRAWS, BLANK LEAVES IT AS IT IS.
           03  MAINT-OD-PROTECT            PIC X(1).
               88  MAINT-OD-ENROLL                     VALUE 'Y'.
               88  MAINT-OD-WITHDRAW                   VALUE 'N'.
               88  MAINT-OD-NO-CHANGE                  VALUE ' '.
      *    OPERATOR ID OF THE CLERK WHO KEYED THE CARD (THE MAKER).
           03  MAINT-OPERATOR              PIC X(8).
      *    RETURNED MAIL: 'Y' RECORDS THAT MAIL TO THE ACCOUNT CAME
      *    BACK UNDELIVERABLE, 'N' CLEARS IT, BLANK LEAVES IT AS IT IS.
      *    AN ADDRESS CHANGE CLEARS IT UNLESS THE SAME CARD SETS IT.
           03  MAINT-RET-MAIL              PIC X(1).
               88  MAINT-RET-MAIL-VALID            VALUES 'Y' 'N' ' '.

      *-----------------------------------------------------------------
      *    CHANGES WAITING FOR THE APPROVAL RUN. READ ONCE AT START-UP
      *    FOR THE LAST PENDING ID ISSUED TODAY, THEN EXTENDED.
      *-----------------------------------------------------------------
       FD  PEND-FILE.
       COPY P04-PEND-REC.

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(131).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-MSTR-AUD-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
                     VALUE 'CUSTOMER MASTER MAINTENANCE AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-MAINT-KEY-WORK.
           03  WS-MK-CUST-ID               PIC X(5).
           03  WS-MK-ACCT-TYPE             PIC X(2).

       01  WS-PEND-ID-WORK.
           03  WS-PI-ENTRY-DATE            PIC 9(8).
           03  FILLER                      PIC X(1)        VALUE '-'.
           03  WS-PI-SEQ                   PIC 9(4).

       01  WS-FLAGS.
           03  WS-MAINT-EOF-FLAG           PIC X           VALUE 'N'.
               88  MAINT-EOF                               VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.
           03  WS-ADDR-DIFF-FLAG           PIC X           VALUE 'N'.
               88  ADDRESS-DIFFERS                         VALUE 'Y'.
           03  WS-PEND-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-PEND-FILE                           VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-LAST-SEQ                 PIC 9(4)        VALUE ZERO.

       01  WS-MAINT-COUNTS.
           03  WS-MC-CARD-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-MC-ADD-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-MC-CHANGE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-MC-DELETE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-MC-ERROR-COUNT           PIC 9(7)        VALUE ZERO.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 160-FIND-LAST-PEND-SEQ.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  CIF-FILE.
           OPEN INPUT  MAINT-TRANS.
           OPEN EXTEND PEND-FILE.
      *    THE MAINTENANCE AND APPROVAL RUNS SHARE ONE AUDIT LOG, SO
      *    EACH RUN ADDS ITS OWN TITLED SECTION TO IT.
           OPEN EXTEND AUDIT-LOG.

           DISPLAY 'Project 4 - Master Maintenance - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 420-READ-MAINT-TRANS.
           PERFORM 200-PROCESS-MAINTENANCE UNTIL MAINT-EOF.
           PERFORM 800-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of maintenance run'.

           CLOSE CUST-MST
                 CIF-FILE
                 MAINT-TRANS
                 PEND-FILE
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE PENDING ID AND THE RUN-CONTROL STAMP CARRY THE CYCLE'S
      *    BUSINESS DATE, NOT THE WALL-CLOCK DATE.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    PENDING IDS RUN FROM 0001 WITHIN EACH ENTRY DATE. FIND THE
      *    HIGHEST ONE ALREADY ISSUED TODAY SO A SECOND MAINTENANCE
      *    RUN ON THE SAME DAY CARRIES ON FROM IT.
      *-----------------------------------------------------------------
       160-FIND-LAST-PEND-SEQ.
           OPEN INPUT PEND-FILE.
           PERFORM UNTIL EOF-PEND-FILE
               READ PEND-FILE
                   AT END
                       SET EOF-PEND-FILE TO TRUE
                   NOT AT END
                       IF PEND-ENTRY-DATE EQUAL WS-BUS-DATE-NUM
                          AND PEND-SEQ > WS-LAST-SEQ
                           MOVE PEND-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
      *-----------------------------------------------------------------
      *    EACH CARD IS EDITED ON ITS OWN AGAINST THE MASTER AS IT
      *    STANDS NOW: AN ADD MUST NOT EXIST YET, A CHANGE OR DELETE
      *    MUST. A CARD THAT PASSES IS QUEUED FOR APPROVAL; THE
      *    APPROVAL RUN EDITS IT AGAIN WHEN IT IS APPLIED, SINCE THE
      *    MASTER MAY HAVE MOVED ON IN BETWEEN. A CUSTOMER ON THE CIF IS
      *    MAILED AT THE CIF ADDRESS, SO A NEW ADDRESS FOR ONE OF ITS
      *    ACCOUNTS IS REFUSED HERE AND MUST BE KEYED THROUGH CIF
      *    MAINTENANCE, WHICH MOVES EVERY ACCOUNT OF THE CUSTOMER.
      *-----------------------------------------------------------------
       200-PROCESS-MAINTENANCE.
           ADD  1                    TO WS-MC-CARD-COUNT.
           MOVE MAINT-CUST-ID        TO WS-MK-CUST-ID.
           MOVE MAINT-ACCT-TYPE      TO WS-MK-ACCT-TYPE.
           MOVE WS-MAINT-KEY-WORK    TO WS-AUD-CUST-KEY.
           MOVE SPACES               TO WS-AUD-PEND-ID
                                        WS-AUD-BEFORE-NAME
                                        WS-AUD-CHECKER.
           MOVE ZERO                 TO WS-AUD-BEFORE-BAL.
           MOVE MAINT-CUST-NAME      TO WS-AUD-AFTER-NAME.
           MOVE MAINT-CUST-BAL       TO WS-AUD-AFTER-BAL.
           MOVE MAINT-OPERATOR       TO WS-AUD-MAKER.
           IF MAINT-DELETE
               MOVE SPACES           TO WS-AUD-AFTER-NAME
               MOVE ZERO             TO WS-AUD-AFTER-BAL
           END-IF.
           PERFORM 430-READ-MASTER-BY-KEY.
           MOVE 'N'                  TO WS-ADDR-DIFF-FLAG.
           IF KEY-FOUND
               MOVE CUST-NAME        TO WS-AUD-BEFORE-NAME
               MOVE CUST-BAL         TO WS-AUD-BEFORE-BAL
               IF MAINT-CUST-STREET NOT EQUAL CUST-STREET
                  OR MAINT-CUST-CITY NOT EQUAL CUST-CITY
                  OR MAINT-CUST-STATE NOT EQUAL CUST-STATE
                  OR MAINT-CUST-ZIP NOT EQUAL CUST-ZIP
                   SET ADDRESS-DIFFERS TO TRUE
               END-IF
           END-IF.
           PERFORM 440-READ-CIF-BY-KEY.
           EVALUATE TRUE
               WHEN MAINT-OPERATOR EQUAL SPACES
                   MOVE 'NO OPERATOR ID'   TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN NOT MAINT-ACCT-CHECKING
                    AND NOT MAINT-ACCT-SAVINGS
                   MOVE 'BAD ACCT TYPE'    TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN NOT MAINT-ADD
                    AND NOT MAINT-CHANGE
                    AND NOT MAINT-DELETE
                   MOVE 'INVALID ACTION'   TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN MAINT-ADD AND KEY-FOUND
                   MOVE 'DUPLICATE ADD'    TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN NOT MAINT-ADD AND NOT KEY-FOUND
                   MOVE 'NO MASTER RECORD' TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN NOT (MAINT-OD-ENROLL OR MAINT-OD-WITHDRAW
                         OR MAINT-OD-NO-CHANGE)
                   MOVE 'BAD OD FLAG'      TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN MAINT-OD-ENROLL AND NOT MAINT-ACCT-CHECKING
                   MOVE 'OD ON SAVINGS'    TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN NOT MAINT-RET-MAIL-VALID
                   MOVE 'BAD RET MAIL'     TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN MAINT-CHANGE AND ADDRESS-DIFFERS AND CIF-FOUND
                   MOVE 'ADDR ON CIF'      TO WS-AUD-NOTE
                   PERFORM 450-WRITE-ERROR-LN
               WHEN OTHER
                   PERFORM 250-QUEUE-CHANGE
           END-EVALUATE.
           PERFORM 420-READ-MAINT-TRANS.
      *-----------------------------------------------------------------
      *    QUEUE THE CARD UNDER THE NEXT PENDING ID WITH ITS MAKER AND
      *    THE BALANCE THE ACCOUNT CARRIED WHEN IT WAS KEYED.
      *-----------------------------------------------------------------
       250-QUEUE-CHANGE.
           ADD  1                    TO WS-LAST-SEQ.
           MOVE WS-BUS-DATE-NUM      TO PEND-ENTRY-DATE.
           MOVE WS-LAST-SEQ          TO PEND-SEQ.
           MOVE 'P'                  TO PEND-STATUS.
           MOVE MAINT-OPERATOR       TO PEND-MAKER-ID.
           MOVE SPACES               TO PEND-CHECKER-ID
                                        PEND-DECISION-NOTE.
           MOVE ZERO                 TO PEND-DECIDED-DATE.
           IF KEY-FOUND
               MOVE CUST-BAL         TO PEND-BEFORE-BAL
           ELSE
               MOVE ZERO             TO PEND-BEFORE-BAL
           END-IF.
           MOVE MAINT-ACTION         TO PEND-ACTION.
           MOVE MAINT-CUST-ID        TO PEND-CUST-ID.
           MOVE MAINT-ACCT-TYPE      TO PEND-ACCT-TYPE.
           MOVE MAINT-CUST-NAME      TO PEND-CUST-NAME.
           MOVE MAINT-CUST-STREET    TO PEND-CUST-STREET.
           MOVE MAINT-CUST-CITY      TO PEND-CUST-CITY.
           MOVE MAINT-CUST-STATE     TO PEND-CUST-STATE.
           MOVE MAINT-CUST-ZIP       TO PEND-CUST-ZIP.
           MOVE MAINT-CUST-BAL       TO PEND-CUST-BAL.
           MOVE MAINT-OD-PROTECT     TO PEND-OD-PROTECT.
           MOVE MAINT-RET-MAIL       TO PEND-RET-MAIL.
           WRITE PEND-REC.

           MOVE PEND-ENTRY-DATE      TO WS-PI-ENTRY-DATE.
           MOVE PEND-SEQ             TO WS-PI-SEQ.
           MOVE WS-PEND-ID-WORK      TO WS-AUD-PEND-ID.
           MOVE 'QUEUED'             TO WS-AUD-ACTION.
           EVALUATE TRUE
               WHEN MAINT-ADD
                   MOVE 'ADD'        TO WS-AUD-NOTE
                   ADD 1 TO WS-MC-ADD-COUNT
               WHEN MAINT-CHANGE
                   MOVE 'CHANGE'     TO WS-AUD-NOTE
                   IF ADDRESS-DIFFERS
                       MOVE 'ADDRESS CHANGE' TO WS-AUD-NOTE
                   END-IF
                   ADD 1 TO WS-MC-CHANGE-COUNT
               WHEN OTHER
                   MOVE 'DELETE'     TO WS-AUD-NOTE
                   ADD 1 TO WS-MC-DELETE-COUNT
           END-EVALUATE.
           WRITE AUDIT-REC           FROM WS-AUDIT-DETAIL-LN.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           COPY  SYS-DATE-TIME-MOVE.
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       440-READ-CIF-BY-KEY.
           MOVE 'N' TO WS-CIF-FOUND-FLAG.
           MOVE MAINT-CUST-ID TO CIF-CUST-ID.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    THE CALLER HAS ALREADY SET WS-AUD-NOTE TO THE REASON.
      *-----------------------------------------------------------------
       450-WRITE-ERROR-LN.
           MOVE 'ERROR'                   TO WS-AUD-ACTION.
           WRITE AUDIT-REC                FROM WS-AUDIT-DETAIL-LN.
           ADD 1 TO WS-MC-ERROR-COUNT.
      *-----------------------------------------------------------------
       800-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'MAINTENANCE CARDS READ'      TO WS-SUM-LABEL.
           MOVE WS-MC-CARD-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ADDS QUEUED FOR APPROVAL'    TO WS-SUM-LABEL.
           MOVE WS-MC-ADD-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CHANGES QUEUED FOR APPROVAL' TO WS-SUM-LABEL.
           MOVE WS-MC-CHANGE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'DELETES QUEUED FOR APPROVAL' TO WS-SUM-LABEL.
           MOVE WS-MC-DELETE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MAINTENANCE ERRORS'          TO WS-SUM-LABEL.
           MOVE WS-MC-ERROR-COUNT             TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE: CARDS IN, CHANGES QUEUED
      *    OUT, AND ERRORS. THIS RUN NO LONGER CHANGES THE MASTER, SO
      *    THE MAINT STAMP THE BALANCING PROGRAM TIES TO THE POSTING
      *    RUN NOW COMES FROM THE APPROVAL RUN.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'MAKER'                TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-MC-CARD-COUNT       TO RC-IN-COUNT.
           COMPUTE RC-OUT-COUNT =
               WS-MC-ADD-COUNT + WS-MC-CHANGE-COUNT
                               + WS-MC-DELETE-COUNT.
           MOVE WS-MC-ERROR-COUNT      TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT
                                          RC-DOLLAR-1
