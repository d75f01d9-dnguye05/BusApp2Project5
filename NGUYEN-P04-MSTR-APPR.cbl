      ******************************************************************
      *PROGRAM : PROJECT 4   CUSTOMER MASTER MAINTENANCE APPROVAL      *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Checker side of customer master maintenance. Works    *
      *          the pending-changes file queued by the maintenance    *
      *          run against the night's decision cards, under the     *
      *          checker operator ID on the parameter card, which may  *
      *          not be the ID that keyed the change. An approved add, *
      *          change or delete is applied to the indexed master,    *
      *          except that a balance is never overwritten: the       *
      *          difference between the keyed balance and the balance  *
      *          when the card was keyed goes to the next edit as one  *
      *          balanced batch (serial 3 plus the last five digits of *
      *          the business date, branch MNT), AJ for a credit and   *
      *          WD for a debit. A rejected change is stamped and      *
      *          dropped. Every decision goes to the before/after      *
      *          audit log with maker and checker, and changes left    *
      *          undecided longer than the aging limit (business days, *
      *          Monday to Friday) print on the aging report. An       *
      *          applied change of mailing address (refused as ADDR ON *
      *          CIF for a customer on the customer information file,  *
      *          whose address is changed through CIF maintenance)     *
      *          stamps the address-change date, clears any            *
      *          returned-mail indicator, and writes a confirmation    *
      *          notice to both the old and the new address. Stamps    *
      *          MAINT on run control with the master count the        *
      *          posting run will see.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-APPR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT OPTIONAL PEND-FILE
                                ASSIGN TO 'p04-mstr-pending.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEND-WORK     ASSIGN TO 'p04-mstr-pend-work.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPR-PARM
                                ASSIGN TO 'p04-mstr-appr-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE
                                ASSIGN TO 'p04-mstr-decisions.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSE-PARM
                                ASSIGN TO 'p04-close-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-OUT     ASSIGN TO 'p04-trans-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT     ASSIGN TO 'p04-mstr-pend-aging.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE   ASSIGN TO 'p04-addr-notices.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG
                                ASSIGN TO 'p04-mstr-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  PEND-FILE.
       COPY P04-PEND-REC.

       FD  PEND-WORK.
       01  PEND-WORK-REC                   PIC X(149).

      *-----------------------------------------------------------------
      *    THE CHECKER'S OPERATOR ID, AND THE NUMBER OF BUSINESS DAYS
      *    A CHANGE MAY WAIT BEFORE IT PRINTS ON THE AGING REPORT.
      *-----------------------------------------------------------------
       FD  APPR-PARM.
       01  APPR-PARM-REC.
           03  PARM-CHECKER-ID             PIC X(8).
           03  PARM-AGING-DAYS             PIC 9(3).
           03  FILLER                      PIC X(69).

      *-----------------------------------------------------------------
      *    ONE CARD PER PENDING CHANGE DECIDED TONIGHT: THE PENDING ID
      *    FROM THE AUDIT LOG, APPROVE OR REJECT, AND A SHORT REASON.
      *-----------------------------------------------------------------
       FD  DECISION-FILE.
       01  DECISION-REC.
           03  DEC-PEND-ID.
               05  DEC-ENTRY-DATE          PIC 9(8).
               05  DEC-SEQ                 PIC 9(4).
           03  DEC-DECISION                PIC X(1).
           03  DEC-REASON                  PIC X(14).

      *-----------------------------------------------------------------
      *    THE CLOSURE RUN'S RETENTION CARD: MONTHS A CLOSED ACCOUNT
      *    IS KEPT BEFORE IT MAY BE REMOVED.
      *-----------------------------------------------------------------
       FD  CLOSE-PARM.
       01  CLOSE-PARM-REC.
           03  PARM-RETAIN-MONTHS          PIC 9(3).
           03  FILLER                      PIC X(77).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  TRANS-OUT.
       01  TRANS-OUT-REC                   PIC X(53).

       FD  AGING-RPT.
       01  AGING-RPT-REC                   PIC X(80).

       FD  NOTICE-FILE.
       01  NOTICE-REC                      PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(131).

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-TRANS-REC.
       COPY P04-BATCH-REC.
       COPY P04-MSTR-AUD-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'CUSTOMER MASTER MAINTENANCE AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-AGING-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'PENDING MAINTENANCE AGING REPORT'.
           03  WS-AGING-TITLE-DATE         PIC X(10).

       01  WS-AGING-LIMIT-LN.
           03  FILLER                      PIC X(26)
                     VALUE 'CHANGES PENDING MORE THAN '.
           03  WS-AL-DAYS                  PIC ZZ9.
           03  FILLER                      PIC X(51)
                     VALUE ' BUSINESS DAYS'.

       01  WS-AGING-HDR-LN.
           03  FILLER               PIC X(15) VALUE 'PENDING ID'.
           03  FILLER               PIC X(9)  VALUE 'CUST KEY'.
           03  FILLER               PIC X(8)  VALUE 'ACTION'.
           03  FILLER               PIC X(10) VALUE 'MAKER'.
           03  FILLER               PIC X(10) VALUE 'ENTERED'.
           03  FILLER               PIC X(10) VALUE 'BUS DAYS'.
           03  FILLER               PIC X(18) VALUE 'LAST NOTE'.

       01  WS-AGING-DETAIL-LN.
           03  WS-AG-PEND-ID               PIC X(13).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-CUST-KEY              PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-ACTION                PIC X(6).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-MAKER                 PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-ENTRY-DATE            PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-BUS-DAYS              PIC ZZZ9.
           03  FILLER                      PIC X(6)    VALUE SPACES.
           03  WS-AG-NOTE                  PIC X(14).
           03  FILLER                      PIC X(4)    VALUE SPACES.

       01  WS-AG-SUMMARY-LN.
           03  WS-AG-SUM-LABEL             PIC X(30).
           03  WS-AG-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
           03  WS-SUM-VALUE                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(38)       VALUE SPACES.

       01  WS-AMT-SUMMARY-LN.
           03  WS-AMT-SUM-LABEL            PIC X(30).
           03  WS-AMT-SUM-VALUE            PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)       VALUE SPACES.

      *-----------------------------------------------------------------
      *    ADDRESS-CHANGE CONFIRMATION NOTICE: ONE PAGE MAILED TO THE
      *    PREVIOUS ADDRESS AND ONE TO THE NEW, EACH SHOWING BOTH.
      *-----------------------------------------------------------------
       01  WS-NOTICE-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'ADDRESS CHANGE CONFIRMATION'.
           03  WS-NT-TITLE-DATE            PIC X(10).

       01  WS-NOTICE-COPY-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NT-COPY-TEXT             PIC X(30).
           03  FILLER                      PIC X(48)   VALUE SPACES.

       01  WS-NOTICE-NAME-LN.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-NT-NAME                  PIC X(20).
           03  FILLER                      PIC X(55)   VALUE SPACES.

       01  WS-NOTICE-STREET-LN.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-NT-STREET                PIC X(25).
           03  FILLER                      PIC X(50)   VALUE SPACES.

       01  WS-NOTICE-CSZ-LN.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-NT-CITY                  PIC X(20).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NT-STATE                 PIC X(2).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-NT-ZIP                   PIC X(5).
           03  FILLER                      PIC X(45)   VALUE SPACES.

       01  WS-NOTICE-ACCT-LN.
           03  FILLER                      PIC X(33)
                     VALUE '  THE MAILING ADDRESS ON ACCOUNT '.
           03  WS-NT-CUST-ID               PIC X(5).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NT-ACCT-TYPE             PIC X(2).
           03  FILLER                      PIC X(16)
                     VALUE ' WAS CHANGED ON '.
           03  WS-NT-CHG-DATE              PIC X(10).
           03  FILLER                      PIC X(13)   VALUE '.'.

       01  WS-NOTICE-ADDR-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-NT-ADDR-LABEL            PIC X(10).
           03  WS-NT-ADDR-STREET           PIC X(25).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NT-ADDR-CITY             PIC X(20).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NT-ADDR-STATE            PIC X(2).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-NT-ADDR-ZIP              PIC X(5).
           03  FILLER                      PIC X(10)   VALUE SPACES.

       01  WS-NOTICE-WARN-LN.
           03  FILLER                      PIC X(38)
                     VALUE '  IF YOU DID NOT ASK FOR THIS CHANGE, '.
           03  FILLER                      PIC X(42)
                     VALUE 'PLEASE CALL US AT ONCE.'.

      *-----------------------------------------------------------------
      *    THE MAILING ADDRESS AS IT STOOD BEFORE AN APPLIED CHANGE.
      *-----------------------------------------------------------------
       01  WS-OLD-ADDRESS.
           03  WS-OA-STREET                PIC X(25).
           03  WS-OA-CITY                  PIC X(20).
           03  WS-OA-STATE                 PIC X(2).
           03  WS-OA-ZIP                   PIC X(5).

       01  WS-PEND-ID-WORK.
           03  WS-PI-ENTRY-DATE            PIC 9(8).
           03  FILLER                      PIC X(1)        VALUE '-'.
           03  WS-PI-SEQ                   PIC 9(4).

       01  WS-FLAGS.
           03  WS-PEND-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-PEND-FILE                           VALUE 'Y'.
           03  WS-WORK-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-PEND-WORK                           VALUE 'Y'.
           03  WS-DEC-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-DECISION-FILE                       VALUE 'Y'.
           03  WS-DEC-FOUND-FLAG           PIC X           VALUE 'N'.
               88  DECISION-FOUND                          VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.
           03  WS-APPLY-FAIL-FLAG          PIC X           VALUE 'N'.
               88  APPLY-FAILED                            VALUE 'Y'.
           03  WS-SWEEP-EOF-FLAG           PIC X           VALUE 'N'.
               88  SWEEP-EOF                               VALUE 'Y'.
           03  WS-ADDR-CHG-FLAG            PIC X           VALUE 'N'.
               88  ADDRESS-CHANGED                         VALUE 'Y'.
           03  WS-FIRST-NOTICE-FLAG        PIC X           VALUE 'Y'.
               88  FIRST-NOTICE                            VALUE 'Y'.

      *-----------------------------------------------------------------
      *    TONIGHT'S DECISION CARDS. A CARD IS MARKED USED WHEN IT
      *    MEETS ITS PENDING CHANGE; ANY LEFT UNUSED AT THE END NAMED
      *    A CHANGE THAT WAS NOT PENDING AND ARE LOGGED AS ERRORS.
      *-----------------------------------------------------------------
       01  WS-DECISION-TABLE.
           03  WS-DEC-MAX                  PIC 9(3)        VALUE 500.
           03  WS-DEC-COUNT                PIC 9(3)        VALUE ZERO.
           03  WS-DEC-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-DEC-ENTRY OCCURS 500 TIMES.
               05  WS-DT-PEND-ID.
                   07  WS-DT-ENTRY-DATE    PIC 9(8).
                   07  WS-DT-SEQ           PIC 9(4).
               05  WS-DT-DECISION          PIC X(1).
                   88  DT-APPROVE                      VALUE 'A'.
                   88  DT-REJECT                       VALUE 'R'.
               05  WS-DT-REASON            PIC X(14).
               05  WS-DT-USED-FLAG         PIC X(1).
                   88  DT-USED                         VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-CHECKER-ID               PIC X(8)        VALUE SPACES.
           03  WS-AGING-DAYS               PIC 9(3)        VALUE 003.
           03  WS-BATCH-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(3)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.
           03  WS-ADJ-DIFF                 PIC S9(6)V99    VALUE ZERO.
           03  WS-AFTER-BAL                PIC S9(6)V99    VALUE ZERO.
           03  WS-BUS-DAY-NUMBER           PIC 9(7)        VALUE ZERO.
           03  WS-ENTRY-DAY-NUMBER         PIC 9(7)        VALUE ZERO.
           03  WS-SCAN-DAY-NUMBER          PIC 9(7)        VALUE ZERO.
           03  WS-PEND-BUS-DAYS            PIC 9(4)        VALUE ZERO.

       01  WS-RETENTION-WORK.
           03  WS-RETAIN-MONTHS            PIC 9(3)        VALUE 060.
           03  WS-RUN-MONTHS               PIC 9(7)        VALUE ZERO.
           03  WS-CLOSE-MONTHS             PIC 9(7)        VALUE ZERO.
           03  WS-MONTHS-CLOSED            PIC S9(7)       VALUE ZERO.
           03  WS-CLOSE-DATE-X.
               05  WS-CLD-YYYY             PIC 9(4).
               05  WS-CLD-MM               PIC 9(2).
               05  WS-CLD-DD               PIC 9(2).

       01  WS-APPR-COUNTS.
           03  WS-AP-EXAMINED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AP-APPLIED-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-REJECTED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AP-FAILED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-PENDING-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-AGED-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AP-UNMATCHED-COUNT       PIC 9(7)        VALUE ZERO.
           03  WS-AP-DROPPED-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-MASTER-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-ADJ-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AP-ADJ-HASH              PIC 9(9)V99     VALUE ZERO.
           03  WS-AP-ADJ-CR-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-AP-ADJ-DR-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-AP-ADDR-CHG-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AP-NOTICE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-RET-SET-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-RET-CLEAR-COUNT       PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-APPR-PARMS.
           PERFORM 155-READ-CLOSE-PARMS.
           PERFORM 160-LOAD-DECISIONS.
           OPEN I-O    CUST-MST.
           OPEN INPUT  CIF-FILE.
           OPEN INPUT  PEND-FILE.
           OPEN OUTPUT PEND-WORK.
           OPEN OUTPUT TRANS-OUT.
           OPEN OUTPUT AGING-RPT.
           OPEN OUTPUT NOTICE-FILE.
      *    THE MAINTENANCE AND APPROVAL RUNS SHARE ONE AUDIT LOG, SO
      *    EACH RUN ADDS ITS OWN TITLED SECTION TO IT.
           OPEN EXTEND AUDIT-LOG.

           DISPLAY 'Project 4 - Maintenance Approval - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 190-WRITE-BATCH-HDR.
           PERFORM 200-PROCESS-ONE-PENDING UNTIL EOF-PEND-FILE.
           PERFORM 600-WRITE-BATCH-TRAILER.
           PERFORM 620-LOG-UNMATCHED-DECISIONS.
           CLOSE PEND-FILE
                 PEND-WORK.
           PERFORM 650-COPY-WORK-TO-PEND.
           PERFORM 700-COUNT-MASTER-RECS.
           PERFORM 800-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of maintenance approval run'.

           CLOSE CUST-MST
                 CIF-FILE
                 TRANS-OUT
                 AGING-RPT
                 NOTICE-FILE
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE BUSINESS DATE'S DAY NUMBER IS THE END POINT FOR EVERY
      *    AGING COUNT.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           COMPUTE WS-RUN-MONTHS = WS-BUS-YYYY * 12 + WS-BUS-MM.
           MOVE WS-BUS-DATE-NUM    TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER   TO WS-BUS-DAY-NUMBER.
      *-----------------------------------------------------------------
      *    WITHOUT A CHECKER ID NOTHING CAN BE DECIDED: EVERY CHANGE
      *    STAYS PENDING, BUT THE RUN STILL COMPLETES SO THE NIGHT'S
      *    MAINT STAMP IS WRITTEN. THE AGING LIMIT DEFAULTS TO THREE
      *    BUSINESS DAYS.
      *-----------------------------------------------------------------
       150-READ-APPR-PARMS.
           OPEN INPUT APPR-PARM.
           READ APPR-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-CHECKER-ID TO WS-CHECKER-ID
                   IF PARM-AGING-DAYS NUMERIC
                      AND PARM-AGING-DAYS > ZERO
                       MOVE PARM-AGING-DAYS TO WS-AGING-DAYS
                   END-IF
           END-READ.
           CLOSE APPR-PARM.
           IF WS-CHECKER-ID EQUAL SPACES
               DISPLAY '*** NO CHECKER OPERATOR ID - '
                       'NO CHANGES WILL BE DECIDED'
           END-IF.
      *-----------------------------------------------------------------
      *    SAME CARD AND SAME FIVE-YEAR DEFAULT AS THE CLOSURE RUN, SO
      *    A DELETE CANNOT REMOVE WHAT THE PURGE WOULD STILL KEEP.
      *-----------------------------------------------------------------
       155-READ-CLOSE-PARMS.
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
       160-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           PERFORM UNTIL EOF-DECISION-FILE
               READ DECISION-FILE
                   AT END
                       SET EOF-DECISION-FILE TO TRUE
                   NOT AT END
                       IF WS-DEC-COUNT < WS-DEC-MAX
                           ADD 1 TO WS-DEC-COUNT
                           MOVE DEC-PEND-ID
                             TO WS-DT-PEND-ID(WS-DEC-COUNT)
                           MOVE DEC-DECISION
                             TO WS-DT-DECISION(WS-DEC-COUNT)
                           MOVE DEC-REASON
                             TO WS-DT-REASON(WS-DEC-COUNT)
                           MOVE 'N'
                             TO WS-DT-USED-FLAG(WS-DEC-COUNT)
                       ELSE
                           DISPLAY '*** DECISION TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.
      *-----------------------------------------------------------------
      *    OPEN THE ADJUSTMENT BATCH. THE SERIAL IS 3 PLUS THE LAST
      *    FIVE DIGITS OF THE BUSINESS DATE, CLEAR OF THE OD SWEEP
      *    (4XXXXX), CLOSURE (5XXXXX), FEE (6XXXXX), BACKOUT (7XXXXX),
      *    SUSPENSE RELEASE (8XXXXX) AND INTEREST (9XXXXX) SERIALS.
      *-----------------------------------------------------------------
       190-WRITE-BATCH-HDR.
           DIVIDE WS-BUS-DATE-NUM BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           COMPUTE WS-BATCH-SERIAL = 300000 + WS-SER-DIV-REM.
           MOVE SPACES          TO BATCH-HDR-REC.
           MOVE 'BH'            TO BH-REC-TYPE.
           MOVE WS-BATCH-SERIAL TO BH-SERIAL.
           MOVE 'MNT'           TO BH-BRANCH.
           MOVE WS-BUS-DATE     TO BH-BUS-DATE.
           WRITE TRANS-OUT-REC  FROM BATCH-HDR-REC.
      *-----------------------------------------------------------------
      *    ONE PENDING-FILE RECORD. A CHANGE DECIDED ON AN EARLIER
      *    NIGHT IS DROPPED (ITS AUDIT LINE IS THE LASTING RECORD); ONE
      *    DECIDED TONIGHT IS CARRIED SO THE DAY'S PENDING IDS STAY
      *    UNIQUE. AN OPEN CHANGE IS DECIDED IF A CARD NAMES IT, AND
      *    OTHERWISE STAYS PENDING AND IS AGED.
      *-----------------------------------------------------------------
       200-PROCESS-ONE-PENDING.
           READ PEND-FILE
               AT END
                   SET EOF-PEND-FILE TO TRUE
           END-READ.
           IF NOT EOF-PEND-FILE
               IF PEND-OPEN
                   PERFORM 220-DECIDE-ONE-CHANGE
                   WRITE PEND-WORK-REC FROM PEND-REC
               ELSE
                   IF PEND-DECIDED-DATE EQUAL WS-BUS-DATE-NUM
                       WRITE PEND-WORK-REC FROM PEND-REC
                   ELSE
                       ADD 1 TO WS-AP-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE MAKER MAY NOT ALSO BE THE CHECKER: SUCH A DECISION IS
      *    REFUSED AND THE CHANGE WAITS FOR SOMEONE ELSE.
      *-----------------------------------------------------------------
       220-DECIDE-ONE-CHANGE.
           ADD  1                    TO WS-AP-EXAMINED-COUNT.
           PERFORM 230-FIND-DECISION.
           PERFORM 240-SET-AUDIT-FIELDS.
           EVALUATE TRUE
               WHEN NOT DECISION-FOUND
                   PERFORM 500-CHECK-AGING
               WHEN WS-CHECKER-ID EQUAL SPACES
                   MOVE 'REFUSED'          TO WS-AUD-ACTION
                   MOVE 'NO CHECKER ID'    TO WS-AUD-NOTE
                   WRITE AUDIT-REC         FROM WS-AUDIT-DETAIL-LN
                   PERFORM 500-CHECK-AGING
               WHEN PEND-MAKER-ID EQUAL WS-CHECKER-ID
                   MOVE 'REFUSED'          TO WS-AUD-ACTION
                   MOVE 'MAKER=CHECKER'    TO WS-AUD-NOTE
                   WRITE AUDIT-REC         FROM WS-AUDIT-DETAIL-LN
                   PERFORM 500-CHECK-AGING
               WHEN DT-REJECT(WS-DEC-IDX)
                   MOVE WS-DT-REASON(WS-DEC-IDX)
                                           TO PEND-DECISION-NOTE
                   PERFORM 260-MARK-REJECTED
                   ADD 1 TO WS-AP-REJECTED-COUNT
                   MOVE 'REJECTED'         TO WS-AUD-ACTION
                   MOVE PEND-DECISION-NOTE TO WS-AUD-NOTE
                   WRITE AUDIT-REC         FROM WS-AUDIT-DETAIL-LN
               WHEN DT-APPROVE(WS-DEC-IDX)
                   PERFORM 400-APPLY-CHANGE
               WHEN OTHER
                   MOVE 'ERROR'            TO WS-AUD-ACTION
                   MOVE 'BAD DECISION'     TO WS-AUD-NOTE
                   WRITE AUDIT-REC         FROM WS-AUDIT-DETAIL-LN
                   PERFORM 500-CHECK-AGING
           END-EVALUATE.
      *-----------------------------------------------------------------
       230-FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-FLAG.
           MOVE 1 TO WS-DEC-IDX.
           PERFORM UNTIL DECISION-FOUND OR WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DT-PEND-ID(WS-DEC-IDX) EQUAL PEND-ID
                  AND NOT DT-USED(WS-DEC-IDX)
                   SET DECISION-FOUND TO TRUE
                   MOVE 'Y' TO WS-DT-USED-FLAG(WS-DEC-IDX)
               ELSE
                   ADD 1 TO WS-DEC-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE AUDIT LINE SHOWS THE MASTER AS IT STANDS NOW AGAINST
      *    THE CHANGE AS KEYED.
      *-----------------------------------------------------------------
       240-SET-AUDIT-FIELDS.
           MOVE PEND-ENTRY-DATE      TO WS-PI-ENTRY-DATE.
           MOVE PEND-SEQ             TO WS-PI-SEQ.
           MOVE WS-PEND-ID-WORK      TO WS-AUD-PEND-ID.
           MOVE PEND-CUST-KEY        TO WS-AUD-CUST-KEY.
           MOVE PEND-MAKER-ID        TO WS-AUD-MAKER.
           MOVE WS-CHECKER-ID        TO WS-AUD-CHECKER.
           MOVE SPACES               TO WS-AUD-BEFORE-NAME.
           MOVE ZERO                 TO WS-AUD-BEFORE-BAL.
           MOVE PEND-CUST-NAME       TO WS-AUD-AFTER-NAME.
           MOVE PEND-CUST-BAL        TO WS-AUD-AFTER-BAL.
           IF PEND-ACT-DELETE
               MOVE SPACES           TO WS-AUD-AFTER-NAME
               MOVE ZERO             TO WS-AUD-AFTER-BAL
           END-IF.
           PERFORM 410-READ-MASTER-BY-KEY.
           IF KEY-FOUND
               MOVE CUST-NAME        TO WS-AUD-BEFORE-NAME
               MOVE CUST-BAL         TO WS-AUD-BEFORE-BAL
           END-IF.
      *-----------------------------------------------------------------
       250-MARK-APPROVED.
           MOVE 'A'                  TO PEND-STATUS.
           MOVE WS-CHECKER-ID        TO PEND-CHECKER-ID.
           MOVE WS-BUS-DATE-NUM      TO PEND-DECIDED-DATE.
      *-----------------------------------------------------------------
       260-MARK-REJECTED.
           MOVE 'R'                  TO PEND-STATUS.
           MOVE WS-CHECKER-ID        TO PEND-CHECKER-ID.
           MOVE WS-BUS-DATE-NUM      TO PEND-DECIDED-DATE.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE AUDIT-REC FROM WS-TITLE-LN.
           WRITE AUDIT-REC FROM SPACES.
           WRITE AUDIT-REC FROM WS-AUDIT-HDR-LN.
           MOVE  WS-FMTD-DATE TO WS-AGING-TITLE-DATE.
           WRITE AGING-RPT-REC FROM WS-AGING-TITLE-LN.
           WRITE AGING-RPT-REC FROM SPACES.
           MOVE  WS-AGING-DAYS TO WS-AL-DAYS.
           WRITE AGING-RPT-REC FROM WS-AGING-LIMIT-LN.
           WRITE AGING-RPT-REC FROM SPACES.
           WRITE AGING-RPT-REC FROM WS-AGING-HDR-LN.
      *-----------------------------------------------------------------
      *    APPLY AN APPROVED CHANGE. THE MASTER IS EDITED AGAIN FIRST,
      *    SINCE IT MAY HAVE MOVED ON SINCE THE CARD WAS KEYED; A
      *    CHANGE THAT NO LONGER FITS IS REJECTED WITH THE REASON.
      *    A BALANCE IS NEVER OVERWRITTEN: THE KEYED BALANCE LESS THE
      *    BALANCE WHEN KEYED GOES TO THE NEXT EDIT AS AN ADJUSTMENT,
      *    SO ANYTHING THAT POSTED WHILE THE CHANGE WAITED STANDS. A
      *    NEW ADDRESS FOR A CUSTOMER ON THE CIF IS REFUSED, AS IN THE
      *    MAINTENANCE RUN, SINCE THAT CUSTOMER IS MAILED AT THE CIF
      *    ADDRESS; IT IS CHANGED THROUGH CIF MAINTENANCE INSTEAD.
      *-----------------------------------------------------------------
       400-APPLY-CHANGE.
           MOVE 'N' TO WS-APPLY-FAIL-FLAG.
           MOVE ZERO TO WS-ADJ-DIFF.
           IF NOT PEND-ACT-DELETE
               COMPUTE WS-ADJ-DIFF = PEND-CUST-BAL - PEND-BEFORE-BAL
           END-IF.
           PERFORM 415-READ-CIF-BY-KEY.
           EVALUATE TRUE
               WHEN PEND-ACT-ADD AND KEY-FOUND
                   MOVE 'DUPLICATE ADD'    TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN NOT PEND-ACT-ADD AND NOT KEY-FOUND
                   MOVE 'NO MASTER RECORD' TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN WS-ADJ-DIFF > 99999.99
                 OR WS-ADJ-DIFF < -99999.99
                   MOVE 'ADJ TOO LARGE'    TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN PEND-ACT-CHANGE AND WS-ADJ-DIFF NOT EQUAL ZERO
                    AND NOT CUST-STATUS-OPEN
                   MOVE 'ACCOUNT CLOSED'   TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN PEND-ACT-CHANGE AND CIF-FOUND
                    AND (PEND-CUST-STREET NOT EQUAL CUST-STREET
                      OR PEND-CUST-CITY NOT EQUAL CUST-CITY
                      OR PEND-CUST-STATE NOT EQUAL CUST-STATE
                      OR PEND-CUST-ZIP NOT EQUAL CUST-ZIP)
                   MOVE 'ADDR ON CIF'      TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN PEND-ACT-ADD
                   PERFORM 420-APPLY-ADD
               WHEN PEND-ACT-CHANGE
                   PERFORM 440-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 460-APPLY-DELETE
           END-EVALUATE.
           IF APPLY-FAILED
               MOVE WS-AUD-NOTE            TO PEND-DECISION-NOTE
               PERFORM 260-MARK-REJECTED
               ADD 1 TO WS-AP-FAILED-COUNT
               MOVE 'ERROR'                TO WS-AUD-ACTION
           ELSE
               MOVE 'APPLIED'              TO PEND-DECISION-NOTE
               PERFORM 250-MARK-APPROVED
               ADD 1 TO WS-AP-APPLIED-COUNT
               MOVE 'APPLIED'              TO WS-AUD-ACTION
               IF WS-ADJ-DIFF NOT EQUAL ZERO
                   PERFORM 480-WRITE-ADJUSTMENT
               END-IF
           END-IF.
           WRITE AUDIT-REC                 FROM WS-AUDIT-DETAIL-LN.
      *-----------------------------------------------------------------
       410-READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE PEND-CUST-KEY TO CUST-KEY.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       415-READ-CIF-BY-KEY.
           MOVE 'N' TO WS-CIF-FOUND-FLAG.
           MOVE PEND-CUST-ID TO CIF-CUST-ID.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    A NEW ACCOUNT OPENS AT ZERO; ITS OPENING BALANCE ARRIVES AS
      *    THE ADJUSTMENT. ITS LAST-ACTIVITY DATE STARTS AT THE DAY IT
      *    WAS OPENED.
      *-----------------------------------------------------------------
       420-APPLY-ADD.
           MOVE PEND-CUST-ID              TO CUST-ID.
           MOVE PEND-ACCT-TYPE            TO CUST-ACCT-TYPE.
           MOVE WS-SYS-DATE               TO CUST-LAST-ACT-DATE.
           MOVE PEND-CUST-NAME            TO CUST-NAME.
           MOVE PEND-CUST-STREET          TO CUST-STREET.
           MOVE PEND-CUST-CITY            TO CUST-CITY.
           MOVE PEND-CUST-STATE           TO CUST-STATE.
           MOVE PEND-CUST-ZIP             TO CUST-ZIP.
           MOVE ZERO                      TO CUST-BAL.
           MOVE 'O'                       TO CUST-STATUS.
           MOVE ZERO                      TO CUST-CLOSE-DATE.
           MOVE 'N'                       TO CUST-RET-MAIL-FLAG.
           MOVE ZERO                      TO CUST-RET-MAIL-DATE
                                             CUST-ADDR-CHG-DATE.
           IF PEND-OD-ENROLL AND CUST-ACCT-CHECKING
               MOVE 'Y'                   TO CUST-OD-PROTECT-FLAG
           ELSE
               MOVE 'N'                   TO CUST-OD-PROTECT-FLAG
           END-IF.
           WRITE CUST-REC
               INVALID KEY
                   MOVE 'DUPLICATE ADD'   TO WS-AUD-NOTE
                   SET APPLY-FAILED       TO TRUE
               NOT INVALID KEY
                   MOVE 'ADD'             TO WS-AUD-NOTE
           END-WRITE.
      *-----------------------------------------------------------------
      *    A CHANGE LEAVES THE LAST-ACTIVITY DATE ALONE BECAUSE A DATA
      *    CORRECTION IS NOT CUSTOMER ACTIVITY. THE AUDIT SHOWS THE
      *    BALANCE THE ACCOUNT WILL CARRY ONCE THE ADJUSTMENT POSTS.
      *    A NEW MAILING ADDRESS IS DATED THE BUSINESS DATE AND ENDS
      *    ANY RETURNED-MAIL HOLD, UNLESS THE SAME CARD SETS ONE; A
      *    RETURNED-MAIL INDICATOR SET ON ITS OWN IS DATED THE DAY IT
      *    WAS KEYED. ONLY A CUSTOMER NOT ON THE CIF GETS HERE WITH A
      *    NEW ADDRESS, AND SUCH A CUSTOMER IS MAILED PER ACCOUNT AT
      *    THE ADDRESS EACH ACCOUNT CARRIES.
      *-----------------------------------------------------------------
       440-APPLY-CHANGE.
           MOVE 'N'                       TO WS-ADDR-CHG-FLAG.
           IF PEND-CUST-STREET NOT EQUAL CUST-STREET
              OR PEND-CUST-CITY NOT EQUAL CUST-CITY
              OR PEND-CUST-STATE NOT EQUAL CUST-STATE
              OR PEND-CUST-ZIP NOT EQUAL CUST-ZIP
               SET ADDRESS-CHANGED        TO TRUE
               MOVE CUST-STREET           TO WS-OA-STREET
               MOVE CUST-CITY             TO WS-OA-CITY
               MOVE CUST-STATE            TO WS-OA-STATE
               MOVE CUST-ZIP              TO WS-OA-ZIP
           END-IF.
           MOVE PEND-CUST-NAME            TO CUST-NAME.
           MOVE PEND-CUST-STREET          TO CUST-STREET.
           MOVE PEND-CUST-CITY            TO CUST-CITY.
           MOVE PEND-CUST-STATE           TO CUST-STATE.
           MOVE PEND-CUST-ZIP             TO CUST-ZIP.
           MOVE 'CHANGE'                  TO WS-AUD-NOTE.
           IF WS-ADJ-DIFF NOT EQUAL ZERO
               MOVE 'BAL ADJ TO EDIT'     TO WS-AUD-NOTE
           END-IF.
           IF CUST-ACCT-CHECKING
               EVALUATE TRUE
                   WHEN PEND-OD-ENROLL
                    AND NOT CUST-OD-PROTECTED
                       MOVE 'Y'           TO CUST-OD-PROTECT-FLAG
                       MOVE 'OD ENROLLED' TO WS-AUD-NOTE
                   WHEN PEND-OD-WITHDRAW
                    AND CUST-OD-PROTECTED
                       MOVE 'N'           TO CUST-OD-PROTECT-FLAG
                       MOVE 'OD WITHDRAWN' TO WS-AUD-NOTE
               END-EVALUATE
           END-IF.
           IF ADDRESS-CHANGED
               MOVE WS-BUS-DATE-NUM       TO CUST-ADDR-CHG-DATE
               MOVE 'ADDRESS CHANGE'      TO WS-AUD-NOTE
               ADD 1 TO WS-AP-ADDR-CHG-COUNT
               IF CUST-MAIL-RETURNED
                  AND NOT PEND-RET-MAIL-SET
                   MOVE 'N'               TO CUST-RET-MAIL-FLAG
                   MOVE ZERO              TO CUST-RET-MAIL-DATE
                   ADD 1 TO WS-AP-RET-CLEAR-COUNT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PEND-RET-MAIL-SET
                AND NOT CUST-MAIL-RETURNED
                   MOVE 'Y'               TO CUST-RET-MAIL-FLAG
                   MOVE PEND-ENTRY-DATE   TO CUST-RET-MAIL-DATE
                   MOVE 'RETURNED MAIL'   TO WS-AUD-NOTE
                   ADD 1 TO WS-AP-RET-SET-COUNT
               WHEN PEND-RET-MAIL-CLEAR
                AND CUST-MAIL-RETURNED
                   MOVE 'N'               TO CUST-RET-MAIL-FLAG
                   MOVE ZERO              TO CUST-RET-MAIL-DATE
                   MOVE 'RET MAIL CLEAR'  TO WS-AUD-NOTE
                   ADD 1 TO WS-AP-RET-CLEAR-COUNT
           END-EVALUATE.
           REWRITE CUST-REC.
           COMPUTE WS-AFTER-BAL = CUST-BAL + WS-ADJ-DIFF.
           MOVE WS-AFTER-BAL              TO WS-AUD-AFTER-BAL.
           IF ADDRESS-CHANGED
               MOVE 'COPY TO PREVIOUS ADDRESS' TO WS-NT-COPY-TEXT
               MOVE WS-OA-STREET          TO WS-NT-STREET
               MOVE WS-OA-CITY            TO WS-NT-CITY
               MOVE WS-OA-STATE           TO WS-NT-STATE
               MOVE WS-OA-ZIP             TO WS-NT-ZIP
               PERFORM 450-WRITE-ADDR-NOTICE
               MOVE 'COPY TO NEW ADDRESS' TO WS-NT-COPY-TEXT
               MOVE CUST-STREET           TO WS-NT-STREET
               MOVE CUST-CITY             TO WS-NT-CITY
               MOVE CUST-STATE            TO WS-NT-STATE
               MOVE CUST-ZIP              TO WS-NT-ZIP
               PERFORM 450-WRITE-ADDR-NOTICE
           END-IF.
      *-----------------------------------------------------------------
      *    ONE CONFIRMATION NOTICE, ADDRESSED AS SET UP BY THE CALLER,
      *    ON A PAGE OF ITS OWN. BOTH COPIES SHOW THE PREVIOUS AND THE
      *    NEW ADDRESS SO EITHER READER CAN SPOT A CHANGE NOT ASKED FOR.
      *-----------------------------------------------------------------
       450-WRITE-ADDR-NOTICE.
           MOVE WS-FMTD-DATE              TO WS-NT-TITLE-DATE.
           IF FIRST-NOTICE
               MOVE 'N' TO WS-FIRST-NOTICE-FLAG
               WRITE NOTICE-REC           FROM WS-NOTICE-TITLE-LN
                     AFTER ADVANCING 1 LINE
           ELSE
               WRITE NOTICE-REC           FROM WS-NOTICE-TITLE-LN
                     AFTER ADVANCING PAGE
           END-IF.
           WRITE NOTICE-REC               FROM WS-NOTICE-COPY-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           MOVE CUST-NAME                 TO WS-NT-NAME.
           WRITE NOTICE-REC               FROM WS-NOTICE-NAME-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-STREET-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-CSZ-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           MOVE CUST-ID                   TO WS-NT-CUST-ID.
           MOVE CUST-ACCT-TYPE            TO WS-NT-ACCT-TYPE.
           MOVE SPACES                    TO WS-NT-CHG-DATE.
           STRING WS-BUS-MM   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-BUS-DD   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-BUS-YYYY DELIMITED BY SIZE
                  INTO WS-NT-CHG-DATE.
           WRITE NOTICE-REC               FROM WS-NOTICE-ACCT-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           MOVE 'FROM:'                   TO WS-NT-ADDR-LABEL.
           MOVE WS-OA-STREET              TO WS-NT-ADDR-STREET.
           MOVE WS-OA-CITY                TO WS-NT-ADDR-CITY.
           MOVE WS-OA-STATE               TO WS-NT-ADDR-STATE.
           MOVE WS-OA-ZIP                 TO WS-NT-ADDR-ZIP.
           WRITE NOTICE-REC               FROM WS-NOTICE-ADDR-LN
                 AFTER ADVANCING 1 LINE.
           MOVE 'TO:'                     TO WS-NT-ADDR-LABEL.
           MOVE CUST-STREET               TO WS-NT-ADDR-STREET.
           MOVE CUST-CITY                 TO WS-NT-ADDR-CITY.
           MOVE CUST-STATE                TO WS-NT-ADDR-STATE.
           MOVE CUST-ZIP                  TO WS-NT-ADDR-ZIP.
           WRITE NOTICE-REC               FROM WS-NOTICE-ADDR-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-WARN-LN
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-AP-NOTICE-COUNT.
      *-----------------------------------------------------------------
      *    A DELETE REMOVES ONLY AN ACCOUNT THAT HAS BEEN CLOSED, WHICH
      *    ZEROED AND PAID IT OUT, AND HAS SERVED ITS RETENTION.
      *-----------------------------------------------------------------
       460-APPLY-DELETE.
           MOVE ZERO TO WS-MONTHS-CLOSED.
           IF CUST-STATUS-CLOSED
               MOVE CUST-CLOSE-DATE       TO WS-CLOSE-DATE-X
               COMPUTE WS-CLOSE-MONTHS =
                   WS-CLD-YYYY * 12 + WS-CLD-MM
               COMPUTE WS-MONTHS-CLOSED =
                   WS-RUN-MONTHS - WS-CLOSE-MONTHS
           END-IF.
           EVALUATE TRUE
               WHEN NOT CUST-STATUS-CLOSED
                   MOVE 'NOT CLOSED'      TO WS-AUD-NOTE
                   SET APPLY-FAILED       TO TRUE
               WHEN WS-MONTHS-CLOSED < WS-RETAIN-MONTHS
                   MOVE 'IN RETENTION'    TO WS-AUD-NOTE
                   SET APPLY-FAILED       TO TRUE
               WHEN OTHER
                   MOVE 'DELETE'          TO WS-AUD-NOTE
                   DELETE CUST-MST RECORD
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    THE ADJUSTMENT IS DATED THE BUSINESS DATE AND POSTS WITH THE
      *    NEXT EDIT. AJ IS A CREDIT ONLY, SO A DOWNWARD CORRECTION
      *    GOES AS A WD.
      *-----------------------------------------------------------------
       480-WRITE-ADJUSTMENT.
           MOVE PEND-CUST-ID         TO TRANS-ID.
           MOVE PEND-ACCT-TYPE       TO TRANS-ACCT-TYPE.
           MOVE WS-BUS-YYYY          TO TRANS-YR.
           MOVE WS-BUS-MM            TO TRANS-MO.
           MOVE WS-BUS-DD            TO TRANS-DAY.
           IF WS-ADJ-DIFF > ZERO
               MOVE 'AJ'                   TO TRANS-TYPE
               MOVE 'MAINT BALANCE ADJ'    TO TRANS-DESC
               MOVE WS-ADJ-DIFF            TO TRANS-AMT
               ADD  WS-ADJ-DIFF            TO WS-AP-ADJ-CR-AMT
           ELSE
               MOVE 'WD'                   TO TRANS-TYPE
               MOVE 'MAINT BALANCE ADJ DR' TO TRANS-DESC
               COMPUTE TRANS-AMT = 0 - WS-ADJ-DIFF
               ADD  TRANS-AMT              TO WS-AP-ADJ-DR-AMT
           END-IF.
           MOVE WS-BATCH-SERIAL      TO TRANS-BATCH-SERIAL.
           MOVE 'MNT'                TO TRANS-BRANCH.
           WRITE TRANS-OUT-REC       FROM TRANS-REC.
           ADD 1                     TO WS-AP-ADJ-COUNT.
           ADD TRANS-AMT             TO WS-AP-ADJ-HASH.
      *-----------------------------------------------------------------
      *    COUNT THE BUSINESS DAYS THE CHANGE HAS WAITED: EACH MONDAY
      *    TO FRIDAY AFTER THE ENTRY DATE, UP TO AND INCLUDING THE
      *    BUSINESS DATE. PAST THE LIMIT IT PRINTS ON THE AGING REPORT.
      *-----------------------------------------------------------------
       500-CHECK-AGING.
           ADD 1 TO WS-AP-PENDING-COUNT.
           MOVE PEND-ENTRY-DATE    TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER   TO WS-ENTRY-DAY-NUMBER.
           ADD  1                  TO WS-ENTRY-DAY-NUMBER.
           MOVE ZERO               TO WS-PEND-BUS-DAYS.
           PERFORM VARYING WS-SCAN-DAY-NUMBER
                   FROM WS-ENTRY-DAY-NUMBER BY 1
                   UNTIL WS-SCAN-DAY-NUMBER > WS-BUS-DAY-NUMBER
               DIVIDE WS-SCAN-DAY-NUMBER BY 7
                   GIVING    WS-DN-QUOT
                   REMAINDER WS-DN-WEEKDAY
               IF NOT DN-WEEKEND
                   ADD 1 TO WS-PEND-BUS-DAYS
               END-IF
           END-PERFORM.
           IF WS-PEND-BUS-DAYS > WS-AGING-DAYS
               ADD 1 TO WS-AP-AGED-COUNT
               MOVE WS-AUD-PEND-ID     TO WS-AG-PEND-ID
               MOVE PEND-CUST-KEY      TO WS-AG-CUST-KEY
               EVALUATE TRUE
                   WHEN PEND-ACT-ADD
                       MOVE 'ADD'      TO WS-AG-ACTION
                   WHEN PEND-ACT-CHANGE
                       MOVE 'CHANGE'   TO WS-AG-ACTION
                   WHEN OTHER
                       MOVE 'DELETE'   TO WS-AG-ACTION
               END-EVALUATE
               MOVE PEND-MAKER-ID      TO WS-AG-MAKER
               MOVE PEND-ENTRY-DATE    TO WS-AG-ENTRY-DATE
               MOVE WS-PEND-BUS-DAYS   TO WS-AG-BUS-DAYS
               MOVE SPACES             TO WS-AG-NOTE
               IF DECISION-FOUND
                   MOVE WS-AUD-NOTE    TO WS-AG-NOTE
               END-IF
               WRITE AGING-RPT-REC     FROM WS-AGING-DETAIL-LN
           END-IF.
      *-----------------------------------------------------------------
       600-WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-TRL-REC.
           MOVE 'BT'               TO BT-REC-TYPE.
           MOVE WS-AP-ADJ-COUNT    TO BT-REC-COUNT.
           MOVE WS-AP-ADJ-HASH     TO BT-AMT-HASH.
           WRITE TRANS-OUT-REC     FROM BATCH-TRL-REC.
      *-----------------------------------------------------------------
      *    A DECISION CARD THAT NEVER MET AN OPEN CHANGE NAMED ONE
      *    ALREADY DECIDED, OR NONE AT ALL.
      *-----------------------------------------------------------------
       620-LOG-UNMATCHED-DECISIONS.
           MOVE SPACES               TO WS-AUD-CUST-KEY
                                        WS-AUD-BEFORE-NAME
                                        WS-AUD-AFTER-NAME
                                        WS-AUD-MAKER.
           MOVE ZERO                 TO WS-AUD-BEFORE-BAL
                                        WS-AUD-AFTER-BAL.
           MOVE WS-CHECKER-ID        TO WS-AUD-CHECKER.
           MOVE 'ERROR'              TO WS-AUD-ACTION.
           MOVE 'NOT PENDING'        TO WS-AUD-NOTE.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF NOT DT-USED(WS-DEC-IDX)
                   MOVE WS-DT-ENTRY-DATE(WS-DEC-IDX)
                                     TO WS-PI-ENTRY-DATE
                   MOVE WS-DT-SEQ(WS-DEC-IDX)
                                     TO WS-PI-SEQ
                   MOVE WS-PEND-ID-WORK TO WS-AUD-PEND-ID
                   WRITE AUDIT-REC   FROM WS-AUDIT-DETAIL-LN
                   ADD 1 TO WS-AP-UNMATCHED-COUNT
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    REPLACE THE PENDING FILE WITH TONIGHT'S CARRIED-FORWARD
      *    COPY.
      *-----------------------------------------------------------------
       650-COPY-WORK-TO-PEND.
           OPEN INPUT  PEND-WORK.
           OPEN OUTPUT PEND-FILE.
           PERFORM UNTIL EOF-PEND-WORK
               READ PEND-WORK
                   AT END
                       SET EOF-PEND-WORK TO TRUE
                   NOT AT END
                       WRITE PEND-REC FROM PEND-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE PEND-WORK
                 PEND-FILE.
      *-----------------------------------------------------------------
      *    SWEEP THE MASTER IN KEY SEQUENCE AFTER ALL CHANGES ARE
      *    APPLIED SO THE SUMMARY AND THE MAINT STAMP SHOW THE RECORD
      *    COUNT THE NEXT POSTING RUN WILL SEE.
      *-----------------------------------------------------------------
       700-COUNT-MASTER-RECS.
           MOVE LOW-VALUES TO CUST-KEY.
           START CUST-MST KEY NOT < CUST-KEY
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF
               READ CUST-MST NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AP-MASTER-COUNT
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       800-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'PENDING CHANGES EXAMINED'    TO WS-SUM-LABEL.
           MOVE WS-AP-EXAMINED-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CHANGES APPROVED AND APPLIED' TO WS-SUM-LABEL.
           MOVE WS-AP-APPLIED-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CHANGES REJECTED BY CHECKER' TO WS-SUM-LABEL.
           MOVE WS-AP-REJECTED-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'APPROVED BUT FAILED EDIT'    TO WS-SUM-LABEL.
           MOVE WS-AP-FAILED-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CHANGES LEFT PENDING'        TO WS-SUM-LABEL.
           MOVE WS-AP-PENDING-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'DECISIONS NOT MATCHED'       TO WS-SUM-LABEL.
           MOVE WS-AP-UNMATCHED-COUNT         TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'BALANCE ADJUSTMENTS TO EDIT' TO WS-SUM-LABEL.
           MOVE WS-AP-ADJ-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ADJUSTMENT CREDIT DOLLARS'   TO WS-AMT-SUM-LABEL.
           MOVE WS-AP-ADJ-CR-AMT              TO WS-AMT-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.

           MOVE 'ADJUSTMENT DEBIT DOLLARS'    TO WS-AMT-SUM-LABEL.
           MOVE WS-AP-ADJ-DR-AMT              TO WS-AMT-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.

           MOVE 'ADDRESS CHANGES APPLIED'     TO WS-SUM-LABEL.
           MOVE WS-AP-ADDR-CHG-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ADDRESS NOTICES WRITTEN'     TO WS-SUM-LABEL.
           MOVE WS-AP-NOTICE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'RETURNED MAIL SET'           TO WS-SUM-LABEL.
           MOVE WS-AP-RET-SET-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'RETURNED MAIL CLEARED'       TO WS-SUM-LABEL.
           MOVE WS-AP-RET-CLEAR-COUNT         TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MASTER RECORDS ON FILE'      TO WS-SUM-LABEL.
           MOVE WS-AP-MASTER-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           WRITE AGING-RPT-REC                FROM SPACES.
           MOVE 'CHANGES LEFT PENDING'        TO WS-AG-SUM-LABEL.
           MOVE WS-AP-PENDING-COUNT           TO WS-AG-SUM-VALUE.
           WRITE AGING-RPT-REC                FROM WS-AG-SUMMARY-LN.

           MOVE 'PENDING PAST AGING LIMIT'    TO WS-AG-SUM-LABEL.
           MOVE WS-AP-AGED-COUNT              TO WS-AG-SUM-VALUE.
           WRITE AGING-RPT-REC                FROM WS-AG-SUMMARY-LN.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE AS THE MAINT STEP: OPEN
      *    CHANGES EXAMINED IN, MASTER RECORDS ON FILE OUT (WHAT THE
      *    BALANCING PROGRAM TIES TO THE POSTING RUN), REJECTIONS AND
      *    FAILURES, CHANGES STILL PENDING, AND THE ADJUSTMENT CREDIT
      *    AND DEBIT DOLLARS SENT TO THE EDIT.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'MAINT'                TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-AP-EXAMINED-COUNT   TO RC-IN-COUNT.
           MOVE WS-AP-MASTER-COUNT     TO RC-OUT-COUNT.
           COMPUTE RC-REJECT-COUNT =
               WS-AP-REJECTED-COUNT + WS-AP-FAILED-COUNT.
           MOVE WS-AP-PENDING-COUNT    TO RC-SUSP-COUNT.
           MOVE WS-AP-ADJ-CR-AMT       TO RC-DOLLAR-1.
           MOVE WS-AP-ADJ-DR-AMT       TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
