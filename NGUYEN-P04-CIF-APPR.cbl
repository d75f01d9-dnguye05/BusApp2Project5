      ******************************************************************
      *PROGRAM : PROJECT 4   CUSTOMER INFORMATION FILE APPROVAL        *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Checker side of customer information file             *
      *          maintenance. Works the CIF pending file queued by the *
      *          CIF maintenance run against the night's decision      *
      *          cards, under the checker operator ID on the parameter *
      *          card, which may not be the ID that keyed the card. An *
      *          approved add or change is edited again and applied to *
      *          the indexed CIF; a rejected one is stamped and        *
      *          dropped. Every decision goes to the before/after      *
      *          audit log with maker and checker, and cards left      *
      *          undecided longer than the aging limit (business days, *
      *          Monday to Friday) print on the aging report. An       *
      *          applied change of mailing address (including an add   *
      *          whose address differs from the customer's accounts    *
      *          already on the master) stamps the business date as    *
      *          the address-change date and clears any returned-mail  *
      *          indicator on every master account of the customer,    *
      *          and writes a confirmation notice to both the old and  *
      *          the new address.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CIF-APPR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CIF-CUST-ID.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-PEND-FILE
                                ASSIGN TO 'p04-cif-pending.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIF-PEND-WORK ASSIGN TO 'p04-cif-pend-work.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPR-PARM
                                ASSIGN TO 'p04-cif-appr-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE
                                ASSIGN TO 'p04-cif-decisions.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT     ASSIGN TO 'p04-cif-pend-aging.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE   ASSIGN TO 'p04-cif-addr-notices.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG
                                ASSIGN TO 'p04-cif-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-PEND-FILE.
       COPY P04-CIF-PEND-REC.

       FD  CIF-PEND-WORK.
       01  CIF-PEND-WORK-REC               PIC X(163).

      *-----------------------------------------------------------------
      *    THE CHECKER'S OPERATOR ID, AND THE NUMBER OF BUSINESS DAYS
      *    A CARD MAY WAIT BEFORE IT PRINTS ON THE AGING REPORT.
      *-----------------------------------------------------------------
       FD  APPR-PARM.
       01  APPR-PARM-REC.
           03  PARM-CHECKER-ID             PIC X(8).
           03  PARM-AGING-DAYS             PIC 9(3).
           03  FILLER                      PIC X(69).

      *-----------------------------------------------------------------
      *    ONE CARD PER PENDING ITEM DECIDED TONIGHT: THE PENDING ID
      *    FROM THE AUDIT LOG, APPROVE OR REJECT, AND A SHORT REASON.
      *-----------------------------------------------------------------
       FD  DECISION-FILE.
       01  DECISION-REC.
           03  DEC-PEND-ID.
               05  DEC-ENTRY-DATE          PIC 9(8).
               05  DEC-SEQ                 PIC 9(4).
           03  DEC-DECISION                PIC X(1).
           03  DEC-REASON                  PIC X(20).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  AGING-RPT.
       01  AGING-RPT-REC                   PIC X(80).

       FD  NOTICE-FILE.
       01  NOTICE-REC                      PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(123).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-CIF-AUD-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'CUSTOMER INFORMATION FILE AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-AGING-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'PENDING CIF MAINTENANCE AGING REPORT'.
           03  WS-AGING-TITLE-DATE         PIC X(10).

       01  WS-AGING-LIMIT-LN.
           03  FILLER                      PIC X(26)
                     VALUE 'CHANGES PENDING MORE THAN '.
           03  WS-AL-DAYS                  PIC ZZ9.
           03  FILLER                      PIC X(51)
                     VALUE ' BUSINESS DAYS'.

       01  WS-AGING-HDR-LN.
           03  FILLER               PIC X(15) VALUE 'PENDING ID'.
           03  FILLER               PIC X(7)  VALUE 'CUST'.
           03  FILLER               PIC X(8)  VALUE 'ACTION'.
           03  FILLER               PIC X(10) VALUE 'MAKER'.
           03  FILLER               PIC X(10) VALUE 'ENTERED'.
           03  FILLER               PIC X(10) VALUE 'BUS DAYS'.
           03  FILLER               PIC X(20) VALUE 'LAST NOTE'.

       01  WS-AGING-DETAIL-LN.
           03  WS-AG-PEND-ID               PIC X(13).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-CUST-ID               PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-ACTION                PIC X(6).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-MAKER                 PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-ENTRY-DATE            PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AG-BUS-DAYS              PIC ZZZ9.
           03  FILLER                      PIC X(6)    VALUE SPACES.
           03  WS-AG-NOTE                  PIC X(20).

       01  WS-AG-SUMMARY-LN.
           03  WS-AG-SUM-LABEL             PIC X(30).
           03  WS-AG-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
           03  WS-SUM-VALUE                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(38)       VALUE SPACES.

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

       01  WS-NOTICE-CUST-LN.
           03  FILLER                      PIC X(36)
                     VALUE '  THE MAILING ADDRESS FOR CUSTOMER '.
           03  WS-NT-CUST-ID               PIC X(5).
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
           03  WS-APPLY-FAIL-FLAG          PIC X           VALUE 'N'.
               88  APPLY-FAILED                            VALUE 'Y'.
           03  WS-SWEEP-EOF-FLAG           PIC X           VALUE 'N'.
               88  SWEEP-EOF                               VALUE 'Y'.
           03  WS-ACCT-EOF-FLAG            PIC X           VALUE 'N'.
               88  ACCT-EOF                                VALUE 'Y'.
           03  WS-ADDR-CHG-FLAG            PIC X           VALUE 'N'.
               88  ADDRESS-CHANGED                         VALUE 'Y'.
           03  WS-FIRST-NOTICE-FLAG        PIC X           VALUE 'Y'.
               88  FIRST-NOTICE                            VALUE 'Y'.

      *-----------------------------------------------------------------
      *    TONIGHT'S DECISION CARDS. A CARD IS MARKED USED WHEN IT
      *    MEETS ITS PENDING ITEM; ANY LEFT UNUSED AT THE END NAMED AN
      *    ITEM THAT WAS NOT PENDING AND ARE LOGGED AS ERRORS.
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
               05  WS-DT-REASON            PIC X(20).
               05  WS-DT-USED-FLAG         PIC X(1).
                   88  DT-USED                         VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-CHECKER-ID               PIC X(8)        VALUE SPACES.
           03  WS-AGING-DAYS               PIC 9(3)        VALUE 003.
           03  WS-BUS-DAY-NUMBER           PIC 9(7)        VALUE ZERO.
           03  WS-ENTRY-DAY-NUMBER         PIC 9(7)        VALUE ZERO.
           03  WS-SCAN-DAY-NUMBER          PIC 9(7)        VALUE ZERO.
           03  WS-PEND-BUS-DAYS            PIC 9(4)        VALUE ZERO.

       01  WS-APPR-COUNTS.
           03  WS-AP-EXAMINED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AP-APPLIED-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-REJECTED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-AP-FAILED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-PENDING-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-AGED-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AP-UNMATCHED-COUNT       PIC 9(7)        VALUE ZERO.
           03  WS-AP-DROPPED-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-AP-ADD-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AP-CHANGE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-ADDR-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-AP-TIN-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AP-NOTICE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-AP-ACCT-STAMP-COUNT      PIC 9(7)        VALUE ZERO.
           03  WS-AP-RET-CLEAR-COUNT       PIC 9(7)        VALUE ZERO.
           03  WS-AP-CIF-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-AP-UNCERT-COUNT          PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-APPR-PARMS.
           PERFORM 160-LOAD-DECISIONS.
           OPEN I-O    CIF-FILE.
           OPEN I-O    CUST-MST.
           OPEN INPUT  CIF-PEND-FILE.
           OPEN OUTPUT CIF-PEND-WORK.
           OPEN OUTPUT AGING-RPT.
           OPEN OUTPUT NOTICE-FILE.
      *    THE MAINTENANCE AND APPROVAL RUNS SHARE ONE AUDIT LOG, SO
      *    EACH RUN ADDS ITS OWN TITLED SECTION TO IT.
           OPEN EXTEND AUDIT-LOG.

           DISPLAY 'Project 4 - CIF Approval - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 200-PROCESS-ONE-PENDING UNTIL EOF-PEND-FILE.
           PERFORM 620-LOG-UNMATCHED-DECISIONS.
           CLOSE CIF-PEND-FILE
                 CIF-PEND-WORK.
           PERFORM 650-COPY-WORK-TO-PEND.
           PERFORM 700-COUNT-CIF-RECS.
           PERFORM 800-PRINT-SUMMARY.
           DISPLAY 'End of CIF approval run'.

           CLOSE CIF-FILE
                 CUST-MST
                 AGING-RPT
                 NOTICE-FILE
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE BUSINESS DATE IS THE ADDRESS-CHANGE DATE STAMPED ON THE
      *    MASTER AND THE END POINT FOR EVERY AGING COUNT.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           MOVE WS-BUS-DATE-NUM    TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER   TO WS-BUS-DAY-NUMBER.
      *-----------------------------------------------------------------
      *    WITHOUT A CHECKER ID NOTHING CAN BE DECIDED: EVERY CARD
      *    STAYS PENDING. THE AGING LIMIT DEFAULTS TO THREE BUSINESS
      *    DAYS.
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
                       'NO CIF CHANGES WILL BE DECIDED'
           END-IF.
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
      *    ONE PENDING-FILE RECORD. AN ITEM DECIDED ON AN EARLIER
      *    NIGHT IS DROPPED (ITS AUDIT LINE IS THE LASTING RECORD); ONE
      *    DECIDED TONIGHT IS CARRIED SO THE DAY'S PENDING IDS STAY
      *    UNIQUE. AN OPEN ITEM IS DECIDED IF A CARD NAMES IT, AND
      *    OTHERWISE STAYS PENDING AND IS AGED.
      *-----------------------------------------------------------------
       200-PROCESS-ONE-PENDING.
           READ CIF-PEND-FILE
               AT END
                   SET EOF-PEND-FILE TO TRUE
           END-READ.
           IF NOT EOF-PEND-FILE
               IF CP-OPEN
                   PERFORM 220-DECIDE-ONE-CHANGE
                   WRITE CIF-PEND-WORK-REC FROM CIF-PEND-REC
               ELSE
                   IF CP-DECIDED-DATE EQUAL WS-BUS-DATE-NUM
                       WRITE CIF-PEND-WORK-REC FROM CIF-PEND-REC
                   ELSE
                       ADD 1 TO WS-AP-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    THE MAKER MAY NOT ALSO BE THE CHECKER: SUCH A DECISION IS
      *    REFUSED AND THE CARD WAITS FOR SOMEONE ELSE.
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
               WHEN CP-MAKER-ID EQUAL WS-CHECKER-ID
                   MOVE 'REFUSED'          TO WS-AUD-ACTION
                   MOVE 'MAKER=CHECKER'    TO WS-AUD-NOTE
                   WRITE AUDIT-REC         FROM WS-AUDIT-DETAIL-LN
                   PERFORM 500-CHECK-AGING
               WHEN DT-REJECT(WS-DEC-IDX)
                   MOVE WS-DT-REASON(WS-DEC-IDX)
                                           TO CP-DECISION-NOTE
                   PERFORM 260-MARK-REJECTED
                   ADD 1 TO WS-AP-REJECTED-COUNT
                   MOVE 'REJECTED'         TO WS-AUD-ACTION
                   MOVE CP-DECISION-NOTE   TO WS-AUD-NOTE
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
               IF WS-DT-PEND-ID(WS-DEC-IDX) EQUAL CP-ID
                  AND NOT DT-USED(WS-DEC-IDX)
                   SET DECISION-FOUND TO TRUE
                   MOVE 'Y' TO WS-DT-USED-FLAG(WS-DEC-IDX)
               ELSE
                   ADD 1 TO WS-DEC-IDX
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE AUDIT LINE SHOWS THE CIF AS IT STANDS NOW AGAINST THE
      *    CARD AS KEYED.
      *-----------------------------------------------------------------
       240-SET-AUDIT-FIELDS.
           MOVE CP-ENTRY-DATE        TO WS-PI-ENTRY-DATE.
           MOVE CP-SEQ               TO WS-PI-SEQ.
           MOVE WS-PEND-ID-WORK      TO WS-AUD-PEND-ID.
           MOVE CP-CUST-ID           TO WS-AUD-CUST-ID.
           MOVE CP-MAKER-ID          TO WS-AUD-MAKER.
           MOVE WS-CHECKER-ID        TO WS-AUD-CHECKER.
           MOVE SPACES               TO WS-AUD-BEFORE-NAME
                                        WS-AUD-BEFORE-CERT.
           MOVE CP-NAME              TO WS-AUD-AFTER-NAME.
           MOVE CP-TIN-CERT-FLAG     TO WS-AUD-AFTER-CERT.
           PERFORM 410-READ-CIF-BY-KEY.
           IF KEY-FOUND
               MOVE CIF-NAME         TO WS-AUD-BEFORE-NAME
               MOVE CIF-TIN-CERT-FLAG TO WS-AUD-BEFORE-CERT
           END-IF.
      *-----------------------------------------------------------------
       250-MARK-APPROVED.
           MOVE 'A'                  TO CP-STATUS.
           MOVE WS-CHECKER-ID        TO CP-CHECKER-ID.
           MOVE WS-BUS-DATE-NUM      TO CP-DECIDED-DATE.
      *-----------------------------------------------------------------
       260-MARK-REJECTED.
           MOVE 'R'                  TO CP-STATUS.
           MOVE WS-CHECKER-ID        TO CP-CHECKER-ID.
           MOVE WS-BUS-DATE-NUM      TO CP-DECIDED-DATE.
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
      *    APPLY AN APPROVED CARD. THE CIF IS EDITED AGAIN FIRST, SINCE
      *    IT MAY HAVE MOVED ON SINCE THE CARD WAS KEYED; A CARD THAT
      *    NO LONGER FITS IS REJECTED WITH THE REASON.
      *-----------------------------------------------------------------
       400-APPLY-CHANGE.
           MOVE 'N' TO WS-APPLY-FAIL-FLAG.
           EVALUATE TRUE
               WHEN CP-ACT-ADD AND KEY-FOUND
                   MOVE 'DUPLICATE ADD'    TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN CP-ACT-CHANGE AND NOT KEY-FOUND
                   MOVE 'NO CIF RECORD'    TO WS-AUD-NOTE
                   SET APPLY-FAILED        TO TRUE
               WHEN CP-ACT-ADD
                   PERFORM 420-APPLY-ADD
               WHEN OTHER
                   PERFORM 440-APPLY-CHANGE
           END-EVALUATE.
           IF APPLY-FAILED
               MOVE WS-AUD-NOTE            TO CP-DECISION-NOTE
               PERFORM 260-MARK-REJECTED
               ADD 1 TO WS-AP-FAILED-COUNT
               MOVE 'ERROR'                TO WS-AUD-ACTION
           ELSE
               MOVE 'APPLIED'              TO CP-DECISION-NOTE
               PERFORM 250-MARK-APPROVED
               ADD 1 TO WS-AP-APPLIED-COUNT
               MOVE 'APPLIED'              TO WS-AUD-ACTION
           END-IF.
           WRITE AUDIT-REC                 FROM WS-AUDIT-DETAIL-LN.
      *-----------------------------------------------------------------
       410-READ-CIF-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE CP-CUST-ID TO CIF-CUST-ID.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
      *    AN ADD FOR A CUSTOMER WHO ALREADY HOLDS ACCOUNTS MOVES THEIR
      *    MAIL TO THE CIF ADDRESS, SO A CARD ADDRESS THAT DIFFERS FROM
      *    THE ONE ON THE MASTER IS TREATED AS AN ADDRESS CHANGE.
      *-----------------------------------------------------------------
       420-APPLY-ADD.
           MOVE 'N'                       TO WS-ADDR-CHG-FLAG.
           PERFORM 470-CHECK-MASTER-ADDR.
           MOVE CP-CUST-ID                TO CIF-CUST-ID.
           PERFORM 430-MOVE-CARD-TO-CIF.
           WRITE CIF-REC
               INVALID KEY
                   MOVE 'DUPLICATE ADD'   TO WS-AUD-NOTE
                   SET APPLY-FAILED       TO TRUE
               NOT INVALID KEY
                   MOVE 'ADD'             TO WS-AUD-NOTE
                   ADD 1 TO WS-AP-ADD-COUNT
                   IF ADDRESS-CHANGED
                       MOVE 'ADD - ADDR CHANGED' TO WS-AUD-NOTE
                       ADD 1 TO WS-AP-ADDR-COUNT
                       PERFORM 455-CONFIRM-ADDR-CHANGE
                   END-IF
           END-WRITE.
      *-----------------------------------------------------------------
       430-MOVE-CARD-TO-CIF.
           MOVE CP-NAME                   TO CIF-NAME.
           MOVE CP-STREET                 TO CIF-STREET.
           MOVE CP-CITY                   TO CIF-CITY.
           MOVE CP-STATE                  TO CIF-STATE.
           MOVE CP-ZIP                    TO CIF-ZIP.
           MOVE CP-TIN                    TO CIF-TIN.
           IF CP-TIN-CERTIFIED
               MOVE 'Y'                   TO CIF-TIN-CERT-FLAG
           ELSE
               MOVE 'N'                   TO CIF-TIN-CERT-FLAG
           END-IF.
           IF CP-BIRTH-DATE EQUAL SPACES
               MOVE ZERO                  TO CIF-BIRTH-DATE
           ELSE
               MOVE CP-BIRTH-DATE-NUM     TO CIF-BIRTH-DATE
           END-IF.
           MOVE CP-PHONE                  TO CIF-PHONE.
      *-----------------------------------------------------------------
      *    A CHANGE CARD CARRIES THE WHOLE CUSTOMER IMAGE. AN ADDRESS
      *    OR TIN THAT DIFFERS FROM THE RECORD ON FILE IS CALLED OUT IN
      *    THE NOTE. THE STATEMENT RUN MAILS TO THE CIF ADDRESS, SO A
      *    NEW ADDRESS RESTAMPS EVERY MASTER ACCOUNT OF THE CUSTOMER
      *    AND IS CONFIRMED TO BOTH THE OLD AND THE NEW ADDRESS.
      *-----------------------------------------------------------------
       440-APPLY-CHANGE.
           MOVE 'CHANGE'                  TO WS-AUD-NOTE.
           MOVE 'N'                       TO WS-ADDR-CHG-FLAG.
           IF CP-TIN NOT EQUAL CIF-TIN
               MOVE 'TIN CHANGED'         TO WS-AUD-NOTE
               ADD 1 TO WS-AP-TIN-COUNT
           END-IF.
           IF CP-STREET NOT EQUAL CIF-STREET
              OR CP-CITY   NOT EQUAL CIF-CITY
              OR CP-STATE  NOT EQUAL CIF-STATE
              OR CP-ZIP    NOT EQUAL CIF-ZIP
               SET ADDRESS-CHANGED        TO TRUE
               MOVE CIF-STREET            TO WS-OA-STREET
               MOVE CIF-CITY              TO WS-OA-CITY
               MOVE CIF-STATE             TO WS-OA-STATE
               MOVE CIF-ZIP               TO WS-OA-ZIP
               IF WS-AUD-NOTE EQUAL 'CHANGE'
                   MOVE 'ADDRESS CHANGED'      TO WS-AUD-NOTE
               ELSE
                   MOVE 'TIN AND ADDR CHANGED' TO WS-AUD-NOTE
               END-IF
               ADD 1 TO WS-AP-ADDR-COUNT
           END-IF.
           PERFORM 430-MOVE-CARD-TO-CIF.
           REWRITE CIF-REC.
           ADD 1 TO WS-AP-CHANGE-COUNT.
           IF ADDRESS-CHANGED
               PERFORM 455-CONFIRM-ADDR-CHANGE
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
           MOVE CIF-NAME                  TO WS-NT-NAME.
           WRITE NOTICE-REC               FROM WS-NOTICE-NAME-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-STREET-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-CSZ-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           MOVE CIF-CUST-ID               TO WS-NT-CUST-ID.
           MOVE SPACES                    TO WS-NT-CHG-DATE.
           STRING WS-BUS-MM   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-BUS-DD   DELIMITED BY SIZE
                  '/'         DELIMITED BY SIZE
                  WS-BUS-YYYY DELIMITED BY SIZE
                  INTO WS-NT-CHG-DATE.
           WRITE NOTICE-REC               FROM WS-NOTICE-CUST-LN
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
           MOVE CIF-STREET                TO WS-NT-ADDR-STREET.
           MOVE CIF-CITY                  TO WS-NT-ADDR-CITY.
           MOVE CIF-STATE                 TO WS-NT-ADDR-STATE.
           MOVE CIF-ZIP                   TO WS-NT-ADDR-ZIP.
           WRITE NOTICE-REC               FROM WS-NOTICE-ADDR-LN
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM SPACES
                 AFTER ADVANCING 1 LINE.
           WRITE NOTICE-REC               FROM WS-NOTICE-WARN-LN
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-AP-NOTICE-COUNT.
      *-----------------------------------------------------------------
      *    THE OLD ADDRESS IS ALREADY IN WS-OLD-ADDRESS AND THE NEW ONE
      *    ON THE CIF RECORD.
      *-----------------------------------------------------------------
       455-CONFIRM-ADDR-CHANGE.
           PERFORM 460-STAMP-MASTER-ACCTS.
           MOVE 'COPY TO PREVIOUS ADDRESS' TO WS-NT-COPY-TEXT.
           MOVE WS-OA-STREET              TO WS-NT-STREET.
           MOVE WS-OA-CITY                TO WS-NT-CITY.
           MOVE WS-OA-STATE               TO WS-NT-STATE.
           MOVE WS-OA-ZIP                 TO WS-NT-ZIP.
           PERFORM 450-WRITE-ADDR-NOTICE.
           MOVE 'COPY TO NEW ADDRESS'     TO WS-NT-COPY-TEXT.
           MOVE CIF-STREET                TO WS-NT-STREET.
           MOVE CIF-CITY                  TO WS-NT-CITY.
           MOVE CIF-STATE                 TO WS-NT-STATE.
           MOVE CIF-ZIP                   TO WS-NT-ZIP.
           PERFORM 450-WRITE-ADDR-NOTICE.
      *-----------------------------------------------------------------
      *    EVERY MASTER ACCOUNT OF THE CUSTOMER TAKES TONIGHT'S DATE
      *    AS ITS ADDRESS-CHANGE DATE, WHICH OPENS THE PAYOUT REVIEW
      *    WINDOW IN THE ACH ORIGINATION RUN, AND DROPS ANY RETURNED-
      *    MAIL INDICATOR SO STATEMENTS GO TO THE NEW ADDRESS.
      *-----------------------------------------------------------------
       460-STAMP-MASTER-ACCTS.
           MOVE 'N'                       TO WS-ACCT-EOF-FLAG.
           MOVE CIF-CUST-ID               TO CUST-ID.
           MOVE LOW-VALUES                TO CUST-ACCT-TYPE.
           START CUST-MST KEY NOT < CUST-KEY
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.
           PERFORM UNTIL ACCT-EOF
               READ CUST-MST NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       IF CUST-ID NOT EQUAL CIF-CUST-ID
                           SET ACCT-EOF TO TRUE
                       ELSE
                           MOVE WS-BUS-DATE-NUM TO CUST-ADDR-CHG-DATE
                           IF CUST-MAIL-RETURNED
                               ADD 1 TO WS-AP-RET-CLEAR-COUNT
                           END-IF
                           MOVE 'N'           TO CUST-RET-MAIL-FLAG
                           MOVE ZERO          TO CUST-RET-MAIL-DATE
                           REWRITE CUST-REC
                           ADD 1 TO WS-AP-ACCT-STAMP-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE CUSTOMER'S MASTER ACCOUNTS AGAINST THE CARD ADDRESS. THE
      *    FIRST ACCOUNT THAT DIFFERS SUPPLIES THE OLD ADDRESS; A
      *    CUSTOMER WITH NO ACCOUNTS YET HAS NO ADDRESS TO CHANGE.
      *-----------------------------------------------------------------
       470-CHECK-MASTER-ADDR.
           MOVE 'N'                       TO WS-ACCT-EOF-FLAG.
           MOVE CP-CUST-ID                TO CUST-ID.
           MOVE LOW-VALUES                TO CUST-ACCT-TYPE.
           START CUST-MST KEY NOT < CUST-KEY
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.
           PERFORM UNTIL ACCT-EOF OR ADDRESS-CHANGED
               READ CUST-MST NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       IF CUST-ID NOT EQUAL CP-CUST-ID
                           SET ACCT-EOF TO TRUE
                       ELSE
                           IF CUST-STREET NOT EQUAL CP-STREET
                              OR CUST-CITY  NOT EQUAL CP-CITY
                              OR CUST-STATE NOT EQUAL CP-STATE
                              OR CUST-ZIP   NOT EQUAL CP-ZIP
                               SET ADDRESS-CHANGED TO TRUE
                               MOVE CUST-STREET    TO WS-OA-STREET
                               MOVE CUST-CITY      TO WS-OA-CITY
                               MOVE CUST-STATE     TO WS-OA-STATE
                               MOVE CUST-ZIP       TO WS-OA-ZIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    COUNT THE BUSINESS DAYS THE CARD HAS WAITED: EACH MONDAY TO
      *    FRIDAY AFTER THE ENTRY DATE, UP TO AND INCLUDING THE
      *    BUSINESS DATE. PAST THE LIMIT IT PRINTS ON THE AGING REPORT.
      *-----------------------------------------------------------------
       500-CHECK-AGING.
           ADD 1 TO WS-AP-PENDING-COUNT.
           MOVE CP-ENTRY-DATE      TO WS-DN-DATE-NUM.
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
               MOVE CP-CUST-ID         TO WS-AG-CUST-ID
               IF CP-ACT-ADD
                   MOVE 'ADD'          TO WS-AG-ACTION
               ELSE
                   MOVE 'CHANGE'       TO WS-AG-ACTION
               END-IF
               MOVE CP-MAKER-ID        TO WS-AG-MAKER
               MOVE CP-ENTRY-DATE      TO WS-AG-ENTRY-DATE
               MOVE WS-PEND-BUS-DAYS   TO WS-AG-BUS-DAYS
               MOVE SPACES             TO WS-AG-NOTE
               IF DECISION-FOUND
                   MOVE WS-AUD-NOTE    TO WS-AG-NOTE
               END-IF
               WRITE AGING-RPT-REC     FROM WS-AGING-DETAIL-LN
           END-IF.
      *-----------------------------------------------------------------
      *    A DECISION CARD THAT NEVER MET AN OPEN ITEM NAMED ONE
      *    ALREADY DECIDED, OR NONE AT ALL.
      *-----------------------------------------------------------------
       620-LOG-UNMATCHED-DECISIONS.
           MOVE SPACES               TO WS-AUD-CUST-ID
                                        WS-AUD-BEFORE-NAME
                                        WS-AUD-BEFORE-CERT
                                        WS-AUD-AFTER-NAME
                                        WS-AUD-AFTER-CERT
                                        WS-AUD-MAKER.
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
           OPEN INPUT  CIF-PEND-WORK.
           OPEN OUTPUT CIF-PEND-FILE.
           PERFORM UNTIL EOF-PEND-WORK
               READ CIF-PEND-WORK
                   AT END
                       SET EOF-PEND-WORK TO TRUE
                   NOT AT END
                       WRITE CIF-PEND-REC FROM CIF-PEND-WORK-REC
               END-READ
           END-PERFORM.
           CLOSE CIF-PEND-WORK
                 CIF-PEND-FILE.
      *-----------------------------------------------------------------
      *    SWEEP THE CIF AFTER ALL CARDS ARE APPLIED FOR THE RECORD
      *    COUNT AND THE NUMBER OF CUSTOMERS STILL WITHOUT A
      *    CERTIFIED TIN.
      *-----------------------------------------------------------------
       700-COUNT-CIF-RECS.
           MOVE LOW-VALUES TO CIF-CUST-ID.
           START CIF-FILE KEY NOT < CIF-CUST-ID
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF
               READ CIF-FILE NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AP-CIF-COUNT
                       IF NOT CIF-TIN-CERTIFIED
                           ADD 1 TO WS-AP-UNCERT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       800-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'PENDING CARDS EXAMINED'      TO WS-SUM-LABEL.
           MOVE WS-AP-EXAMINED-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CARDS APPROVED AND APPLIED'  TO WS-SUM-LABEL.
           MOVE WS-AP-APPLIED-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  CUSTOMERS ADDED'           TO WS-SUM-LABEL.
           MOVE WS-AP-ADD-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  CUSTOMERS CHANGED'         TO WS-SUM-LABEL.
           MOVE WS-AP-CHANGE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '    ADDRESS CHANGES'         TO WS-SUM-LABEL.
           MOVE WS-AP-ADDR-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '    TIN CHANGES'             TO WS-SUM-LABEL.
           MOVE WS-AP-TIN-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CARDS REJECTED BY CHECKER'   TO WS-SUM-LABEL.
           MOVE WS-AP-REJECTED-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'APPROVED BUT FAILED EDIT'    TO WS-SUM-LABEL.
           MOVE WS-AP-FAILED-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CARDS LEFT PENDING'          TO WS-SUM-LABEL.
           MOVE WS-AP-PENDING-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'DECISIONS NOT MATCHED'       TO WS-SUM-LABEL.
           MOVE WS-AP-UNMATCHED-COUNT         TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ADDRESS NOTICES WRITTEN'     TO WS-SUM-LABEL.
           MOVE WS-AP-NOTICE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MASTER ACCOUNTS RESTAMPED'   TO WS-SUM-LABEL.
           MOVE WS-AP-ACCT-STAMP-COUNT        TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  RETURNED MAIL CLEARED'     TO WS-SUM-LABEL.
           MOVE WS-AP-RET-CLEAR-COUNT         TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CIF RECORDS ON FILE'         TO WS-SUM-LABEL.
           MOVE WS-AP-CIF-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CUSTOMERS WITHOUT CERT TIN'  TO WS-SUM-LABEL.
           MOVE WS-AP-UNCERT-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           WRITE AGING-RPT-REC                FROM SPACES.
           MOVE 'CARDS LEFT PENDING'          TO WS-AG-SUM-LABEL.
           MOVE WS-AP-PENDING-COUNT           TO WS-AG-SUM-VALUE.
           WRITE AGING-RPT-REC                FROM WS-AG-SUMMARY-LN.

           MOVE 'PENDING PAST AGING LIMIT'    TO WS-AG-SUM-LABEL.
           MOVE WS-AP-AGED-COUNT              TO WS-AG-SUM-VALUE.
           WRITE AGING-RPT-REC                FROM WS-AG-SUMMARY-LN.
      *-----------------------------------------------------------------
