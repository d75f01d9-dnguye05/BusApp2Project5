      ******************************************************************
      *PROGRAM : PROJECT 4   DISPUTE CASE MAINTENANCE                  *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Opens, updates and resolves customer dispute cases on *
      *          the indexed dispute case file from the day's case     *
      *          cards, and writes an audit log of every card with the *
      *          operator who keyed it. An open card names the account *
      *          and the disputed item exactly as it stands on the     *
      *          history archive; the item must be found there (or,    *
      *          for an item dated in an earlier year, on that year's  *
      *          archived generation), not already reversed and not    *
      *          already under dispute. The case is numbered, given    *
      *          its response deadline, and - when it qualifies (a     *
      *          debit item on an open account, filed inside the       *
      *          filing window) - the customer is given a provisional  *
      *          credit in the dispute batch for the next edit.        *
      *          Resolving a case for the customer makes the credit    *
      *          final: an entry moving it out of the GL suspense      *
      *          account goes to the dispute GL file the journal       *
      *          extract reads. Resolving it against the customer      *
      *          generates the reversal of the provisional credit.     *
      *          Runs ahead of NGUYEN-P04-TRANS-EDIT, so the night's   *
      *          posting and GL extract carry every credit, reversal   *
      *          and write-off generated today.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-DSP-MAINT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSP-FILE
                                ASSIGN TO 'p04-disputes.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS DSP-CASE-NO.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL HIST-FILE
                                ASSIGN TO 'p04-trans-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-CAT
                                ASSIGN TO 'p04-hist-gens.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-FILE
                                ASSIGN TO WS-GEN-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSP-TRANS     ASSIGN TO 'p04-dsp-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DSP-PARM
                                ASSIGN TO 'p04-dsp-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-OUT     ASSIGN TO 'p04-trans-dsp.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DSP-GL-OUT    ASSIGN TO 'p04-dsp-gl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG     ASSIGN TO 'p04-dsp-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DSP-FILE.
       COPY P04-DSP-REC.

       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  HIST-FILE.
       COPY P04-HIST-REC.

       FD  GEN-CAT.
       COPY P04-GEN-CAT-REC.

       FD  GEN-FILE.
       01  GEN-HIST-REC                    PIC X(70).

      *-----------------------------------------------------------------
      *    ONE CARD PER CASE ACTION. AN OPEN CARD LEAVES THE CASE
      *    NUMBER BLANK (ONE IS ASSIGNED) AND CARRIES THE ACCOUNT, THE
      *    DISPUTED ITEM AND THE REASON. AN UPDATE CARD CARRIES THE
      *    CASE NUMBER AND A NEW REASON AND/OR NOTE. A RESOLVE CARD
      *    CARRIES THE CASE NUMBER, THE RESOLUTION AND AN OPTIONAL
      *    NOTE.
      *-----------------------------------------------------------------
       FD  DSP-TRANS.
       01  DC-REC.
           03  DC-ACTION                   PIC X(1).
               88  DC-OPEN                             VALUE 'O'.
               88  DC-UPDATE                           VALUE 'U'.
               88  DC-RESOLVE                          VALUE 'R'.
           03  DC-CASE-NO                  PIC X(7).
           03  DC-CASE-NO-NUM REDEFINES DC-CASE-NO
                                           PIC 9(7).
           03  DC-CUST-KEY.
               05  DC-CUST-ID              PIC X(5).
               05  DC-ACCT-TYPE            PIC X(2).
           03  DC-ITEM-DATE                PIC 9(8).
           03  DC-ITEM-DATE-X REDEFINES DC-ITEM-DATE.
               05  DC-ITEM-YYYY            PIC 9(4).
               05  FILLER                  PIC 9(4).
           03  DC-ITEM-TYPE                PIC X(2).
               88  DC-ITEM-TYPE-VALID  VALUES 'DP' 'WD' 'FE' 'AJ'
                                              'IN' 'FC' 'TO' 'TI'.
      *        A CHARGE TAKEN FROM THE CUSTOMER; A TRANSFER BETWEEN
      *        THE CUSTOMER'S OWN ACCOUNTS DOES NOT QUALIFY.
               88  DC-ITEM-QUALIFIES   VALUES 'WD' 'FE' 'FC'.
           03  DC-ITEM-AMT                 PIC 9(5)V99.
           03  DC-ITEM-SERIAL              PIC X(6).
           03  DC-ITEM-SERIAL-NUM REDEFINES DC-ITEM-SERIAL
                                           PIC 9(6).
           03  DC-REASON                   PIC X(2).
               88  DC-REASON-VALID     VALUES 'UA' 'NR' 'DP' 'IA' 'OT'.
           03  DC-RESOLUTION               PIC X(1).
               88  DC-RESOLVE-FOR-CUST                 VALUE 'F'.
               88  DC-RESOLVE-DENIED                   VALUE 'D'.
           03  DC-NOTE                     PIC X(20).
           03  DC-OPERATOR                 PIC X(8).

      *-----------------------------------------------------------------
      *    FILING WINDOW: THE MOST CALENDAR DAYS AFTER THE ITEM DATE A
      *    CASE MAY BE OPENED AND STILL EARN A PROVISIONAL CREDIT.
      *    RESPONSE DAYS: CALENDAR DAYS FROM OPENING TO THE DEADLINE
      *    FOR RESOLVING THE CASE. WARNING DAYS ARE READ BY THE AGING
      *    REPORT ONLY.
      *-----------------------------------------------------------------
       FD  DSP-PARM.
       01  DSP-PARM-REC.
           03  PARM-FILE-DAYS              PIC 9(3).
           03  PARM-RESPONSE-DAYS          PIC 9(3).
           03  PARM-WARN-DAYS              PIC 9(3).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  TRANS-OUT.
       01  TRANS-OUT-REC                   PIC X(53).

      *-----------------------------------------------------------------
      *    GL-ONLY ENTRIES IN THE TRANSACTION LAYOUT: A PROVISIONAL
      *    CREDIT MADE FINAL LEAVES THE CUSTOMER'S BALANCE ALONE BUT
      *    MUST COME OUT OF THE SUSPENSE ACCOUNT, SO IT IS JOURNALED
      *    BY NGUYEN-P04-GL-EXTRACT WITHOUT EVER BEING POSTED.
      *-----------------------------------------------------------------
       FD  DSP-GL-OUT.
       01  DSP-GL-OUT-REC                  PIC X(53).

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(100).

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
           03  FILLER                      PIC X(42)
                     VALUE 'DISPUTE CASE AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-PARM-LN.
           03  FILLER                      PIC X(20)
                     VALUE 'FILING WINDOW DAYS'.
           03  WS-PL-FILE-DAYS             PIC ZZ9.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  FILLER                      PIC X(20)
                     VALUE 'RESPONSE DAYS'.
           03  WS-PL-RESPONSE-DAYS         PIC ZZ9.
           03  FILLER                      PIC X(49)   VALUE SPACES.

       01  WS-AUDIT-HDR-LN.
           03  FILLER               PIC X(8)  VALUE 'ACTION'.
           03  FILLER               PIC X(9)  VALUE 'CASE'.
           03  FILLER               PIC X(10) VALUE 'ACCOUNT'.
           03  FILLER               PIC X(11) VALUE '   AMOUNT'.
           03  FILLER               PIC X(10) VALUE 'STATUS'.
           03  FILLER               PIC X(10) VALUE 'PROV CR'.
           03  FILLER               PIC X(10) VALUE 'DEADLINE'.
           03  FILLER               PIC X(10) VALUE 'OPERATOR'.
           03  FILLER               PIC X(22) VALUE 'NOTE'.

       01  WS-AUDIT-DETAIL-LN.
           03  WS-AUD-ACTION               PIC X(8).
           03  WS-AUD-CASE                 PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-ACCOUNT.
               05  WS-AUD-CUST-ID          PIC X(5).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-AUD-ACCT-TYPE        PIC X(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-AMT                  PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-STATUS               PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-PROV                 PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-DEADLINE             PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-OPERATOR             PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-AUD-NOTE                 PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.

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
           03  WS-HIST-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-GEN-CAT-EOF-FLAG         PIC X           VALUE 'N'.
               88  EOF-GEN-CAT                             VALUE 'Y'.
           03  WS-GEN-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-GEN                                 VALUE 'Y'.
           03  WS-ITEM-FOUND-FLAG          PIC X           VALUE 'N'.
               88  ITEM-FOUND                              VALUE 'Y'.
           03  WS-ITEM-REV-FLAG            PIC X           VALUE 'N'.
               88  ITEM-REVERSED                           VALUE 'Y'.
           03  WS-DUP-CASE-FLAG            PIC X           VALUE 'N'.
               88  DUP-CASE                                VALUE 'Y'.
           03  WS-ACCT-OPEN-FLAG           PIC X           VALUE 'N'.
               88  ACCT-OPEN                               VALUE 'Y'.
           03  WS-QUALIFY-FLAG             PIC X           VALUE 'N'.
               88  CASE-QUALIFIES                          VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-FILE-DAYS                PIC 9(3)        VALUE 060.
           03  WS-RESPONSE-DAYS            PIC 9(3)        VALUE 045.
           03  WS-LAST-CASE-NO             PIC 9(7)        VALUE ZERO.
           03  WS-BUS-DAY-NUM              PIC 9(7)        VALUE ZERO.
           03  WS-ITEM-DAY-NUM             PIC 9(7)        VALUE ZERO.
           03  WS-CHECK-DATE               PIC 9(8)        VALUE ZERO.
           03  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
               05  WS-CK-YYYY              PIC 9(4).
               05  WS-CK-MM                PIC 9(2).
               05  WS-CK-DD                PIC 9(2).
           03  WS-ACCT-KEY-WORK.
               05  WS-AK-CUST-ID           PIC X(5).
               05  WS-AK-ACCT-TYPE         PIC X(2).
                   88  AK-ACCT-TYPE-VALID          VALUES 'CK' 'SV'.
           03  WS-QUALIFY-NOTE             PIC X(20)       VALUE SPACES.
           03  WS-BATCH-SERIAL             PIC 9(6)        VALUE ZERO.
           03  WS-SER-DIV-QUOT             PIC 9(3)        VALUE ZERO.
           03  WS-SER-DIV-REM              PIC 9(5)        VALUE ZERO.

       01  WS-GEN-FILENAME                 PIC X(20)   VALUE SPACES.

       01  WS-DSP-DESC.
           03  WS-DD-TEXT                  PIC X(13).
           03  WS-DD-CASE                  PIC 9(7).

       01  WS-DC-COUNTS.
           03  WS-DC-CARD-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-OPEN-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-PROV-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-UPDATE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-DC-FOR-CUST-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-DC-DENIED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-DC-REVERSE-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-DC-ERROR-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-DC-CASE-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-OPEN-ON-FILE          PIC 9(7)        VALUE ZERO.
           03  WS-DC-ITEM-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-ITEM-AMT              PIC 9(11)V99    VALUE ZERO.
           03  WS-DC-CREDIT-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-DC-REVERSE-AMT           PIC 9(9)V99     VALUE ZERO.
           03  WS-DC-FINAL-AMT             PIC 9(9)V99     VALUE ZERO.
           03  WS-DC-OUTSTANDING-AMT       PIC 9(9)V99     VALUE ZERO.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
           03  WS-SUM-VALUE                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(61)       VALUE SPACES.

       01  WS-AMT-SUMMARY-LN.
           03  WS-AMT-LABEL                PIC X(30).
           03  WS-AMT-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(54)       VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-PARMS.
           OPEN I-O    DSP-FILE.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  DSP-TRANS.
           OPEN OUTPUT TRANS-OUT.
           OPEN OUTPUT DSP-GL-OUT.
           OPEN OUTPUT AUDIT-LOG.

           DISPLAY 'Project 4 - Dispute Case Maintenance - '
                   'David Nguyen'.
           PERFORM 160-FIND-LAST-CASE.
           PERFORM 190-WRITE-BATCH-HDR.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 420-READ-DSP-TRANS.
           PERFORM 200-PROCESS-MAINTENANCE UNTIL MAINT-EOF.
           PERFORM 600-WRITE-BATCH-TRAILER.
           PERFORM 650-COUNT-CASES.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of dispute case maintenance run'.

           CLOSE DSP-FILE
                 CUST-MST
                 DSP-TRANS
                 TRANS-OUT
                 DSP-GL-OUT
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           MOVE WS-BUS-DATE-NUM TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-BUS-DAY-NUM.
      *-----------------------------------------------------------------
      *    SIXTY DAYS TO FILE AND FORTY-FIVE TO RESOLVE UNLESS THE
      *    PARAMETER CARD SAYS OTHERWISE.
      *-----------------------------------------------------------------
       150-READ-PARMS.
           OPEN INPUT DSP-PARM.
           READ DSP-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-FILE-DAYS NUMERIC
                      AND PARM-FILE-DAYS > ZERO
                       MOVE PARM-FILE-DAYS     TO WS-FILE-DAYS
                   END-IF
                   IF PARM-RESPONSE-DAYS NUMERIC
                      AND PARM-RESPONSE-DAYS > ZERO
                       MOVE PARM-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                   END-IF
           END-READ.
           CLOSE DSP-PARM.
      *-----------------------------------------------------------------
      *    CASE NUMBERS RUN ON FROM THE HIGHEST ONE ON FILE.
      *-----------------------------------------------------------------
       160-FIND-LAST-CASE.
           MOVE 'N' TO WS-SWEEP-EOF-FLAG.
           MOVE ZERO TO DSP-CASE-NO.
           START DSP-FILE KEY NOT < DSP-CASE-NO
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF
               READ DSP-FILE NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       MOVE DSP-CASE-NO TO WS-LAST-CASE-NO
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    OPEN THE DISPUTE BATCH. THE SERIAL IS 1 PLUS THE LAST FIVE
      *    DIGITS OF THE BUSINESS DATE, CLEAR OF THE ACH TRANSLATOR
      *    (0XXXXX), STANDING-ORDER (2XXXXX), MAINTENANCE (3XXXXX),
      *    SWEEP (4XXXXX), CLOSURE (5XXXXX), FEE (6XXXXX), BACKOUT
      *    (7XXXXX), SUSPENSE RELEASE (8XXXXX) AND INTEREST (9XXXXX)
      *    SERIALS.
      *-----------------------------------------------------------------
       190-WRITE-BATCH-HDR.
           DIVIDE WS-BUS-DATE-NUM BY 100000
               GIVING    WS-SER-DIV-QUOT
               REMAINDER WS-SER-DIV-REM.
           COMPUTE WS-BATCH-SERIAL = 100000 + WS-SER-DIV-REM.
           MOVE SPACES          TO BATCH-HDR-REC.
           MOVE 'BH'            TO BH-REC-TYPE.
           MOVE WS-BATCH-SERIAL TO BH-SERIAL.
           MOVE 'DSP'           TO BH-BRANCH.
           MOVE WS-BUS-DATE     TO BH-BUS-DATE.
           WRITE TRANS-OUT-REC  FROM BATCH-HDR-REC.
      *-----------------------------------------------------------------
      *    EACH CARD IS EDITED FIRST; ONLY A CLEAN CARD IS APPLIED.
      *    THE EDIT OF AN UPDATE OR RESOLVE CARD LEAVES THE CASE IT
      *    NAMES IN THE RECORD AREA.
      *-----------------------------------------------------------------
       200-PROCESS-MAINTENANCE.
           ADD 1 TO WS-DC-CARD-COUNT.
           PERFORM 210-EDIT-CARD.
           IF CARD-OK
               EVALUATE TRUE
                   WHEN DC-OPEN
                       PERFORM 220-PROCESS-OPEN
                   WHEN DC-UPDATE
                       PERFORM 230-PROCESS-UPDATE
                   WHEN DC-RESOLVE
                       PERFORM 240-PROCESS-RESOLVE
               END-EVALUATE
           END-IF.
           PERFORM 420-READ-DSP-TRANS.
      *-----------------------------------------------------------------
       210-EDIT-CARD.
           MOVE 'N'                  TO WS-CARD-OK-FLAG.
           MOVE DC-CUST-KEY          TO WS-ACCT-KEY-WORK.
           EVALUATE TRUE
               WHEN NOT DC-OPEN AND NOT DC-UPDATE AND NOT DC-RESOLVE
                   MOVE 'INVALID ACTION'      TO WS-AUD-NOTE
               WHEN DC-OPERATOR EQUAL SPACES
                   MOVE 'NO OPERATOR ID'      TO WS-AUD-NOTE
               WHEN DC-OPEN
                   PERFORM 270-EDIT-OPEN-CARD
               WHEN DC-CASE-NO NOT NUMERIC
                   MOVE 'BAD CASE NUMBER'     TO WS-AUD-NOTE
               WHEN OTHER
                   PERFORM 275-EDIT-CASE-CARD
           END-EVALUATE.
           IF NOT CARD-OK
               PERFORM 450-WRITE-CARD-ERROR
           END-IF.
      *-----------------------------------------------------------------
      *    THE NEW CASE TAKES THE NEXT NUMBER AND ITS DEADLINE. A CASE
      *    THAT QUALIFIES CREDITS THE CUSTOMER PROVISIONALLY FOR THE
      *    FULL DISPUTED AMOUNT IN TONIGHT'S DISPUTE BATCH.
      *-----------------------------------------------------------------
       220-PROCESS-OPEN.
           ADD  1                         TO WS-LAST-CASE-NO.
           MOVE SPACES                    TO DSP-REC.
           MOVE WS-LAST-CASE-NO           TO DSP-CASE-NO.
           MOVE DC-CUST-KEY               TO DSP-CUST-KEY.
           MOVE DC-ITEM-DATE              TO DSP-ITEM-DATE.
           MOVE DC-ITEM-TYPE              TO DSP-ITEM-TYPE.
           MOVE DC-ITEM-AMT               TO DSP-ITEM-AMT.
           MOVE DC-ITEM-SERIAL-NUM        TO DSP-ITEM-SERIAL.
           MOVE DC-REASON                 TO DSP-REASON.
           MOVE DC-NOTE                   TO DSP-NOTE.
           MOVE WS-BUS-DATE-NUM           TO DSP-OPEN-DATE
                                             DSP-LAST-UPD-DATE.
           COMPUTE WS-DN-DAY-NUMBER = WS-BUS-DAY-NUM
                                    + WS-RESPONSE-DAYS.
           PERFORM 720-CALC-DATE.
           MOVE WS-DN-DATE-NUM            TO DSP-DUE-DATE.
           MOVE 'O'                       TO DSP-STATUS.
           MOVE ZERO                      TO DSP-RESOLVED-DATE
                                             DSP-PROV-AMT
                                             DSP-PROV-DATE.
           MOVE DC-OPERATOR               TO DSP-OPERATOR.
           PERFORM 290-CHECK-QUALIFY.
           IF CASE-QUALIFIES
               MOVE 'P'                   TO DSP-PROV-STATUS
               MOVE DSP-ITEM-AMT          TO DSP-PROV-AMT
               MOVE WS-BUS-DATE-NUM       TO DSP-PROV-DATE
           END-IF.
           WRITE DSP-REC
               INVALID KEY
                   DISPLAY '*** DISPUTE CASE NUMBER ' DSP-CASE-NO
                           ' ALREADY ON FILE - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-DC-OPEN-COUNT.
           IF CASE-QUALIFIES
               MOVE 'AJ'                  TO TRANS-TYPE
               MOVE 'DSP PROV CR'         TO WS-DD-TEXT
               PERFORM 480-WRITE-BATCH-ITEM
               ADD 1                      TO WS-DC-PROV-COUNT
               ADD DSP-PROV-AMT           TO WS-DC-CREDIT-AMT
           END-IF.
           MOVE 'OPEN'                    TO WS-AUD-ACTION.
           MOVE WS-QUALIFY-NOTE           TO WS-AUD-NOTE.
           PERFORM 460-WRITE-CASE-AUDIT.
      *-----------------------------------------------------------------
      *    ONLY THE REASON AND THE NOTE CHANGE ON AN OPEN CASE; A
      *    BLANK FIELD ON THE CARD LEAVES THE CASE'S VALUE ALONE.
      *-----------------------------------------------------------------
       230-PROCESS-UPDATE.
           IF DC-REASON NOT EQUAL SPACES
               MOVE DC-REASON             TO DSP-REASON
           END-IF.
           IF DC-NOTE NOT EQUAL SPACES
               MOVE DC-NOTE               TO DSP-NOTE
           END-IF.
           MOVE WS-BUS-DATE-NUM           TO DSP-LAST-UPD-DATE.
           MOVE DC-OPERATOR               TO DSP-OPERATOR.
           REWRITE DSP-REC.
           ADD 1 TO WS-DC-UPDATE-COUNT.
           MOVE 'UPDATE'                  TO WS-AUD-ACTION.
           MOVE DSP-NOTE                  TO WS-AUD-NOTE.
           PERFORM 460-WRITE-CASE-AUDIT.
      *-----------------------------------------------------------------
      *    FOR THE CUSTOMER: AN OUTSTANDING PROVISIONAL CREDIT IS MADE
      *    FINAL BY A GL ENTRY CLEARING IT FROM SUSPENSE; A CASE THAT
      *    NEVER HAD ONE IS CREDITED NOW AND CLEARED THE SAME NIGHT.
      *    AGAINST THE CUSTOMER: AN OUTSTANDING PROVISIONAL CREDIT IS
      *    REVERSED BY A DEBIT IN TONIGHT'S DISPUTE BATCH.
      *-----------------------------------------------------------------
       240-PROCESS-RESOLVE.
           IF DC-RESOLVE-FOR-CUST
               IF DSP-PROV-NONE
                   MOVE DSP-ITEM-AMT      TO DSP-PROV-AMT
                   MOVE WS-BUS-DATE-NUM   TO DSP-PROV-DATE
                   MOVE 'AJ'              TO TRANS-TYPE
                   MOVE 'DSP CREDIT'      TO WS-DD-TEXT
                   PERFORM 480-WRITE-BATCH-ITEM
                   ADD DSP-PROV-AMT       TO WS-DC-CREDIT-AMT
                   MOVE 'CREDITED AND FINAL' TO WS-AUD-NOTE
               ELSE
                   MOVE 'CREDIT MADE FINAL'  TO WS-AUD-NOTE
               END-IF
               PERFORM 490-WRITE-GL-ENTRY
               MOVE 'F'                   TO DSP-STATUS
                                             DSP-PROV-STATUS
               ADD 1                      TO WS-DC-FOR-CUST-COUNT
               ADD DSP-PROV-AMT           TO WS-DC-FINAL-AMT
           ELSE
               IF DSP-PROV-OUTSTANDING
                   MOVE 'WD'              TO TRANS-TYPE
                   MOVE 'DSP REVERSAL'    TO WS-DD-TEXT
                   PERFORM 480-WRITE-BATCH-ITEM
                   MOVE 'R'               TO DSP-PROV-STATUS
                   ADD 1                  TO WS-DC-REVERSE-COUNT
                   ADD DSP-PROV-AMT       TO WS-DC-REVERSE-AMT
                   MOVE 'PROV CR REVERSED'   TO WS-AUD-NOTE
               ELSE
                   MOVE 'DENIED - NO CREDIT' TO WS-AUD-NOTE
               END-IF
               MOVE 'D'                   TO DSP-STATUS
               ADD 1                      TO WS-DC-DENIED-COUNT
           END-IF.
           IF DC-NOTE NOT EQUAL SPACES
               MOVE DC-NOTE               TO DSP-NOTE
           END-IF.
           MOVE WS-BUS-DATE-NUM           TO DSP-RESOLVED-DATE
                                             DSP-LAST-UPD-DATE.
           MOVE DC-OPERATOR               TO DSP-OPERATOR.
           REWRITE DSP-REC.
           MOVE 'RESOLVE'                 TO WS-AUD-ACTION.
           PERFORM 460-WRITE-CASE-AUDIT.
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
      *    AN OPEN CARD MUST NAME A REAL ACCOUNT AND AN ITEM THAT IS
      *    ON THE HISTORY ARCHIVE AS KEYED, NOT ALREADY BACKED OUT,
      *    AND NOT ALREADY THE SUBJECT OF ANOTHER CASE.
      *-----------------------------------------------------------------
       270-EDIT-OPEN-CARD.
           MOVE DC-ITEM-DATE         TO WS-CHECK-DATE.
           PERFORM 260-CHECK-DATE.
           EVALUATE TRUE
               WHEN DC-CUST-ID EQUAL SPACES
                   MOVE 'MISSING CUST-ID'     TO WS-AUD-NOTE
               WHEN NOT AK-ACCT-TYPE-VALID
                   MOVE 'BAD ACCT TYPE'       TO WS-AUD-NOTE
               WHEN NOT DATE-OK
                   MOVE 'BAD ITEM DATE'       TO WS-AUD-NOTE
               WHEN DC-ITEM-DATE > WS-BUS-DATE-NUM
                   MOVE 'ITEM DATE IN FUTURE' TO WS-AUD-NOTE
               WHEN NOT DC-ITEM-TYPE-VALID
                   MOVE 'BAD ITEM TYPE'       TO WS-AUD-NOTE
               WHEN DC-ITEM-AMT NOT NUMERIC OR DC-ITEM-AMT EQUAL ZERO
                   MOVE 'ZERO OR INVALID AMT' TO WS-AUD-NOTE
               WHEN DC-ITEM-SERIAL NOT NUMERIC
                   MOVE 'BAD BATCH SERIAL'    TO WS-AUD-NOTE
               WHEN NOT DC-REASON-VALID
                   MOVE 'BAD REASON CODE'     TO WS-AUD-NOTE
               WHEN DC-RESOLUTION NOT EQUAL SPACES
                   MOVE 'RESOLUTION ON OPEN'  TO WS-AUD-NOTE
               WHEN OTHER
                   MOVE DC-CUST-KEY  TO CUST-KEY
                   PERFORM 440-READ-MASTER-BY-KEY
                   IF KEY-FOUND
                       PERFORM 280-FIND-HIST-ITEM
                       PERFORM 285-CHECK-DUP-CASE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT KEY-FOUND
                           MOVE 'NO ACCOUNT ON MASTER' TO WS-AUD-NOTE
                       WHEN ITEM-REVERSED AND NOT ITEM-FOUND
                           MOVE 'ITEM ALREADY REVERSED' TO WS-AUD-NOTE
                       WHEN NOT ITEM-FOUND
                           MOVE 'ITEM NOT ON HISTORY'  TO WS-AUD-NOTE
                       WHEN DUP-CASE
                           MOVE 'ITEM ALREADY DISPUTED' TO WS-AUD-NOTE
                       WHEN OTHER
                           SET CARD-OK TO TRUE
                   END-EVALUATE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    AN UPDATE OR RESOLVE CARD MUST NAME AN OPEN CASE. A CREDIT
      *    OR A REVERSAL CAN ONLY POST TO AN ACCOUNT STILL OPEN; A
      *    DENIED CASE ON AN ACCOUNT SINCE CLOSED HAS TO BE RESOLVED
      *    FOR THE CUSTOMER AND THE CREDIT WRITTEN OFF.
      *-----------------------------------------------------------------
       275-EDIT-CASE-CARD.
           PERFORM 430-READ-CASE-BY-KEY.
           IF KEY-FOUND
               MOVE DSP-CUST-KEY TO CUST-KEY WS-ACCT-KEY-WORK
               PERFORM 440-READ-MASTER-BY-KEY
               MOVE 'N' TO WS-ACCT-OPEN-FLAG
               IF KEY-FOUND AND CUST-STATUS-OPEN
                   SET ACCT-OPEN TO TRUE
               END-IF
               MOVE 'Y' TO WS-KEY-FOUND-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN NOT KEY-FOUND
                   MOVE 'NO CASE ON FILE'     TO WS-AUD-NOTE
               WHEN NOT DSP-OPEN
                   MOVE 'CASE NOT OPEN'       TO WS-AUD-NOTE
               WHEN DC-UPDATE
                    AND DC-REASON NOT EQUAL SPACES
                    AND NOT DC-REASON-VALID
                   MOVE 'BAD REASON CODE'     TO WS-AUD-NOTE
               WHEN DC-UPDATE
                    AND DC-REASON EQUAL SPACES
                    AND DC-NOTE EQUAL SPACES
                   MOVE 'NOTHING TO UPDATE'   TO WS-AUD-NOTE
               WHEN DC-UPDATE
                   SET CARD-OK TO TRUE
               WHEN NOT DC-RESOLVE-FOR-CUST AND NOT DC-RESOLVE-DENIED
                   MOVE 'BAD RESOLUTION'      TO WS-AUD-NOTE
               WHEN DC-RESOLVE-FOR-CUST AND DSP-PROV-NONE
                    AND NOT ACCT-OPEN
                   MOVE 'ACCOUNT NOT OPEN'    TO WS-AUD-NOTE
               WHEN DC-RESOLVE-DENIED AND DSP-PROV-OUTSTANDING
                    AND NOT ACCT-OPEN
                   MOVE 'ACCOUNT NOT OPEN'    TO WS-AUD-NOTE
               WHEN OTHER
                   SET CARD-OK TO TRUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    THE ITEM IS MATCHED ON ACCOUNT, DATE, TYPE, AMOUNT AND
      *    BATCH SERIAL. A MATCH ALREADY BACKED OUT IS NOTED BUT THE
      *    SEARCH GOES ON FOR AN IDENTICAL ITEM THAT IS NOT. AN ITEM
      *    DATED IN AN EARLIER YEAR MAY HAVE GONE TO THAT YEAR'S
      *    ARCHIVED GENERATION AT THE YEAR-END SPLIT, SO THE CATALOG'S
      *    GENERATION FOR THE ITEM'S YEAR IS SEARCHED TOO, THE WAY THE
      *    TAX EXTRACT AND THE BSA MONITOR REACH BACK.
      *-----------------------------------------------------------------
       280-FIND-HIST-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
                       WS-ITEM-REV-FLAG
                       WS-HIST-EOF-FLAG
                       WS-GEN-CAT-EOF-FLAG.
           OPEN INPUT HIST-FILE.
           PERFORM UNTIL ITEM-FOUND OR EOF-HIST
               READ HIST-FILE
                   AT END
                       SET EOF-HIST TO TRUE
                   NOT AT END
                       PERFORM 282-MATCH-HIST-ITEM
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

           IF NOT ITEM-FOUND AND DC-ITEM-YYYY < WS-BUS-YYYY
               OPEN INPUT GEN-CAT
               PERFORM UNTIL ITEM-FOUND OR EOF-GEN-CAT
                   READ GEN-CAT
                       AT END
                           SET EOF-GEN-CAT TO TRUE
                       NOT AT END
                           IF GC-YEAR EQUAL DC-ITEM-YYYY
                               PERFORM 283-SCAN-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CAT
           END-IF.
      *-----------------------------------------------------------------
       282-MATCH-HIST-ITEM.
           IF HIST-TRANS-KEY    EQUAL DC-CUST-KEY
              AND HIST-TRANS-DATE   EQUAL DC-ITEM-DATE
              AND HIST-TRANS-TYPE   EQUAL DC-ITEM-TYPE
              AND HIST-TRANS-AMT    EQUAL DC-ITEM-AMT
              AND HIST-BATCH-SERIAL EQUAL DC-ITEM-SERIAL-NUM
               IF HIST-REVERSED
                   SET ITEM-REVERSED TO TRUE
               ELSE
                   SET ITEM-FOUND TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       283-SCAN-GENERATION.
           MOVE GC-FILENAME TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           PERFORM UNTIL ITEM-FOUND OR EOF-GEN
               READ GEN-FILE
                   AT END
                       SET EOF-GEN TO TRUE
                   NOT AT END
                       MOVE GEN-HIST-REC TO HIST-REC
                       PERFORM 282-MATCH-HIST-ITEM
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
      *-----------------------------------------------------------------
      *    ONE ITEM, ONE CASE: ANY CASE ALREADY ON FILE FOR THE SAME
      *    ITEM, WHATEVER ITS STATUS, REFUSES THE CARD.
      *-----------------------------------------------------------------
       285-CHECK-DUP-CASE.
           MOVE 'N' TO WS-DUP-CASE-FLAG
                       WS-SWEEP-EOF-FLAG.
           MOVE ZERO TO DSP-CASE-NO.
           START DSP-FILE KEY NOT < DSP-CASE-NO
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF OR DUP-CASE
               READ DSP-FILE NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       IF DSP-CUST-KEY       EQUAL DC-CUST-KEY
                          AND DSP-ITEM-DATE   EQUAL DC-ITEM-DATE
                          AND DSP-ITEM-TYPE   EQUAL DC-ITEM-TYPE
                          AND DSP-ITEM-AMT    EQUAL DC-ITEM-AMT
                          AND DSP-ITEM-SERIAL EQUAL DC-ITEM-SERIAL-NUM
                           SET DUP-CASE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *    A PROVISIONAL CREDIT IS GIVEN ON A CHARGE TAKEN FROM AN
      *    ACCOUNT STILL OPEN, WHEN THE CASE IS OPENED INSIDE THE
      *    FILING WINDOW. THE MASTER RECORD WAS READ BY THE EDIT.
      *-----------------------------------------------------------------
       290-CHECK-QUALIFY.
           MOVE 'N' TO WS-QUALIFY-FLAG.
           MOVE DSP-ITEM-DATE TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-ITEM-DAY-NUM.
           EVALUATE TRUE
               WHEN NOT DC-ITEM-QUALIFIES
                   MOVE 'NO PROV - NOT DEBIT'  TO WS-QUALIFY-NOTE
               WHEN NOT CUST-STATUS-OPEN
                   MOVE 'NO PROV - ACCT CLSD'  TO WS-QUALIFY-NOTE
               WHEN WS-BUS-DAY-NUM - WS-ITEM-DAY-NUM > WS-FILE-DAYS
                   MOVE 'NO PROV - LATE FILED' TO WS-QUALIFY-NOTE
               WHEN OTHER
                   SET CASE-QUALIFIES TO TRUE
                   MOVE 'PROV CREDIT GIVEN'    TO WS-QUALIFY-NOTE
           END-EVALUATE.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE AUDIT-REC FROM WS-TITLE-LN.
           MOVE  WS-FILE-DAYS       TO WS-PL-FILE-DAYS.
           MOVE  WS-RESPONSE-DAYS   TO WS-PL-RESPONSE-DAYS.
           WRITE AUDIT-REC FROM WS-PARM-LN.
           WRITE AUDIT-REC FROM SPACES.
           WRITE AUDIT-REC FROM WS-AUDIT-HDR-LN.
      *-----------------------------------------------------------------
       420-READ-DSP-TRANS.
           READ DSP-TRANS
               AT END
                   SET MAINT-EOF TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       430-READ-CASE-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE DC-CASE-NO-NUM TO DSP-CASE-NO.
           READ DSP-FILE
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
           MOVE DC-CASE-NO                TO WS-AUD-CASE.
           MOVE DC-CUST-ID                TO WS-AUD-CUST-ID.
           MOVE DC-ACCT-TYPE              TO WS-AUD-ACCT-TYPE.
           IF DC-ITEM-AMT NUMERIC
               MOVE DC-ITEM-AMT           TO WS-AUD-AMT
           ELSE
               MOVE ZERO                  TO WS-AUD-AMT
           END-IF.
           MOVE SPACES                    TO WS-AUD-STATUS
                                             WS-AUD-PROV
                                             WS-AUD-DEADLINE.
           MOVE DC-OPERATOR               TO WS-AUD-OPERATOR.
           WRITE AUDIT-REC                FROM WS-AUDIT-DETAIL-LN.
           ADD 1 TO WS-DC-ERROR-COUNT.
      *-----------------------------------------------------------------
      *    THE CASE AS IT NOW STANDS; THE CALLER HAS SET THE ACTION
      *    AND THE NOTE.
      *-----------------------------------------------------------------
       460-WRITE-CASE-AUDIT.
           MOVE DSP-CASE-NO               TO WS-AUD-CASE.
           MOVE DSP-CUST-ID               TO WS-AUD-CUST-ID.
           MOVE DSP-ACCT-TYPE             TO WS-AUD-ACCT-TYPE.
           MOVE DSP-ITEM-AMT              TO WS-AUD-AMT.
           EVALUATE TRUE
               WHEN DSP-OPEN
                   MOVE 'OPEN'            TO WS-AUD-STATUS
               WHEN DSP-RESOLVED-FOR-CUST
                   MOVE 'FOR CUST'        TO WS-AUD-STATUS
               WHEN OTHER
                   MOVE 'DENIED'          TO WS-AUD-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN DSP-PROV-OUTSTANDING
                   MOVE 'PROV'            TO WS-AUD-PROV
               WHEN DSP-PROV-FINAL
                   MOVE 'FINAL'           TO WS-AUD-PROV
               WHEN DSP-PROV-REVERSED
                   MOVE 'REVERSED'        TO WS-AUD-PROV
               WHEN OTHER
                   MOVE 'NONE'            TO WS-AUD-PROV
           END-EVALUATE.
           MOVE DSP-DUE-DATE              TO WS-AUD-DEADLINE.
           MOVE DC-OPERATOR               TO WS-AUD-OPERATOR.
           WRITE AUDIT-REC                FROM WS-AUDIT-DETAIL-LN.
      *-----------------------------------------------------------------
      *    THE CALLER HAS SET THE TYPE AND THE DESCRIPTION TEXT; THE
      *    ITEM IS FOR THE CASE'S PROVISIONAL CREDIT AMOUNT.
      *-----------------------------------------------------------------
       480-WRITE-BATCH-ITEM.
           MOVE DSP-CUST-KEY     TO TRANS-KEY.
           MOVE WS-BUS-YYYY      TO TRANS-YR.
           MOVE WS-BUS-MM        TO TRANS-MO.
           MOVE WS-BUS-DD        TO TRANS-DAY.
           MOVE DSP-CASE-NO      TO WS-DD-CASE.
           MOVE WS-DSP-DESC      TO TRANS-DESC.
           MOVE DSP-PROV-AMT     TO TRANS-AMT.
           MOVE WS-BATCH-SERIAL  TO TRANS-BATCH-SERIAL.
           MOVE 'DSP'            TO TRANS-BRANCH.
           WRITE TRANS-OUT-REC   FROM TRANS-REC.
           ADD 1                 TO WS-DC-ITEM-COUNT.
           ADD DSP-PROV-AMT      TO WS-DC-ITEM-AMT.
      *-----------------------------------------------------------------
      *    THE WRITE-OFF OF A CREDIT MADE FINAL, TYPE DF, FOR THE GL
      *    EXTRACT ONLY.
      *-----------------------------------------------------------------
       490-WRITE-GL-ENTRY.
           MOVE DSP-CUST-KEY     TO TRANS-KEY.
           MOVE WS-BUS-YYYY      TO TRANS-YR.
           MOVE WS-BUS-MM        TO TRANS-MO.
           MOVE WS-BUS-DD        TO TRANS-DAY.
           MOVE 'DF'             TO TRANS-TYPE.
           MOVE 'DSP CR FINAL'   TO WS-DD-TEXT.
           MOVE DSP-CASE-NO      TO WS-DD-CASE.
           MOVE WS-DSP-DESC      TO TRANS-DESC.
           MOVE DSP-PROV-AMT     TO TRANS-AMT.
           MOVE WS-BATCH-SERIAL  TO TRANS-BATCH-SERIAL.
           MOVE 'DSP'            TO TRANS-BRANCH.
           WRITE DSP-GL-OUT-REC  FROM TRANS-REC.
      *-----------------------------------------------------------------
       600-WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-TRL-REC.
           MOVE 'BT'               TO BT-REC-TYPE.
           MOVE WS-DC-ITEM-COUNT   TO BT-REC-COUNT.
           MOVE WS-DC-ITEM-AMT     TO BT-AMT-HASH.
           WRITE TRANS-OUT-REC     FROM BATCH-TRL-REC.
      *-----------------------------------------------------------------
      *    SWEEP THE CASE FILE AFTER ALL CARDS ARE APPLIED FOR THE
      *    CASE COUNTS AND THE PROVISIONAL CREDIT STILL OUTSTANDING.
      *-----------------------------------------------------------------
       650-COUNT-CASES.
           MOVE 'N' TO WS-SWEEP-EOF-FLAG.
           MOVE ZERO TO DSP-CASE-NO.
           START DSP-FILE KEY NOT < DSP-CASE-NO
               INVALID KEY
                   SET SWEEP-EOF TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-EOF
               READ DSP-FILE NEXT RECORD
                   AT END
                       SET SWEEP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DC-CASE-COUNT
                       IF DSP-OPEN
                           ADD 1 TO WS-DC-OPEN-ON-FILE
                       END-IF
                       IF DSP-PROV-OUTSTANDING
                           ADD DSP-PROV-AMT TO WS-DC-OUTSTANDING-AMT
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'CASE CARDS READ'             TO WS-SUM-LABEL.
           MOVE WS-DC-CARD-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CASES OPENED'                TO WS-SUM-LABEL.
           MOVE WS-DC-OPEN-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  WITH PROVISIONAL CREDIT'   TO WS-SUM-LABEL.
           MOVE WS-DC-PROV-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CASES UPDATED'               TO WS-SUM-LABEL.
           MOVE WS-DC-UPDATE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'RESOLVED FOR CUSTOMER'       TO WS-SUM-LABEL.
           MOVE WS-DC-FOR-CUST-COUNT          TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'RESOLVED - DENIED'           TO WS-SUM-LABEL.
           MOVE WS-DC-DENIED-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  PROVISIONAL CR REVERSED'   TO WS-SUM-LABEL.
           MOVE WS-DC-REVERSE-COUNT           TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MAINTENANCE ERRORS'          TO WS-SUM-LABEL.
           MOVE WS-DC-ERROR-COUNT             TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'BATCH ITEMS WRITTEN'         TO WS-SUM-LABEL.
           MOVE WS-DC-ITEM-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CASES ON FILE'               TO WS-SUM-LABEL.
           MOVE WS-DC-CASE-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CASES OPEN'                  TO WS-SUM-LABEL.
           MOVE WS-DC-OPEN-ON-FILE            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CREDITS GENERATED (AJ)'      TO WS-AMT-LABEL.
           MOVE WS-DC-CREDIT-AMT              TO WS-AMT-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.

           MOVE 'REVERSALS GENERATED (WD)'    TO WS-AMT-LABEL.
           MOVE WS-DC-REVERSE-AMT             TO WS-AMT-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.

           MOVE 'CREDITS MADE FINAL (DF)'     TO WS-AMT-LABEL.
           MOVE WS-DC-FINAL-AMT               TO WS-AMT-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.

           MOVE 'PROVISIONAL CR OUTSTANDING'  TO WS-AMT-LABEL.
           MOVE WS-DC-OUTSTANDING-AMT         TO WS-AMT-VALUE.
           WRITE AUDIT-REC                    FROM WS-AMT-SUMMARY-LN.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       720-CALC-DATE.
           COPY P04-DAY-NUM-DATE.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE: CARDS IN, CASES OPENED
      *    OUT, CARDS IN ERROR AS REJECTS, AND THE CREDIT AND DEBIT
      *    DOLLARS PUT INTO THE DISPUTE BATCH.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'DSP'                  TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-DC-CARD-COUNT       TO RC-IN-COUNT.
           MOVE WS-DC-OPEN-COUNT       TO RC-OUT-COUNT.
           MOVE WS-DC-ERROR-COUNT      TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE WS-DC-CREDIT-AMT       TO RC-DOLLAR-1.
           MOVE WS-DC-REVERSE-AMT      TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
