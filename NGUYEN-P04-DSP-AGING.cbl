      ******************************************************************
      *PROGRAM : PROJECT 4   DISPUTE CASE AGING REPORT                 *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Lists every open dispute case against its regulatory  *
      *          response deadline: days open, days left, and whether  *
      *          the case is past its deadline or due within the       *
      *          warning days on the dispute parameter card. Totals    *
      *          the provisional credit outstanding on open cases and  *
      *          ties it to the dispute suspense account balance that  *
      *          NGUYEN-P04-GL-EXTRACT carried forward for the         *
      *          business date; a difference, or a suspense balance    *
      *          not carried for the business date, ends the run with  *
      *          return code 8. Runs after the GL extract, once the    *
      *          night's dispute credits, reversals and write-offs are *
      *          in the journal; a provisional credit still held in    *
      *          posting suspense shows as a difference until it is    *
      *          released and posts.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-DSP-AGING.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSP-FILE
                                ASSIGN TO 'p04-disputes.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS DSP-CASE-NO.
           SELECT OPTIONAL DSP-SUSP
                                ASSIGN TO 'p04-gl-dsp-susp.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DSP-PARM
                                ASSIGN TO 'p04-dsp-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT     ASSIGN TO 'p04-dsp-aging.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  DSP-FILE.
       COPY P04-DSP-REC.

       FD  DSP-SUSP.
       COPY P04-DSP-SUSP-REC.

      *-----------------------------------------------------------------
      *    THE SAME CARD NGUYEN-P04-DSP-MAINT READS; ONLY THE WARNING
      *    DAYS ARE USED HERE.
      *-----------------------------------------------------------------
       FD  DSP-PARM.
       01  DSP-PARM-REC.
           03  PARM-FILE-DAYS              PIC 9(3).
           03  PARM-RESPONSE-DAYS          PIC 9(3).
           03  PARM-WARN-DAYS              PIC 9(3).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  AGING-RPT.
       01  AGING-RPT-REC                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'DISPUTE CASE AGING REPORT'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-AGING-HDR-LN.
           03  FILLER               PIC X(8)  VALUE 'CASE'.
           03  FILLER               PIC X(9)  VALUE 'ACCOUNT'.
           03  FILLER               PIC X(3)  VALUE 'RS'.
           03  FILLER               PIC X(10) VALUE ' DISPUTED'.
           03  FILLER               PIC X(9)  VALUE 'OPENED'.
           03  FILLER               PIC X(9)  VALUE 'DEADLINE'.
           03  FILLER               PIC X(4)  VALUE 'AGE'.
           03  FILLER               PIC X(5)  VALUE 'LEFT'.
           03  FILLER               PIC X(10) VALUE '  PROV CR'.
           03  FILLER               PIC X(13) VALUE 'STATUS'.

       01  WS-AGING-DETAIL-LN.
           03  WS-AD-CASE                  PIC 9(7).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-ACCOUNT.
               05  WS-AD-CUST-ID           PIC X(5).
               05  FILLER                  PIC X       VALUE '-'.
               05  WS-AD-ACCT-TYPE         PIC X(2).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-REASON                PIC X(2).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-ITEM-AMT              PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-OPEN-DATE             PIC 9(8).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-DUE-DATE              PIC 9(8).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-DAYS-OPEN             PIC ZZ9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-DAYS-LEFT             PIC ---9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-PROV-AMT              PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AD-FLAG                  PIC X(8).
           03  FILLER                      PIC X(5)    VALUE SPACES.

       01  WS-AGING-MSG-LN.
           03  WS-AM-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-DA-SUMMARY-LN.
           03  WS-DA-SUM-LABEL             PIC X(30).
           03  WS-DA-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-DA-AMT-SUMMARY-LN.
           03  WS-DA-AMT-LABEL             PIC X(30).
           03  WS-DA-AMT-VALUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-DSP-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-DSP-FILE                            VALUE 'Y'.
           03  WS-SUSP-FOUND-FLAG          PIC X           VALUE 'N'.
               88  SUSP-FOUND                              VALUE 'Y'.
           03  WS-TIE-FAIL-FLAG            PIC X           VALUE 'N'.
               88  TIE-FAILED                              VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-WARN-DAYS                PIC 9(3)        VALUE 005.
           03  WS-BUS-DAY-NUM              PIC 9(7)        VALUE ZERO.
           03  WS-OPEN-DAY-NUM             PIC 9(7)        VALUE ZERO.
           03  WS-DUE-DAY-NUM              PIC 9(7)        VALUE ZERO.
           03  WS-DAYS-OPEN                PIC S9(5)       VALUE ZERO.
           03  WS-DAYS-LEFT                PIC S9(5)       VALUE ZERO.
           03  WS-TIE-MSG                  PIC X(50)       VALUE SPACES.
           03  WS-SUSP-DATE                PIC 9(8)        VALUE ZERO.
           03  WS-SUSP-ACCT                PIC X(6)        VALUE SPACES.

       01  WS-DA-TOTALS.
           03  WS-DA-OPEN-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DA-PAST-DUE-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-DA-DUE-SOON-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-DA-PROV-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DA-DISPUTED-AMT          PIC S9(11)V99   VALUE ZERO.
           03  WS-DA-PROV-AMT              PIC S9(11)V99   VALUE ZERO.
           03  WS-DA-SUSP-BAL              PIC S9(11)V99   VALUE ZERO.
           03  WS-DA-DIFF-AMT              PIC S9(11)V99   VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-PARMS.
           PERFORM 160-LOAD-SUSP-BAL.
           OPEN INPUT  DSP-FILE.
           OPEN OUTPUT AGING-RPT.

           DISPLAY 'Project 4 - Dispute Case Aging - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 200-AGE-ONE-CASE UNTIL EOF-DSP-FILE.
           PERFORM 600-TIE-TO-GL.
           PERFORM 700-PRINT-SUMMARY.
           DISPLAY 'End of dispute case aging run'.

           CLOSE DSP-FILE
                 AGING-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
           MOVE WS-BUS-DATE-NUM TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           MOVE WS-DN-DAY-NUMBER TO WS-BUS-DAY-NUM.
      *-----------------------------------------------------------------
       150-READ-PARMS.
           OPEN INPUT DSP-PARM.
           READ DSP-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-WARN-DAYS NUMERIC
                      AND PARM-WARN-DAYS > ZERO
                       MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
           END-READ.
           CLOSE DSP-PARM.
      *-----------------------------------------------------------------
      *    ONLY A BALANCE CARRIED FOR TONIGHT'S BUSINESS DATE CAN BE
      *    TIED TO; AN OLDER ONE MEANS THE GL EXTRACT HAS NOT RELEASED
      *    TONIGHT'S JOURNAL.
      *-----------------------------------------------------------------
       160-LOAD-SUSP-BAL.
           OPEN INPUT DSP-SUSP.
           READ DSP-SUSP
               AT END
                   CONTINUE
               NOT AT END
                   SET SUSP-FOUND TO TRUE
                   MOVE SB-BUS-DATE TO WS-SUSP-DATE
                   MOVE SB-ACCT     TO WS-SUSP-ACCT
                   MOVE SB-BAL      TO WS-DA-SUSP-BAL
           END-READ.
           CLOSE DSP-SUSP.
      *-----------------------------------------------------------------
      *    RESOLVED CASES ARE PASSED OVER. AN OPEN CASE IS PAST DUE
      *    ONCE ITS DEADLINE IS BEHIND THE BUSINESS DATE, AND DUE SOON
      *    FROM THE WARNING DAYS BEFORE IT THROUGH THE DEADLINE ITSELF.
      *-----------------------------------------------------------------
       200-AGE-ONE-CASE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET EOF-DSP-FILE TO TRUE
           END-READ.
           IF NOT EOF-DSP-FILE AND DSP-OPEN
               MOVE DSP-OPEN-DATE TO WS-DN-DATE-NUM
               PERFORM 710-CALC-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-OPEN-DAY-NUM
               MOVE DSP-DUE-DATE  TO WS-DN-DATE-NUM
               PERFORM 710-CALC-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-DUE-DAY-NUM
               COMPUTE WS-DAYS-OPEN = WS-BUS-DAY-NUM - WS-OPEN-DAY-NUM
               COMPUTE WS-DAYS-LEFT = WS-DUE-DAY-NUM - WS-BUS-DAY-NUM

               ADD 1                TO WS-DA-OPEN-COUNT
               ADD DSP-ITEM-AMT     TO WS-DA-DISPUTED-AMT
               MOVE DSP-CASE-NO     TO WS-AD-CASE
               MOVE DSP-CUST-ID     TO WS-AD-CUST-ID
               MOVE DSP-ACCT-TYPE   TO WS-AD-ACCT-TYPE
               MOVE DSP-REASON      TO WS-AD-REASON
               MOVE DSP-ITEM-AMT    TO WS-AD-ITEM-AMT
               MOVE DSP-OPEN-DATE   TO WS-AD-OPEN-DATE
               MOVE DSP-DUE-DATE    TO WS-AD-DUE-DATE
               MOVE WS-DAYS-OPEN    TO WS-AD-DAYS-OPEN
               MOVE WS-DAYS-LEFT    TO WS-AD-DAYS-LEFT
               IF DSP-PROV-OUTSTANDING
                   MOVE DSP-PROV-AMT TO WS-AD-PROV-AMT
                   ADD 1             TO WS-DA-PROV-COUNT
                   ADD DSP-PROV-AMT  TO WS-DA-PROV-AMT
               ELSE
                   MOVE ZERO         TO WS-AD-PROV-AMT
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       MOVE 'PAST DUE'  TO WS-AD-FLAG
                       ADD 1 TO WS-DA-PAST-DUE-COUNT
                   WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                       MOVE 'DUE SOON'  TO WS-AD-FLAG
                       ADD 1 TO WS-DA-DUE-SOON-COUNT
                   WHEN OTHER
                       MOVE SPACES      TO WS-AD-FLAG
               END-EVALUATE
               WRITE AGING-RPT-REC FROM WS-AGING-DETAIL-LN
           END-IF.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE AGING-RPT-REC FROM WS-TITLE-LN.
           WRITE AGING-RPT-REC FROM SPACES.
           WRITE AGING-RPT-REC FROM WS-AGING-HDR-LN.
      *-----------------------------------------------------------------
      *    EVERY PROVISIONAL CREDIT STILL OUTSTANDING SITS IN THE
      *    SUSPENSE ACCOUNT UNTIL ITS CASE IS RESOLVED, SO THE TWO
      *    MUST AGREE TO THE PENNY.
      *-----------------------------------------------------------------
       600-TIE-TO-GL.
           COMPUTE WS-DA-DIFF-AMT = WS-DA-PROV-AMT - WS-DA-SUSP-BAL.
           EVALUATE TRUE
               WHEN NOT SUSP-FOUND
                   SET TIE-FAILED TO TRUE
                   MOVE '** NO GL SUSPENSE BALANCE ON FILE'
                     TO WS-TIE-MSG
               WHEN WS-SUSP-DATE NOT EQUAL WS-BUS-DATE-NUM
                   SET TIE-FAILED TO TRUE
                   MOVE '** GL SUSPENSE NOT CARRIED FOR BUSINESS DATE'
                     TO WS-TIE-MSG
               WHEN WS-DA-DIFF-AMT NOT EQUAL ZERO
                   SET TIE-FAILED TO TRUE
                   MOVE '** PROVISIONAL CREDIT DOES NOT TIE TO GL'
                     TO WS-TIE-MSG
               WHEN OTHER
                   MOVE 'PROVISIONAL CREDIT TIES TO GL SUSPENSE'
                     TO WS-TIE-MSG
           END-EVALUATE.
           IF TIE-FAILED
               DISPLAY '*** DISPUTE SUSPENSE OUT OF TIE - SEE '
                       'p04-dsp-aging.rpt'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE AGING-RPT-REC              FROM SPACES.
           MOVE 'OPEN CASES'                   TO WS-DA-SUM-LABEL.
           MOVE WS-DA-OPEN-COUNT               TO WS-DA-SUM-VALUE.
           WRITE AGING-RPT-REC                 FROM WS-DA-SUMMARY-LN.

           MOVE '  PAST DUE'                   TO WS-DA-SUM-LABEL.
           MOVE WS-DA-PAST-DUE-COUNT           TO WS-DA-SUM-VALUE.
           WRITE AGING-RPT-REC                 FROM WS-DA-SUMMARY-LN.

           MOVE '  DUE SOON'                   TO WS-DA-SUM-LABEL.
           MOVE WS-DA-DUE-SOON-COUNT           TO WS-DA-SUM-VALUE.
           WRITE AGING-RPT-REC                 FROM WS-DA-SUMMARY-LN.

           MOVE '  WITH PROVISIONAL CREDIT'    TO WS-DA-SUM-LABEL.
           MOVE WS-DA-PROV-COUNT               TO WS-DA-SUM-VALUE.
           WRITE AGING-RPT-REC                 FROM WS-DA-SUMMARY-LN.

           MOVE 'WARNING DAYS'                 TO WS-DA-SUM-LABEL.
           MOVE WS-WARN-DAYS                   TO WS-DA-SUM-VALUE.
           WRITE AGING-RPT-REC                 FROM WS-DA-SUMMARY-LN.

           MOVE 'DISPUTED AMOUNT OPEN'         TO WS-DA-AMT-LABEL.
           MOVE WS-DA-DISPUTED-AMT             TO WS-DA-AMT-VALUE.
           WRITE AGING-RPT-REC              FROM WS-DA-AMT-SUMMARY-LN.

           MOVE 'PROVISIONAL CR OUTSTANDING'   TO WS-DA-AMT-LABEL.
           MOVE WS-DA-PROV-AMT                 TO WS-DA-AMT-VALUE.
           WRITE AGING-RPT-REC              FROM WS-DA-AMT-SUMMARY-LN.

           WRITE AGING-RPT-REC              FROM SPACES.
           IF SUSP-FOUND
               MOVE SPACES TO WS-AGING-MSG-LN
               STRING 'GL SUSPENSE ACCOUNT '  DELIMITED BY SIZE
                      WS-SUSP-ACCT            DELIMITED BY SIZE
                      ' CARRIED FOR '         DELIMITED BY SIZE
                      WS-SUSP-DATE            DELIMITED BY SIZE
                      INTO WS-AM-TEXT
               WRITE AGING-RPT-REC FROM WS-AGING-MSG-LN
           END-IF.
           MOVE 'GL SUSPENSE BALANCE'          TO WS-DA-AMT-LABEL.
           MOVE WS-DA-SUSP-BAL                 TO WS-DA-AMT-VALUE.
           WRITE AGING-RPT-REC              FROM WS-DA-AMT-SUMMARY-LN.

           MOVE 'DIFFERENCE'                   TO WS-DA-AMT-LABEL.
           MOVE WS-DA-DIFF-AMT                 TO WS-DA-AMT-VALUE.
           WRITE AGING-RPT-REC              FROM WS-DA-AMT-SUMMARY-LN.

           MOVE WS-TIE-MSG                     TO WS-AM-TEXT.
           WRITE AGING-RPT-REC FROM WS-AGING-MSG-LN.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
