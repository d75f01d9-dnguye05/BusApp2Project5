      ******************************************************************
      *PROGRAM : PROJECT 4   MONTH-END MIS PORTFOLIO REPORT            *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Runs after the last posting night of the month has    *
      *          been rolled onto the indexed master and builds the    *
      *          month's management figures: open checking and savings *
      *          accounts, new accounts (keys not on the prior month's *
      *          last master snapshot) and accounts closed in the      *
      *          month, from the master; balances of open accounts by  *
      *          account type and by balance band and the top 20 of    *
      *          them, from the ending-balance extract; and the        *
      *          month's posting activity and interest paid against    *
      *          finance charges collected, from the posted history    *
      *          and its archived generation. The master must tie to   *
      *          the ending-balance extract before the month is kept:  *
      *          it is then stored on its own month-end summary file   *
      *          (a rerun replaces it) and printed beside the prior    *
      *          month and the same month last year with the growth    *
      *          over each, and the same figures are written to a      *
      *          fixed-format extract for the finance department.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MIS-MONTH.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL SNAP-CAT
                                ASSIGN TO 'p04-mstr-snaps.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-FILE
                                ASSIGN TO WS-SNAP-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT END-BAL-IN    ASSIGN TO 'p04-end-bal.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-IN
                                ASSIGN TO 'p04-trans-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-CAT
                                ASSIGN TO 'p04-hist-gens.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-FILE
                                ASSIGN TO WS-GEN-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MIS-SUM-FILE
                                ASSIGN TO 'p04-mis-summary.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MIS-PARM
                                ASSIGN TO 'p04-mis-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIS-RPT       ASSIGN TO 'p04-mis-month.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIS-EXTRACT   ASSIGN TO 'p04-mis-extract.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  SNAP-CAT.
       COPY P04-SNAP-CAT-REC.

      *-----------------------------------------------------------------
      *    ONE MASTER RECORD AS IT STOOD ON THE SNAPSHOT NIGHT; ONLY
      *    THE KEY IS NEEDED TO TELL AN ACCOUNT OPENED SINCE.
      *-----------------------------------------------------------------
       FD  SNAP-FILE.
       01  SNAP-REC.
           03  SNAP-CUST-KEY               PIC X(7).
           03  FILLER                      PIC X(115).

       FD  END-BAL-IN.
       COPY P04-END-BAL-REC.

       FD  HIST-IN.
       COPY P04-HIST-REC.

       FD  GEN-CAT.
       COPY P04-GEN-CAT-REC.

       FD  GEN-FILE.
       01  GEN-HIST-REC                    PIC X(70).

       FD  MIS-SUM-FILE.
       01  MIS-SUM-FILE-REC                PIC X(288).

      *-----------------------------------------------------------------
      *    REPORT MONTH (YYYYMM). WITHOUT A CARD THE BUSINESS DATE'S
      *    MONTH IS REPORTED.
      *-----------------------------------------------------------------
       FD  MIS-PARM.
       01  MIS-PARM-REC.
           03  PARM-MONTH                  PIC 9(6).
           03  PARM-MONTH-R REDEFINES PARM-MONTH.
               05  PARM-YYYY               PIC 9(4).
               05  PARM-MM                 PIC 9(2).
           03  FILLER                      PIC X(74).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  MIS-RPT.
       01  MIS-RPT-REC                     PIC X(80).

       FD  MIS-EXTRACT.
       COPY P04-MIS-EXT-REC.

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-MIS-SUM-REC.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'MONTH-END MIS PORTFOLIO REPORT'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-MONTH-LN.
           03  WS-MO-LABEL                 PIC X(30).
           03  WS-MO-MONTH                 PIC 9(6).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-MO-NOTE                  PIC X(42).

       01  WS-SECTION-LN.
           03  WS-SECTION-TEXT             PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-CMP-HDR-LN.
           03  FILLER               PIC X(19) VALUE 'FIGURE'.
           03  FILLER               PIC X(15) VALUE '  CURRENT MONTH'.
           03  FILLER               PIC X(15) VALUE '    PRIOR MONTH'.
           03  FILLER               PIC X(15) VALUE ' YEAR-AGO MONTH'.
           03  FILLER               PIC X(8)  VALUE '  MO/MO%'.
           03  FILLER               PIC X(8)  VALUE '  YR/YR%'.

       01  WS-CMP-CNT-LN.
           03  WS-CC-LABEL                 PIC X(19).
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-CC-CURRENT               PIC ZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-CC-PRIOR                 PIC ZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-CC-YEAR-AGO              PIC ZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CC-MOM-PCT               PIC X(7).
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CC-YOY-PCT               PIC X(7).

       01  WS-CMP-AMT-LN.
           03  WS-CA-LABEL                 PIC X(19).
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CA-CURRENT               PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CA-PRIOR                 PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CA-YEAR-AGO              PIC -ZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CA-MOM-PCT               PIC X(7).
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-CA-YOY-PCT               PIC X(7).

       01  WS-TOP-HDR-LN.
           03  FILLER               PIC X(8)  VALUE '  RANK'.
           03  FILLER               PIC X(9)  VALUE 'CUST KEY'.
           03  FILLER               PIC X(22) VALUE 'NAME'.
           03  FILLER               PIC X(10) VALUE '   BALANCE'.
           03  FILLER               PIC X(31) VALUE SPACES.

       01  WS-TOP-DETAIL-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-TD-RANK                  PIC Z9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-TD-CUST-KEY              PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-TD-NAME                  PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-TD-BAL                   PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC X(31)   VALUE SPACES.

       01  WS-MI-SUMMARY-LN.
           03  WS-MI-SUM-LABEL             PIC X(30).
           03  WS-MI-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-MI-AMT-SUMMARY-LN.
           03  WS-MI-AMT-LABEL             PIC X(29).
           03  WS-MI-AMT-VALUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)   VALUE SPACES.

       01  WS-MI-MSG-LN.
           03  WS-MI-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

      *-----------------------------------------------------------------
      *    REPORT LABEL AND EXTRACT CODE FOR EACH SUMMARY FIGURE, IN
      *    THE ORDER THE SUMMARY RECORD CARRIES THEM.
      *-----------------------------------------------------------------
       01  WS-COUNT-LABEL-DATA.
           03  FILLER               PIC X(19) VALUE 'CHECKING ACCOUNTS'.
           03  FILLER               PIC X(8)  VALUE 'CKOPEN'.
           03  FILLER               PIC X(19) VALUE 'SAVINGS ACCOUNTS'.
           03  FILLER               PIC X(8)  VALUE 'SVOPEN'.
           03  FILLER               PIC X(19)
                     VALUE 'TOTAL OPEN ACCOUNTS'.
           03  FILLER               PIC X(8)  VALUE 'OPENACCT'.
           03  FILLER               PIC X(19) VALUE 'NEW ACCOUNTS'.
           03  FILLER               PIC X(8)  VALUE 'NEWACCT'.
           03  FILLER               PIC X(19) VALUE 'ACCOUNTS CLOSED'.
           03  FILLER               PIC X(8)  VALUE 'CLOSACCT'.
           03  FILLER               PIC X(19) VALUE 'OVERDRAWN'.
           03  FILLER               PIC X(8)  VALUE 'BANDCNT1'.
           03  FILLER               PIC X(19) VALUE '0.00 - 999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDCNT2'.
           03  FILLER               PIC X(19) VALUE '1,000 - 4,999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDCNT3'.
           03  FILLER               PIC X(19) VALUE '5,000 - 24,999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDCNT4'.
           03  FILLER               PIC X(19)
                     VALUE '25,000.00 AND OVER'.
           03  FILLER               PIC X(8)  VALUE 'BANDCNT5'.
           03  FILLER               PIC X(19)
                     VALUE 'ACCOUNTS W/ACTIVITY'.
           03  FILLER               PIC X(8)  VALUE 'ACTIVACT'.
           03  FILLER               PIC X(19) VALUE 'ITEMS POSTED'.
           03  FILLER               PIC X(8)  VALUE 'ITEMS'.
       01  WS-COUNT-LABELS REDEFINES WS-COUNT-LABEL-DATA.
           03  WS-CL-ENTRY OCCURS 12 TIMES.
               05  WS-CL-LABEL             PIC X(19).
               05  WS-CL-CODE              PIC X(8).

       01  WS-AMOUNT-LABEL-DATA.
           03  FILLER               PIC X(19) VALUE 'CHECKING BALANCES'.
           03  FILLER               PIC X(8)  VALUE 'CKBAL'.
           03  FILLER               PIC X(19) VALUE 'SAVINGS BALANCES'.
           03  FILLER               PIC X(8)  VALUE 'SVBAL'.
           03  FILLER               PIC X(19) VALUE 'TOTAL BALANCES'.
           03  FILLER               PIC X(8)  VALUE 'TOTBAL'.
           03  FILLER               PIC X(19) VALUE 'OVERDRAWN'.
           03  FILLER               PIC X(8)  VALUE 'BANDBAL1'.
           03  FILLER               PIC X(19) VALUE '0.00 - 999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDBAL2'.
           03  FILLER               PIC X(19) VALUE '1,000 - 4,999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDBAL3'.
           03  FILLER               PIC X(19) VALUE '5,000 - 24,999.99'.
           03  FILLER               PIC X(8)  VALUE 'BANDBAL4'.
           03  FILLER               PIC X(19)
                     VALUE '25,000.00 AND OVER'.
           03  FILLER               PIC X(8)  VALUE 'BANDBAL5'.
           03  FILLER               PIC X(19) VALUE 'INTEREST PAID'.
           03  FILLER               PIC X(8)  VALUE 'INTPAID'.
           03  FILLER               PIC X(19) VALUE 'FINANCE CHARGES'.
           03  FILLER               PIC X(8)  VALUE 'FCCOLL'.
           03  FILLER               PIC X(19) VALUE 'INTEREST LESS FC'.
           03  FILLER               PIC X(8)  VALUE 'NETINTFC'.
           03  FILLER               PIC X(19) VALUE 'DEBITS POSTED'.
           03  FILLER               PIC X(8)  VALUE 'DEBITS'.
           03  FILLER               PIC X(19) VALUE 'CREDITS POSTED'.
           03  FILLER               PIC X(8)  VALUE 'CREDITS'.
       01  WS-AMOUNT-LABELS REDEFINES WS-AMOUNT-LABEL-DATA.
           03  WS-AL-ENTRY OCCURS 13 TIMES.
               05  WS-AL-LABEL             PIC X(19).
               05  WS-AL-CODE              PIC X(8).

       01  WS-SNAP-FILENAME                PIC X(24)   VALUE SPACES.
       01  WS-GEN-FILENAME                 PIC X(20)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-MST-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-MASTER                              VALUE 'Y'.
           03  WS-SNAP-CAT-EOF-FLAG        PIC X           VALUE 'N'.
               88  EOF-SNAP-CAT                            VALUE 'Y'.
           03  WS-SNAP-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-SNAP                                VALUE 'Y'.
           03  WS-SNAP-FOUND-FLAG          PIC X           VALUE 'N'.
               88  SNAP-FOUND                              VALUE 'Y'.
           03  WS-EB-EOF-FLAG              PIC X           VALUE 'N'.
               88  EOF-END-BAL                             VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-GEN-CAT-EOF-FLAG         PIC X           VALUE 'N'.
               88  EOF-GEN-CAT                             VALUE 'Y'.
           03  WS-GEN-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-GEN                                 VALUE 'Y'.
           03  WS-SUM-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-MIS-SUM                             VALUE 'Y'.
           03  WS-SUM-FOUND-FLAG           PIC X           VALUE 'N'.
               88  SUM-FOUND                               VALUE 'Y'.
           03  WS-PRIOR-FOUND-FLAG         PIC X           VALUE 'N'.
               88  PRIOR-FOUND                             VALUE 'Y'.
           03  WS-YEAR-FOUND-FLAG          PIC X           VALUE 'N'.
               88  YEAR-AGO-FOUND                          VALUE 'Y'.
           03  WS-PCT-BASE-FLAG            PIC X           VALUE 'N'.
               88  PCT-BASE-FOUND                          VALUE 'Y'.
           03  WS-ACT-FOUND-FLAG           PIC X           VALUE 'N'.
               88  ACT-FOUND                               VALUE 'Y'.
           03  WS-TIE-FLAG                 PIC X           VALUE 'Y'.
               88  MASTER-TIED                             VALUE 'Y'.
           03  WS-CLS-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CLS-FOUND                               VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE REPORT MONTH AND THE TWO MONTHS IT IS COMPARED WITH.
      *-----------------------------------------------------------------
       01  WS-MONTHS.
           03  WS-MIS-MONTH                PIC 9(6)        VALUE ZERO.
           03  WS-MIS-MONTH-R REDEFINES WS-MIS-MONTH.
               05  WS-MIS-YYYY             PIC 9(4).
               05  WS-MIS-MM               PIC 9(2).
           03  WS-PRIOR-MONTH              PIC 9(6)        VALUE ZERO.
           03  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
               05  WS-PRIOR-YYYY           PIC 9(4).
               05  WS-PRIOR-MM             PIC 9(2).
           03  WS-YEAR-MONTH               PIC 9(6)        VALUE ZERO.
           03  WS-YEAR-MONTH-R REDEFINES WS-YEAR-MONTH.
               05  WS-YEAR-YYYY            PIC 9(4).
               05  WS-YEAR-MM              PIC 9(2).
           03  WS-PRIOR-FIRST-DATE         PIC 9(8)        VALUE ZERO.
           03  WS-PRIOR-LAST-DATE          PIC 9(8)        VALUE ZERO.
           03  WS-ITEM-MONTH               PIC 9(6)        VALUE ZERO.
           03  WS-ITEM-DAY                 PIC 9(2)        VALUE ZERO.

      *-----------------------------------------------------------------
      *    THE MONTH-END SUMMARY FILE, HELD IN MONTH ORDER FOR THE
      *    WHOLE RUN AND WRITTEN BACK WHOLE AT THE END, THE WAY THE
      *    SNAPSHOT CATALOG IS KEPT. A FILE PAST THE TABLE LIMIT
      *    STOPS THE RUN.
      *-----------------------------------------------------------------
       01  WS-SUM-TABLE.
           03  WS-SUM-MAX                  PIC 9(3)        VALUE 240.
           03  WS-SUM-COUNT                PIC 9(3)        VALUE ZERO.
           03  WS-SUM-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-SUM-SUB                  PIC 9(3)        VALUE ZERO.
           03  WS-SUM-NEXT                 PIC 9(3)        VALUE ZERO.
           03  WS-CUR-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-PRIOR-IDX                PIC 9(3)        VALUE ZERO.
           03  WS-YEAR-IDX                 PIC 9(3)        VALUE ZERO.
           03  WS-SUM-ENTRY OCCURS 240 TIMES.
               05  WS-ST-MONTH             PIC 9(6).
               05  WS-ST-RUN-DATE          PIC 9(8).
               05  WS-ST-SNAP-DATE         PIC 9(8).
               05  WS-ST-COUNT             PIC 9(7)    OCCURS 12 TIMES.
               05  WS-ST-AMOUNT            PIC S9(11)V99
                     SIGN IS TRAILING SEPARATE CHARACTER
                                           OCCURS 13 TIMES.

      *-----------------------------------------------------------------
      *    THE TWENTY LARGEST ENDING BALANCES, LARGEST FIRST.
      *-----------------------------------------------------------------
       01  WS-TOP-TABLE.
           03  WS-TOP-MAX                  PIC 9(2)        VALUE 20.
           03  WS-TOP-COUNT                PIC 9(2)        VALUE ZERO.
           03  WS-TOP-IDX                  PIC 9(2)        VALUE ZERO.
           03  WS-TOP-SUB                  PIC 9(2)        VALUE ZERO.
           03  WS-TOP-PREV                 PIC 9(2)        VALUE ZERO.
           03  WS-TOP-ENTRY OCCURS 20 TIMES.
               05  WS-TP-CUST-KEY          PIC X(7).
               05  WS-TP-NAME              PIC X(20).
               05  WS-TP-BAL               PIC S9(5)V99.

      *-----------------------------------------------------------------
      *    EVERY ACCOUNT WITH AN ITEM POSTED IN THE REPORT MONTH, SO
      *    EACH IS COUNTED ONCE HOWEVER MANY NIGHTS IT POSTED. A MONTH
      *    PAST THE TABLE LIMIT STOPS THE RUN.
      *-----------------------------------------------------------------
       01  WS-ACT-TABLE.
           03  WS-ACT-MAX                  PIC 9(4)        VALUE 5000.
           03  WS-ACT-COUNT                PIC 9(4)        VALUE ZERO.
           03  WS-ACT-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-ACT-ENTRY OCCURS 5000 TIMES.
               05  WS-AT-CUST-KEY          PIC X(7).
      *-----------------------------------------------------------------
      *    EVERY CLOSED ACCOUNT ON THE MASTER, IN KEY ORDER, SO ITS
      *    ZERO ENDING BALANCE IS KEPT OUT OF THE TYPE, BAND AND TOP
      *    TWENTY FIGURES. A MASTER PAST THE TABLE LIMIT STOPS THE RUN.
      *-----------------------------------------------------------------
       01  WS-CLS-TABLE.
           03  WS-CLS-MAX                  PIC 9(4)        VALUE 5000.
           03  WS-CLS-COUNT                PIC 9(4)        VALUE ZERO.
           03  WS-CLS-IDX                  PIC 9(4)        VALUE 1.
           03  WS-CLS-ENTRY OCCURS 5000 TIMES.
               05  WS-CLS-CUST-KEY         PIC X(7).

       01  WS-WORK-FIELDS.
           03  WS-FIG-IDX                  PIC 9(2)        VALUE ZERO.
           03  WS-BAND-IDX                 PIC 9(1)        VALUE ZERO.
           03  WS-PCT-CURRENT              PIC S9(11)V99   VALUE ZERO.
           03  WS-PCT-BASE                 PIC S9(11)V99   VALUE ZERO.
           03  WS-PCT-VALUE                PIC S9(4)V9     VALUE ZERO.
           03  WS-PCT-EDIT                 PIC -ZZZ9.9.
           03  WS-PCT-RESULT               PIC X(7)        VALUE SPACES.

       01  WS-MI-TOTALS.
           03  WS-MI-MST-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-MI-SNAP-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-MI-EB-COUNT              PIC 9(7)        VALUE ZERO.
           03  WS-MI-HIST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-MI-MONTH-ITEMS           PIC 9(7)        VALUE ZERO.
           03  WS-MI-EXT-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-MI-MST-BAL               PIC S9(11)V99   VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-MIS-PARMS.
           PERFORM 160-LOAD-SUMMARY-FILE.
           PERFORM 170-FIND-PRIOR-SNAPSHOT.
           OPEN OUTPUT MIS-RPT.

           DISPLAY 'Project 4 - Month-End MIS - David Nguyen'.
           PERFORM 180-INIT-MONTH-FIGURES.
           PERFORM 200-SCAN-MASTER.
           PERFORM 230-SCAN-END-BAL.
           PERFORM 260-SCAN-HISTORY.
           PERFORM 450-CHECK-MASTER-TIE.
           PERFORM 500-STORE-MONTH.
           PERFORM 520-FIND-COMPARE-MONTHS.
           IF MASTER-TIED
               PERFORM 550-REWRITE-SUMMARY-FILE
           END-IF.

           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 600-PRINT-COMPARISON.
           PERFORM 650-PRINT-TOP-BALANCES.
           IF MASTER-TIED
               OPEN OUTPUT MIS-EXTRACT
               PERFORM 680-WRITE-EXTRACT
               CLOSE MIS-EXTRACT
           END-IF.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of month-end MIS run'.

           CLOSE MIS-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    REPORT MONTH FROM THE CARD, ELSE THE BUSINESS DATE'S MONTH.
      *    THE PRIOR MONTH ROLLS BACK OVER THE YEAR END; THE YEAR-AGO
      *    MONTH IS THE SAME MONTH ONE YEAR EARLIER.
      *-----------------------------------------------------------------
       150-READ-MIS-PARMS.
           MOVE WS-BUS-YYYY TO WS-MIS-YYYY.
           MOVE WS-BUS-MM   TO WS-MIS-MM.
           OPEN INPUT MIS-PARM.
           READ MIS-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-MONTH NUMERIC
                      AND PARM-YYYY > ZERO
                      AND PARM-MM > ZERO
                      AND PARM-MM NOT > 12
                       MOVE PARM-MONTH TO WS-MIS-MONTH
                   END-IF
           END-READ.
           CLOSE MIS-PARM.

           IF WS-MIS-MM EQUAL 1
               COMPUTE WS-PRIOR-YYYY = WS-MIS-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-MIS-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-MIS-MM - 1
           END-IF.
           COMPUTE WS-YEAR-YYYY = WS-MIS-YYYY - 1.
           MOVE WS-MIS-MM TO WS-YEAR-MM.
           COMPUTE WS-PRIOR-FIRST-DATE = WS-PRIOR-MONTH * 100 + 1.
           COMPUTE WS-PRIOR-LAST-DATE  = WS-PRIOR-MONTH * 100 + 31.
      *-----------------------------------------------------------------
      *    A MISSING SUMMARY FILE SIMPLY MEANS NO MONTH HAS BEEN RUN.
      *-----------------------------------------------------------------
       160-LOAD-SUMMARY-FILE.
           OPEN INPUT MIS-SUM-FILE.
           PERFORM UNTIL EOF-MIS-SUM
               READ MIS-SUM-FILE
                   AT END
                       SET EOF-MIS-SUM TO TRUE
                   NOT AT END
                       IF WS-SUM-COUNT < WS-SUM-MAX
                           ADD 1 TO WS-SUM-COUNT
                           MOVE MIS-SUM-FILE-REC
                             TO WS-SUM-ENTRY(WS-SUM-COUNT)
                       ELSE
                           DISPLAY '*** SUMMARY TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MIS-SUM-FILE.
      *-----------------------------------------------------------------
      *    NEW ACCOUNTS ARE MEASURED AGAINST THE LAST MASTER SNAPSHOT
      *    TAKEN IN THE PRIOR MONTH. WITHOUT ONE (THE CATALOG HAS
      *    ROLLED IT OFF, OR SNAPSHOTS WERE NOT YET RUNNING) NEW
      *    ACCOUNTS ARE NOT COUNTED AND THE REPORT SAYS SO.
      *-----------------------------------------------------------------
       170-FIND-PRIOR-SNAPSHOT.
           OPEN INPUT SNAP-CAT.
           PERFORM UNTIL EOF-SNAP-CAT
               READ SNAP-CAT
                   AT END
                       SET EOF-SNAP-CAT TO TRUE
                   NOT AT END
                       IF SC-SNAP-DATE NOT < WS-PRIOR-FIRST-DATE
                          AND SC-SNAP-DATE NOT > WS-PRIOR-LAST-DATE
                           SET SNAP-FOUND TO TRUE
                           MOVE SC-SNAP-DATE TO MS-SNAP-DATE
                           MOVE SC-FILENAME  TO WS-SNAP-FILENAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-CAT.
      *-----------------------------------------------------------------
       180-INIT-MONTH-FIGURES.
           MOVE WS-MIS-MONTH TO MS-MONTH.
           MOVE WS-BUS-DATE-NUM TO MS-RUN-DATE.
           IF NOT SNAP-FOUND
               MOVE ZERO TO MS-SNAP-DATE
           END-IF.
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 12
               MOVE ZERO TO MS-COUNT(WS-FIG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 13
               MOVE ZERO TO MS-AMOUNT(WS-FIG-IDX)
           END-PERFORM.
      *-----------------------------------------------------------------
      *    ONE PASS OF THE MASTER IN KEY ORDER: OPEN ACCOUNTS BY TYPE
      *    (A CLOSING ACCOUNT IS STILL OPEN UNTIL ITS PAYOUT POSTS),
      *    ACCOUNTS CLOSED IN THE MONTH, AND KEYS NOT ON THE PRIOR
      *    MONTH'S SNAPSHOT, MATCHED AS THE TWO FILES RUN FORWARD.
      *-----------------------------------------------------------------
       200-SCAN-MASTER.
           IF SNAP-FOUND
               OPEN INPUT SNAP-FILE
               PERFORM 215-READ-SNAPSHOT
           END-IF.
           OPEN INPUT CUST-MST.
           PERFORM UNTIL EOF-MASTER
               READ CUST-MST
                   AT END
                       SET EOF-MASTER TO TRUE
                   NOT AT END
                       PERFORM 205-TALLY-MASTER-REC
               END-READ
           END-PERFORM.
           CLOSE CUST-MST.
           IF SNAP-FOUND
               CLOSE SNAP-FILE
           END-IF.
      *-----------------------------------------------------------------
       205-TALLY-MASTER-REC.
           ADD 1        TO WS-MI-MST-COUNT.
           ADD CUST-BAL TO WS-MI-MST-BAL.
           IF SNAP-FOUND
               PERFORM 210-MATCH-SNAPSHOT
           END-IF.
           IF CUST-STATUS-CLOSED
               PERFORM 207-SAVE-CLOSED-KEY
               DIVIDE CUST-CLOSE-DATE BY 100
                   GIVING    WS-ITEM-MONTH
                   REMAINDER WS-ITEM-DAY
               IF WS-ITEM-MONTH EQUAL WS-MIS-MONTH
                   ADD 1 TO MS-CLOSED-COUNT
               END-IF
           ELSE
               ADD 1 TO MS-OPEN-COUNT
               IF CUST-ACCT-CHECKING
                   ADD 1 TO MS-CK-OPEN-COUNT
               END-IF
               IF CUST-ACCT-SAVINGS
                   ADD 1 TO MS-SV-OPEN-COUNT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       207-SAVE-CLOSED-KEY.
           IF WS-CLS-COUNT < WS-CLS-MAX
               ADD 1 TO WS-CLS-COUNT
               MOVE CUST-KEY TO WS-CLS-CUST-KEY(WS-CLS-COUNT)
           ELSE
               DISPLAY '*** CLOSED ACCOUNT TABLE FULL - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       210-MATCH-SNAPSHOT.
           PERFORM UNTIL EOF-SNAP
                   OR SNAP-CUST-KEY NOT < CUST-KEY
               PERFORM 215-READ-SNAPSHOT
           END-PERFORM.
           IF EOF-SNAP
              OR SNAP-CUST-KEY NOT EQUAL CUST-KEY
               ADD 1 TO MS-NEW-COUNT
           END-IF.
      *-----------------------------------------------------------------
       215-READ-SNAPSHOT.
           READ SNAP-FILE
               AT END
                   SET EOF-SNAP TO TRUE
               NOT AT END
                   ADD 1 TO WS-MI-SNAP-COUNT
           END-READ.
      *-----------------------------------------------------------------
      *    BALANCES BY ACCOUNT TYPE AND BY BALANCE BAND, AND THE TOP
      *    TWENTY, FROM THE ENDING-BALANCE EXTRACT. THE EXTRACT STILL
      *    CARRIES CLOSED ACCOUNTS; THEIR BALANCE GOES TO THE TOTAL THAT
      *    TIES TO THE MASTER, BUT THEY ARE MATCHED AGAINST THE CLOSED
      *    KEYS AS THE TWO RUN FORWARD AND KEPT OUT OF THE REST.
      *-----------------------------------------------------------------
       230-SCAN-END-BAL.
           OPEN INPUT END-BAL-IN.
           PERFORM UNTIL EOF-END-BAL
               READ END-BAL-IN
                   AT END
                       SET EOF-END-BAL TO TRUE
                   NOT AT END
                       PERFORM 235-TALLY-END-BAL
               END-READ
           END-PERFORM.
           CLOSE END-BAL-IN.
      *-----------------------------------------------------------------
       235-TALLY-END-BAL.
           ADD 1 TO WS-MI-EB-COUNT.
           ADD EB-END-BAL TO MS-TOTAL-BAL.
           PERFORM 237-MATCH-CLOSED-KEY.
           IF NOT CLS-FOUND
               PERFORM 238-TALLY-OPEN-BAL
           END-IF.
      *-----------------------------------------------------------------
       237-MATCH-CLOSED-KEY.
           MOVE 'N' TO WS-CLS-FOUND-FLAG.
           PERFORM UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   OR WS-CLS-CUST-KEY(WS-CLS-IDX) NOT < EB-CUST-KEY
               ADD 1 TO WS-CLS-IDX
           END-PERFORM.
           IF WS-CLS-IDX NOT > WS-CLS-COUNT
               IF WS-CLS-CUST-KEY(WS-CLS-IDX) EQUAL EB-CUST-KEY
                   SET CLS-FOUND TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       238-TALLY-OPEN-BAL.
           IF EB-ACCT-CHECKING
               ADD EB-END-BAL TO MS-CK-BAL
           END-IF.
           IF EB-ACCT-SAVINGS
               ADD EB-END-BAL TO MS-SV-BAL
           END-IF.
           EVALUATE TRUE
               WHEN EB-END-BAL < ZERO
                   MOVE 1 TO WS-BAND-IDX
               WHEN EB-END-BAL < 1000.00
                   MOVE 2 TO WS-BAND-IDX
               WHEN EB-END-BAL < 5000.00
                   MOVE 3 TO WS-BAND-IDX
               WHEN EB-END-BAL < 25000.00
                   MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1          TO MS-BAND-COUNT(WS-BAND-IDX).
           ADD EB-END-BAL TO MS-BAND-BAL(WS-BAND-IDX).
           PERFORM 240-RANK-TOP-BALANCE.
      *-----------------------------------------------------------------
      *    A BALANCE LARGER THAN THE SMALLEST ONE HELD (OR ANY WHILE
      *    FEWER THAN TWENTY ARE HELD) IS SLOTTED IN ORDER AND THE
      *    ONES BELOW IT MOVE DOWN, THE TWENTY-FIRST DROPPING OFF. AN
      *    EQUAL BALANCE RANKS AFTER THE ONE ALREADY HELD.
      *-----------------------------------------------------------------
       240-RANK-TOP-BALANCE.
           IF WS-TOP-COUNT < WS-TOP-MAX
               PERFORM 245-SLOT-TOP-BALANCE
           ELSE
               IF EB-END-BAL > WS-TP-BAL(WS-TOP-MAX)
                   PERFORM 245-SLOT-TOP-BALANCE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       245-SLOT-TOP-BALANCE.
           MOVE 1 TO WS-TOP-IDX.
           PERFORM UNTIL WS-TOP-IDX > WS-TOP-COUNT
               OR EB-END-BAL > WS-TP-BAL(WS-TOP-IDX)
               ADD 1 TO WS-TOP-IDX
           END-PERFORM.
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           PERFORM VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1
                   UNTIL WS-TOP-SUB NOT > WS-TOP-IDX
               COMPUTE WS-TOP-PREV = WS-TOP-SUB - 1
               MOVE WS-TOP-ENTRY(WS-TOP-PREV)
                 TO WS-TOP-ENTRY(WS-TOP-SUB)
           END-PERFORM.
           MOVE EB-CUST-KEY  TO WS-TP-CUST-KEY(WS-TOP-IDX).
           MOVE EB-CUST-NAME TO WS-TP-NAME(WS-TOP-IDX).
           MOVE EB-END-BAL   TO WS-TP-BAL(WS-TOP-IDX).
      *-----------------------------------------------------------------
      *    SWEEP THE LIVE HISTORY FILE, THEN THE REPORT YEAR'S
      *    ARCHIVED GENERATION WHEN THE CATALOG HAS ONE, THE WAY THE
      *    TAX EXTRACT DOES, SO A DECEMBER REPORT RUN AFTER THE YEAR-
      *    END SPLIT STILL FINDS ITS MONTH.
      *-----------------------------------------------------------------
       260-SCAN-HISTORY.
           OPEN INPUT HIST-IN.
           PERFORM UNTIL EOF-HIST
               READ HIST-IN
                   AT END
                       SET EOF-HIST TO TRUE
                   NOT AT END
                       PERFORM 280-TALLY-HIST-REC
               END-READ
           END-PERFORM.
           CLOSE HIST-IN.

           OPEN INPUT GEN-CAT.
           PERFORM UNTIL EOF-GEN-CAT
               READ GEN-CAT
                   AT END
                       SET EOF-GEN-CAT TO TRUE
                   NOT AT END
                       IF GC-YEAR EQUAL WS-MIS-YYYY
                           PERFORM 270-SCAN-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-CAT.
      *-----------------------------------------------------------------
       270-SCAN-GENERATION.
           MOVE GC-FILENAME TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           PERFORM UNTIL EOF-GEN
               READ GEN-FILE
                   AT END
                       SET EOF-GEN TO TRUE
                   NOT AT END
                       MOVE GEN-HIST-REC TO HIST-REC
                       PERFORM 280-TALLY-HIST-REC
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
      *-----------------------------------------------------------------
      *    POSTING ACTIVITY FOR THE REPORT MONTH: EVERY ITEM THAT
      *    POSTED IN IT, A BACKED-OUT ITEM AND ITS REVERSAL BOTH BEING
      *    POSTINGS, COUNTED AND SUMMED AS A DEBIT OR A CREDIT, AND
      *    THE ACCOUNTS THEY POSTED TO. INTEREST PAID (IN) AND FINANCE
      *    CHARGES COLLECTED (FC) SKIP AN ITEM SINCE BACKED OUT, AS THE
      *    TAX EXTRACT SKIPS IT.
      *-----------------------------------------------------------------
       280-TALLY-HIST-REC.
           ADD 1 TO WS-MI-HIST-COUNT.
           DIVIDE HIST-POST-DATE BY 100
               GIVING    WS-ITEM-MONTH
               REMAINDER WS-ITEM-DAY.
           IF WS-ITEM-MONTH EQUAL WS-MIS-MONTH
               ADD 1 TO MS-ITEM-COUNT
               EVALUATE HIST-TRANS-TYPE
                   WHEN 'WD'
                   WHEN 'FE'
                   WHEN 'FC'
                   WHEN 'TO'
                       ADD HIST-TRANS-AMT TO MS-DEBITS-POSTED
                   WHEN OTHER
                       ADD HIST-TRANS-AMT TO MS-CREDITS-POSTED
               END-EVALUATE
               PERFORM 285-COUNT-ACTIVE-ACCT
           END-IF.
           IF WS-ITEM-MONTH EQUAL WS-MIS-MONTH
              AND NOT HIST-REVERSED
               ADD 1 TO WS-MI-MONTH-ITEMS
               IF HIST-TRANS-TYPE EQUAL 'IN'
                   ADD HIST-TRANS-AMT TO MS-INT-PAID
               END-IF
               IF HIST-TRANS-TYPE EQUAL 'FC'
                   ADD HIST-TRANS-AMT TO MS-FC-COLLECTED
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       285-COUNT-ACTIVE-ACCT.
           MOVE 'N' TO WS-ACT-FOUND-FLAG.
           MOVE 1 TO WS-ACT-IDX.
           PERFORM UNTIL ACT-FOUND OR WS-ACT-IDX > WS-ACT-COUNT
               IF WS-AT-CUST-KEY(WS-ACT-IDX) EQUAL HIST-TRANS-KEY
                   SET ACT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACT-IDX
               END-IF
           END-PERFORM.
           IF NOT ACT-FOUND
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE HIST-TRANS-KEY TO WS-AT-CUST-KEY(WS-ACT-COUNT)
                   ADD 1 TO MS-ACTIVE-COUNT
               ELSE
                   DISPLAY '*** ACTIVE ACCOUNT TABLE FULL - '
                           'RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE MIS-RPT-REC  FROM WS-TITLE-LN.
           WRITE MIS-RPT-REC  FROM SPACES.
      *-----------------------------------------------------------------
      *    TIE THE MASTER'S BALANCES TO THE ENDING-BALANCE EXTRACT
      *    BEFORE ANYTHING IS KEPT: THEY AGREE ONCE THE ROLL-FORWARD
      *    HAS RUN, SO A DIFFERENCE MEANS THE BALANCES REPORTED ARE
      *    NOT THE ONES ON THE MASTER. THE REPORT STILL PRINTS, BUT
      *    THE MONTH IS NOT WRITTEN TO THE SUMMARY FILE, NO EXTRACT
      *    GOES TO FINANCE AND THE RUN ENDS RETURN CODE 8.
      *-----------------------------------------------------------------
       450-CHECK-MASTER-TIE.
           IF WS-MI-MST-BAL NOT EQUAL MS-TOTAL-BAL
               MOVE 'N' TO WS-TIE-FLAG
               DISPLAY '*** MIS BALANCES DO NOT TIE TO MASTER - SEE '
                       'p04-mis-month.rpt'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *-----------------------------------------------------------------
      *    A RERUN FOR A MONTH ALREADY ON FILE REPLACES THAT MONTH; A
      *    NEW MONTH IS INSERTED IN MONTH ORDER.
      *-----------------------------------------------------------------
       500-STORE-MONTH.
           COMPUTE MS-NET-INT-FC = MS-INT-PAID - MS-FC-COLLECTED.
           MOVE 'N' TO WS-SUM-FOUND-FLAG.
           MOVE 1 TO WS-SUM-IDX.
           PERFORM UNTIL SUM-FOUND OR WS-SUM-IDX > WS-SUM-COUNT
               IF WS-ST-MONTH(WS-SUM-IDX) EQUAL WS-MIS-MONTH
                   SET SUM-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SUM-IDX
               END-IF
           END-PERFORM.
           IF NOT SUM-FOUND
               IF WS-SUM-COUNT NOT < WS-SUM-MAX
                   DISPLAY '*** SUMMARY TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-SUM-IDX
               PERFORM UNTIL WS-SUM-IDX > WS-SUM-COUNT
                   OR WS-ST-MONTH(WS-SUM-IDX) > WS-MIS-MONTH
                   ADD 1 TO WS-SUM-IDX
               END-PERFORM
               PERFORM VARYING WS-SUM-SUB FROM WS-SUM-COUNT BY -1
                       UNTIL WS-SUM-SUB < WS-SUM-IDX
                   COMPUTE WS-SUM-NEXT = WS-SUM-SUB + 1
                   MOVE WS-SUM-ENTRY(WS-SUM-SUB)
                     TO WS-SUM-ENTRY(WS-SUM-NEXT)
               END-PERFORM
               ADD 1 TO WS-SUM-COUNT
           END-IF.
           MOVE MIS-SUM-REC TO WS-SUM-ENTRY(WS-SUM-IDX).
      *-----------------------------------------------------------------
       520-FIND-COMPARE-MONTHS.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               EVALUATE WS-ST-MONTH(WS-SUM-IDX)
                   WHEN WS-MIS-MONTH
                       MOVE WS-SUM-IDX TO WS-CUR-IDX
                   WHEN WS-PRIOR-MONTH
                       MOVE WS-SUM-IDX TO WS-PRIOR-IDX
                       SET PRIOR-FOUND TO TRUE
                   WHEN WS-YEAR-MONTH
                       MOVE WS-SUM-IDX TO WS-YEAR-IDX
                       SET YEAR-AGO-FOUND TO TRUE
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
       550-REWRITE-SUMMARY-FILE.
           OPEN OUTPUT MIS-SUM-FILE.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               WRITE MIS-SUM-FILE-REC FROM WS-SUM-ENTRY(WS-SUM-IDX)
           END-PERFORM.
           CLOSE MIS-SUM-FILE.
      *-----------------------------------------------------------------
      *    THE MONTHS COMPARED, THEN EVERY FIGURE BESIDE THE PRIOR
      *    MONTH AND THE SAME MONTH LAST YEAR. A COMPARISON MONTH NOT
      *    ON THE SUMMARY FILE PRINTS AS ZERO WITH NO GROWTH FIGURE.
      *-----------------------------------------------------------------
       600-PRINT-COMPARISON.
           MOVE 'REPORT MONTH'             TO WS-MO-LABEL.
           MOVE WS-MIS-MONTH               TO WS-MO-MONTH.
           MOVE SPACES                     TO WS-MO-NOTE.
           WRITE MIS-RPT-REC               FROM WS-MONTH-LN.

           MOVE 'PRIOR MONTH'              TO WS-MO-LABEL.
           MOVE WS-PRIOR-MONTH             TO WS-MO-MONTH.
           IF PRIOR-FOUND
               MOVE 'ON SUMMARY FILE'      TO WS-MO-NOTE
           ELSE
               MOVE '** NOT ON SUMMARY FILE' TO WS-MO-NOTE
           END-IF.
           WRITE MIS-RPT-REC               FROM WS-MONTH-LN.

           MOVE 'SAME MONTH LAST YEAR'     TO WS-MO-LABEL.
           MOVE WS-YEAR-MONTH              TO WS-MO-MONTH.
           IF YEAR-AGO-FOUND
               MOVE 'ON SUMMARY FILE'      TO WS-MO-NOTE
           ELSE
               MOVE '** NOT ON SUMMARY FILE' TO WS-MO-NOTE
           END-IF.
           WRITE MIS-RPT-REC               FROM WS-MONTH-LN.

           IF SNAP-FOUND
               MOVE SPACES                 TO WS-MI-TEXT
               STRING 'NEW ACCOUNTS SINCE SNAPSHOT OF '
                                           DELIMITED BY SIZE
                      MS-SNAP-DATE         DELIMITED BY SIZE
                      INTO WS-MI-TEXT
           ELSE
               MOVE '** NO PRIOR MONTH SNAPSHOT - NEW NOT COUNTED'
                 TO WS-MI-TEXT
           END-IF.
           WRITE MIS-RPT-REC               FROM WS-MI-MSG-LN.
           WRITE MIS-RPT-REC               FROM SPACES.
           WRITE MIS-RPT-REC               FROM WS-CMP-HDR-LN.

           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 12
               EVALUATE WS-FIG-IDX
                   WHEN 1
                       MOVE 'ACCOUNTS'     TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
                   WHEN 6
                       MOVE 'ACCOUNTS BY BALANCE BAND'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
                   WHEN 11
                       MOVE 'POSTING ACTIVITY'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
               END-EVALUATE
               PERFORM 620-PRINT-COUNT-LN
           END-PERFORM.

           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 13
               EVALUATE WS-FIG-IDX
                   WHEN 1
                       MOVE 'BALANCES BY ACCOUNT TYPE'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
                   WHEN 4
                       MOVE 'BALANCES BY BALANCE BAND'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
                   WHEN 9
                       MOVE 'INTEREST PAID VERSUS FINANCE CHARGES'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
                   WHEN 12
                       MOVE 'POSTING ACTIVITY DOLLARS'
                                           TO WS-SECTION-TEXT
                       PERFORM 610-PRINT-SECTION-LN
               END-EVALUATE
               PERFORM 630-PRINT-AMOUNT-LN
           END-PERFORM.
      *-----------------------------------------------------------------
       610-PRINT-SECTION-LN.
           WRITE MIS-RPT-REC FROM SPACES.
           WRITE MIS-RPT-REC FROM WS-SECTION-LN.
      *-----------------------------------------------------------------
       620-PRINT-COUNT-LN.
           MOVE WS-CL-LABEL(WS-FIG-IDX)    TO WS-CC-LABEL.
           MOVE WS-ST-COUNT(WS-CUR-IDX, WS-FIG-IDX)
                                           TO WS-CC-CURRENT
                                              WS-PCT-CURRENT.
           MOVE ZERO                       TO WS-CC-PRIOR
                                              WS-CC-YEAR-AGO.
           MOVE WS-PRIOR-FOUND-FLAG        TO WS-PCT-BASE-FLAG.
           IF PRIOR-FOUND
               MOVE WS-ST-COUNT(WS-PRIOR-IDX, WS-FIG-IDX)
                                           TO WS-CC-PRIOR
                                              WS-PCT-BASE
           END-IF.
           PERFORM 640-CALC-GROWTH-PCT.
           MOVE WS-PCT-RESULT              TO WS-CC-MOM-PCT.
           MOVE WS-YEAR-FOUND-FLAG         TO WS-PCT-BASE-FLAG.
           IF YEAR-AGO-FOUND
               MOVE WS-ST-COUNT(WS-YEAR-IDX, WS-FIG-IDX)
                                           TO WS-CC-YEAR-AGO
                                              WS-PCT-BASE
           END-IF.
           PERFORM 640-CALC-GROWTH-PCT.
           MOVE WS-PCT-RESULT              TO WS-CC-YOY-PCT.
           WRITE MIS-RPT-REC               FROM WS-CMP-CNT-LN.
      *-----------------------------------------------------------------
       630-PRINT-AMOUNT-LN.
           MOVE WS-AL-LABEL(WS-FIG-IDX)    TO WS-CA-LABEL.
           MOVE WS-ST-AMOUNT(WS-CUR-IDX, WS-FIG-IDX)
                                           TO WS-CA-CURRENT
                                              WS-PCT-CURRENT.
           MOVE ZERO                       TO WS-CA-PRIOR
                                              WS-CA-YEAR-AGO.
           MOVE WS-PRIOR-FOUND-FLAG        TO WS-PCT-BASE-FLAG.
           IF PRIOR-FOUND
               MOVE WS-ST-AMOUNT(WS-PRIOR-IDX, WS-FIG-IDX)
                                           TO WS-CA-PRIOR
                                              WS-PCT-BASE
           END-IF.
           PERFORM 640-CALC-GROWTH-PCT.
           MOVE WS-PCT-RESULT              TO WS-CA-MOM-PCT.
           MOVE WS-YEAR-FOUND-FLAG         TO WS-PCT-BASE-FLAG.
           IF YEAR-AGO-FOUND
               MOVE WS-ST-AMOUNT(WS-YEAR-IDX, WS-FIG-IDX)
                                           TO WS-CA-YEAR-AGO
                                              WS-PCT-BASE
           END-IF.
           PERFORM 640-CALC-GROWTH-PCT.
           MOVE WS-PCT-RESULT              TO WS-CA-YOY-PCT.
           WRITE MIS-RPT-REC               FROM WS-CMP-AMT-LN.
      *-----------------------------------------------------------------
      *    GROWTH OVER A COMPARISON MONTH AS A PERCENT OF THAT MONTH'S
      *    FIGURE. NO COMPARISON MONTH OR A ZERO BASE PRINTS N/A; A
      *    CHANGE TOO LARGE FOR THE COLUMN PRINTS ASTERISKS.
      *-----------------------------------------------------------------
       640-CALC-GROWTH-PCT.
           IF NOT PCT-BASE-FOUND
              OR WS-PCT-BASE EQUAL ZERO
               MOVE '    N/A' TO WS-PCT-RESULT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   (WS-PCT-CURRENT - WS-PCT-BASE) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE ' ******' TO WS-PCT-RESULT
                   NOT ON SIZE ERROR
                       MOVE WS-PCT-VALUE TO WS-PCT-EDIT
                       MOVE WS-PCT-EDIT  TO WS-PCT-RESULT
               END-COMPUTE
           END-IF.
      *-----------------------------------------------------------------
       650-PRINT-TOP-BALANCES.
           WRITE MIS-RPT-REC FROM SPACES.
           MOVE 'TOP 20 ENDING BALANCES' TO WS-SECTION-TEXT.
           WRITE MIS-RPT-REC FROM WS-SECTION-LN.
           WRITE MIS-RPT-REC FROM SPACES.
           WRITE MIS-RPT-REC FROM WS-TOP-HDR-LN.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
               MOVE WS-TOP-IDX                 TO WS-TD-RANK
               MOVE WS-TP-CUST-KEY(WS-TOP-IDX) TO WS-TD-CUST-KEY
               MOVE WS-TP-NAME(WS-TOP-IDX)     TO WS-TD-NAME
               MOVE WS-TP-BAL(WS-TOP-IDX)      TO WS-TD-BAL
               WRITE MIS-RPT-REC FROM WS-TOP-DETAIL-LN
           END-PERFORM.
      *-----------------------------------------------------------------
      *    THE FINANCE EXTRACT: HEADER, ONE RECORD PER FIGURE IN THE
      *    ORDER THE REPORT PRINTS THEM, THE TOP BALANCES, TRAILER.
      *-----------------------------------------------------------------
       680-WRITE-EXTRACT.
           MOVE SPACES                 TO MIS-EXT-REC.
           SET  MX-HEADER              TO TRUE.
           MOVE WS-MIS-MONTH           TO MX-MONTH.
           MOVE WS-BUS-DATE-NUM        TO MX-RUN-DATE.
           MOVE WS-PRIOR-MONTH         TO MX-PRIOR-MONTH.
           MOVE WS-PRIOR-FOUND-FLAG    TO MX-PRIOR-FOUND.
           MOVE WS-YEAR-MONTH          TO MX-YEAR-MONTH.
           MOVE WS-YEAR-FOUND-FLAG     TO MX-YEAR-FOUND.
           PERFORM 690-WRITE-EXTRACT-REC.

           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 12
               PERFORM 682-START-FIGURE-REC
               MOVE WS-CL-CODE(WS-FIG-IDX) TO MX-FIG-CODE
               MOVE WS-ST-COUNT(WS-CUR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-CURRENT
               IF PRIOR-FOUND
                   MOVE WS-ST-COUNT(WS-PRIOR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-PRIOR
               END-IF
               IF YEAR-AGO-FOUND
                   MOVE WS-ST-COUNT(WS-YEAR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-YEAR-AGO
               END-IF
               PERFORM 690-WRITE-EXTRACT-REC
           END-PERFORM.

           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > 13
               PERFORM 682-START-FIGURE-REC
               MOVE WS-AL-CODE(WS-FIG-IDX) TO MX-FIG-CODE
               MOVE WS-ST-AMOUNT(WS-CUR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-CURRENT
               IF PRIOR-FOUND
                   MOVE WS-ST-AMOUNT(WS-PRIOR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-PRIOR
               END-IF
               IF YEAR-AGO-FOUND
                   MOVE WS-ST-AMOUNT(WS-YEAR-IDX, WS-FIG-IDX)
                                           TO MX-FIG-YEAR-AGO
               END-IF
               PERFORM 690-WRITE-EXTRACT-REC
           END-PERFORM.

           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
               MOVE SPACES                     TO MIS-EXT-REC
               SET  MX-TOP-BALANCE             TO TRUE
               MOVE WS-MIS-MONTH               TO MX-MONTH
               MOVE WS-TOP-IDX                 TO MX-TOP-RANK
               MOVE WS-TP-CUST-KEY(WS-TOP-IDX) TO MX-TOP-CUST-KEY
               MOVE WS-TP-NAME(WS-TOP-IDX)     TO MX-TOP-NAME
               MOVE WS-TP-BAL(WS-TOP-IDX)      TO MX-TOP-BAL
               PERFORM 690-WRITE-EXTRACT-REC
           END-PERFORM.

           MOVE SPACES                 TO MIS-EXT-REC.
           SET  MX-TRAILER             TO TRUE.
           MOVE WS-MIS-MONTH           TO MX-MONTH.
           COMPUTE MX-TRL-REC-COUNT = WS-MI-EXT-COUNT + 1.
           PERFORM 690-WRITE-EXTRACT-REC.
      *-----------------------------------------------------------------
       682-START-FIGURE-REC.
           MOVE SPACES                 TO MIS-EXT-REC.
           SET  MX-FIGURE              TO TRUE.
           MOVE WS-MIS-MONTH           TO MX-MONTH.
           MOVE ZERO                   TO MX-FIG-PRIOR
                                          MX-FIG-YEAR-AGO.
      *-----------------------------------------------------------------
       690-WRITE-EXTRACT-REC.
           WRITE MIS-EXT-REC.
           ADD 1 TO WS-MI-EXT-COUNT.
      *-----------------------------------------------------------------
      *    RUN COUNTS AND THE RESULT OF THE MASTER TIE.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE MIS-RPT-REC                  FROM SPACES.
           MOVE 'MASTER RECORDS READ'         TO WS-MI-SUM-LABEL.
           MOVE WS-MI-MST-COUNT               TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'SNAPSHOT RECORDS READ'       TO WS-MI-SUM-LABEL.
           MOVE WS-MI-SNAP-COUNT              TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'END-BAL RECORDS READ'        TO WS-MI-SUM-LABEL.
           MOVE WS-MI-EB-COUNT                TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'HISTORY RECORDS SCANNED'     TO WS-MI-SUM-LABEL.
           MOVE WS-MI-HIST-COUNT              TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'HISTORY ITEMS IN MONTH'      TO WS-MI-SUM-LABEL.
           MOVE MS-ITEM-COUNT                 TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'ITEMS EXCLUDING BACKED OUT'  TO WS-MI-SUM-LABEL.
           MOVE WS-MI-MONTH-ITEMS             TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'EXTRACT RECORDS WRITTEN'     TO WS-MI-SUM-LABEL.
           MOVE WS-MI-EXT-COUNT               TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'MONTHS ON SUMMARY FILE'      TO WS-MI-SUM-LABEL.
           MOVE WS-SUM-COUNT                  TO WS-MI-SUM-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-SUMMARY-LN.

           MOVE 'MASTER BALANCE TOTAL'        TO WS-MI-AMT-LABEL.
           MOVE WS-MI-MST-BAL                 TO WS-MI-AMT-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-AMT-SUMMARY-LN.

           MOVE 'END-BAL BALANCE TOTAL'       TO WS-MI-AMT-LABEL.
           MOVE MS-TOTAL-BAL                  TO WS-MI-AMT-VALUE.
           WRITE MIS-RPT-REC                  FROM WS-MI-AMT-SUMMARY-LN.

           WRITE MIS-RPT-REC FROM SPACES.
           IF MASTER-TIED
               MOVE 'MASTER = ENDING-BALANCE EXTRACT - TIED'
                 TO WS-MI-TEXT
               WRITE MIS-RPT-REC FROM WS-MI-MSG-LN
           ELSE
               MOVE '** MASTER AND ENDING-BALANCE EXTRACT DIFFER'
                 TO WS-MI-TEXT
               WRITE MIS-RPT-REC FROM WS-MI-MSG-LN
               MOVE '** MONTH NOT STORED - NO EXTRACT WRITTEN'
                 TO WS-MI-TEXT
               WRITE MIS-RPT-REC FROM WS-MI-MSG-LN
           END-IF.
      *-----------------------------------------------------------------
      *    STAMP THE RUN-CONTROL FILE: MASTER RECORDS IN, EXTRACT
      *    RECORDS OUT, THE MONTH'S TOTAL BALANCES AND INTEREST PAID.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'MIS'                  TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-MI-MST-COUNT        TO RC-IN-COUNT.
           MOVE WS-MI-EXT-COUNT        TO RC-OUT-COUNT.
           MOVE ZERO                   TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE MS-TOTAL-BAL           TO RC-DOLLAR-1.
           MOVE MS-INT-PAID            TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
