      ******************************************************************
      *PROGRAM : PROJECT 4   BSA CASH MONITORING                       *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Bank Secrecy Act monitoring of cash activity. Reads   *
      *          the night's posted-transaction file and, for the      *
      *          rolling window ending on the business date, the       *
      *          history archive by HIST-POST-DATE. Cash is a DP (cash *
      *          in) or WD (cash out) keyed at a branch; items the     *
      *          system generates itself (ACH, closure payouts, fees,  *
      *          interest, sweeps, maintenance adjustments, standing   *
      *          orders, disputes and backouts) and items already      *
      *          reversed are left out; an item released from suspense *
      *          is the customer's own item and counts. A window that  *
      *          reaches back over the year-end split also reads the   *
      *          prior year's archived generation. Cash is totalled by *
      *          CUST-ID across checking and savings and across        *
      *          branches, per business day. A customer whose cash in  *
      *          or cash out for the business date is over the CTR     *
      *          threshold goes to the CTR candidate extract, with     *
      *          name and address from the master and the TIN from the *
      *          CIF, for the compliance officer's filing. A customer  *
      *          with cash days just under the threshold on several    *
      *          days of the window prints on the near-threshold       *
      *          pattern report. The threshold, the near-threshold     *
      *          floor, the window length and the day count come from  *
      *          a parameter card.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-BSA-MON.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-IN     ASSIGN TO 'p04-posted.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE
                                ASSIGN TO 'p04-trans-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-CAT
                                ASSIGN TO 'p04-hist-gens.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GEN-FILE
                                ASSIGN TO WS-GEN-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT OPTIONAL BSA-PARM
                                ASSIGN TO 'p04-bsa-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTR-OUT       ASSIGN TO 'p04-ctr-extract.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BSA-RPT       ASSIGN TO 'p04-bsa-monitor.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-IN.
       COPY P04-TRANS-REC.

       FD  HIST-FILE.
       COPY P04-HIST-REC.

       FD  GEN-CAT.
       COPY P04-GEN-CAT-REC.

       FD  GEN-FILE.
       01  GEN-HIST-REC                    PIC X(70).

       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.

      *-----------------------------------------------------------------
      *    CTR THRESHOLD (A DAY'S CASH MUST BE OVER IT), THE FLOOR OF
      *    THE NEAR-THRESHOLD BAND, THE WINDOW IN CALENDAR DAYS ENDING
      *    ON THE BUSINESS DATE, AND HOW MANY NEAR-THRESHOLD DAYS IN
      *    THE WINDOW MAKE A PATTERN.
      *-----------------------------------------------------------------
       FD  BSA-PARM.
       01  BSA-PARM-REC.
           03  PARM-CTR-THRESHOLD          PIC 9(7)V99.
           03  PARM-NEAR-FLOOR             PIC 9(7)V99.
           03  PARM-WINDOW-DAYS            PIC 9(3).
           03  PARM-NEAR-DAYS              PIC 9(2).
           03  FILLER                      PIC X(57).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

      *-----------------------------------------------------------------
      *    ONE CTR CANDIDATE PER CUSTOMER AND DIRECTION FOR THE
      *    BUSINESS DATE.
      *-----------------------------------------------------------------
       FD  CTR-OUT.
       01  CTR-REC.
           03  CTR-BUS-DATE                PIC 9(8).
           03  CTR-CUST-ID                 PIC X(5).
           03  CTR-DIRECTION               PIC X(1).
               88  CTR-CASH-IN                         VALUE 'I'.
               88  CTR-CASH-OUT                        VALUE 'O'.
           03  CTR-CASH-AMT                PIC 9(9)V99.
           03  CTR-ITEM-COUNT              PIC 9(4).
           03  CTR-CUST-NAME               PIC X(20).
           03  CTR-CUST-STREET             PIC X(25).
           03  CTR-CUST-CITY               PIC X(20).
           03  CTR-CUST-STATE              PIC X(2).
           03  CTR-CUST-ZIP                PIC X(5).
           03  CTR-TIN                     PIC X(9).

       FD  BSA-RPT.
       01  BSA-RPT-REC                     PIC X(80).

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-DAY-NUM-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'BSA CASH MONITORING REPORT'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-BSA-PARM-LN.
           03  FILLER                      PIC X(9)
                     VALUE 'CTR OVER '.
           03  WS-BP-THRESHOLD             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(8)
                     VALUE '  FLOOR '.
           03  WS-BP-FLOOR                 PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(9)
                     VALUE '  WINDOW '.
           03  WS-BP-WINDOW                PIC ZZ9.
           03  FILLER                      PIC X(11)
                     VALUE ' DAYS FROM '.
           03  WS-BP-WINDOW-START          PIC 9(8).
           03  FILLER                      PIC X(8)    VALUE SPACES.

       01  WS-SECTION-LN.
           03  WS-SC-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-CTR-HDR-LN.
           03  FILLER               PIC X(9)  VALUE '  CUST ID'.
           03  FILLER               PIC X(22) VALUE 'NAME'.
           03  FILLER               PIC X(10) VALUE 'DIRECTION'.
           03  FILLER               PIC X(18) VALUE '      CASH TOTAL'.
           03  FILLER               PIC X(8)  VALUE '   ITEMS'.
           03  FILLER               PIC X(13) VALUE SPACES.

       01  WS-CTR-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CR-CUST-ID               PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CR-CUST-NAME             PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CR-DIRECTION             PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CR-CASH-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(6)    VALUE SPACES.
           03  WS-CR-ITEM-COUNT            PIC ZZZ9.
           03  FILLER                      PIC X(13)   VALUE SPACES.

       01  WS-PAT-HDR-LN.
           03  FILLER               PIC X(9)  VALUE '  CUST ID'.
           03  FILLER               PIC X(22) VALUE 'NAME'.
           03  FILLER               PIC X(10) VALUE 'DIRECTION'.
           03  FILLER               PIC X(11) VALUE ' NEAR DAYS'.
           03  FILLER               PIC X(18)
                     VALUE '      WINDOW TOTAL'.
           03  FILLER               PIC X(10) VALUE SPACES.

       01  WS-PAT-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PR-CUST-ID               PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PR-CUST-NAME             PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PR-DIRECTION             PIC X(8).
           03  FILLER                      PIC X(7)    VALUE SPACES.
           03  WS-PR-NEAR-DAYS             PIC ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PR-WINDOW-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(13)   VALUE SPACES.

       01  WS-BS-SUMMARY-LN.
           03  WS-BS-SUM-LABEL             PIC X(30).
           03  WS-BS-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-BS-AMT-SUMMARY-LN.
           03  WS-BS-AMT-LABEL             PIC X(30).
           03  WS-BS-AMT-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-POST-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-POSTED                              VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-GEN-CAT-EOF-FLAG         PIC X           VALUE 'N'.
               88  EOF-GEN-CAT                             VALUE 'Y'.
           03  WS-GEN-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-GEN                                 VALUE 'Y'.
           03  WS-DAY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  DAY-FOUND                               VALUE 'Y'.
           03  WS-CUS-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CUS-FOUND                               VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.

      *-----------------------------------------------------------------
      *    ONE ITEM FROM EITHER SOURCE, PUT IN COMMON FORM BEFORE IT
      *    IS TESTED FOR CASH AND ADDED TO THE CUSTOMER'S DAY.
      *-----------------------------------------------------------------
       01  WS-ITEM-WORK.
           03  WS-IT-CUST-ID               PIC X(5).
           03  WS-IT-POST-DATE             PIC 9(8).
           03  WS-IT-TYPE                  PIC X(2).
               88  IT-CASH-IN                          VALUE 'DP'.
               88  IT-CASH-OUT                         VALUE 'WD'.
           03  WS-IT-DESC                  PIC X(20).
           03  WS-IT-DESC-R REDEFINES WS-IT-DESC.
               05  WS-IT-DESC-PREFIX       PIC X(12).
                   88  IT-REVERSAL             VALUE 'REVERSAL OF '.
               05  FILLER                  PIC X(8).
           03  WS-IT-AMT                   PIC 9(5)V99.
      *        BRANCH CODES THE SYSTEM STAMPS ON ITS OWN GENERATED
      *        BATCHES; NONE OF THEM IS CASH OVER A COUNTER.
           03  WS-IT-BRANCH                PIC X(3).
               88  IT-SYSTEM-BRANCH    VALUES 'ACH' 'CLS' 'INT' 'FEE'
                                              'ODP' 'MNT' 'REV' 'STO'
                                              'DSP'.

      *-----------------------------------------------------------------
      *    CASH IN AND CASH OUT PER CUSTOMER PER POSTING DAY IN THE
      *    WINDOW, ACROSS BOTH ACCOUNT TYPES AND ALL BRANCHES.
      *-----------------------------------------------------------------
       01  WS-DAY-TABLE.
           03  WS-DAY-MAX                  PIC 9(4)        VALUE 5000.
           03  WS-DAY-COUNT                PIC 9(4)        VALUE ZERO.
           03  WS-DAY-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-DAY-ENTRY OCCURS 5000 TIMES.
               05  WS-DY-CUST-ID           PIC X(5).
               05  WS-DY-DATE              PIC 9(8).
               05  WS-DY-IN-AMT            PIC 9(9)V99.
               05  WS-DY-IN-COUNT          PIC 9(4).
               05  WS-DY-OUT-AMT           PIC 9(9)V99.
               05  WS-DY-OUT-COUNT         PIC 9(4).

      *-----------------------------------------------------------------
      *    PER-CUSTOMER ROLL-UP OF THE WINDOW FOR THE PATTERN REPORT.
      *-----------------------------------------------------------------
       01  WS-CUS-TABLE.
           03  WS-CUS-MAX                  PIC 9(4)        VALUE 2000.
           03  WS-CUS-COUNT                PIC 9(4)        VALUE ZERO.
           03  WS-CUS-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-CUS-ENTRY OCCURS 2000 TIMES.
               05  WS-CS-CUST-ID           PIC X(5).
               05  WS-CS-NEAR-IN-DAYS      PIC 9(3).
               05  WS-CS-NEAR-OUT-DAYS     PIC 9(3).
               05  WS-CS-WIN-IN-AMT        PIC 9(9)V99.
               05  WS-CS-WIN-OUT-AMT       PIC 9(9)V99.

       01  WS-BSA-PARMS.
           03  WS-CTR-THRESHOLD            PIC 9(7)V99
                     VALUE 10000.00.
           03  WS-NEAR-FLOOR               PIC 9(7)V99
                     VALUE 8000.00.
           03  WS-WINDOW-DAYS              PIC 9(3)        VALUE 010.
           03  WS-NEAR-DAYS                PIC 9(2)        VALUE 02.

       01  WS-GEN-FILENAME                 PIC X(20)   VALUE SPACES.

       01  WS-MISC-VARS.
           03  WS-WINDOW-START-DATE        PIC 9(8)        VALUE ZERO.
           03  WS-WINDOW-START-R REDEFINES WS-WINDOW-START-DATE.
               05  WS-WINDOW-START-YYYY    PIC 9(4).
               05  FILLER                  PIC 9(4).
           03  WS-NAME-WORK                PIC X(20)       VALUE SPACES.

       01  WS-BS-COUNTS.
           03  WS-BS-POSTED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-BS-HIST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-BS-CASH-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-BS-CTR-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-BS-CTR-IN-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-BS-CTR-OUT-AMT           PIC 9(9)V99     VALUE ZERO.
           03  WS-BS-PATTERN-COUNT         PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-BSA-PARMS.
           PERFORM 160-LOAD-HISTORY.
           PERFORM 170-LOAD-POSTED.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  CIF-FILE.
           OPEN OUTPUT CTR-OUT.
           OPEN OUTPUT BSA-RPT.

           DISPLAY 'Project 4 - BSA Cash Monitoring - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 400-LIST-CTR-CANDIDATES.
           PERFORM 500-FIND-PATTERNS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of BSA monitoring run'.

           CLOSE CUST-MST
                 CIF-FILE
                 CTR-OUT
                 BSA-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    MONITORING CARD. WITHOUT ONE THE RUN USES THE $10,000 CTR
      *    RULE, AN $8,000 NEAR-THRESHOLD FLOOR, A TEN-DAY WINDOW AND
      *    TWO NEAR-THRESHOLD DAYS. THE WINDOW ENDS ON THE BUSINESS
      *    DATE AND STARTS WINDOW-LESS-ONE DAYS BEFORE IT.
      *-----------------------------------------------------------------
       150-READ-BSA-PARMS.
           OPEN INPUT BSA-PARM.
           READ BSA-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CTR-THRESHOLD NUMERIC
                      AND PARM-CTR-THRESHOLD > ZERO
                       MOVE PARM-CTR-THRESHOLD TO WS-CTR-THRESHOLD
                   END-IF
                   IF PARM-NEAR-FLOOR NUMERIC
                      AND PARM-NEAR-FLOOR > ZERO
                       MOVE PARM-NEAR-FLOOR TO WS-NEAR-FLOOR
                   END-IF
                   IF PARM-WINDOW-DAYS NUMERIC
                      AND PARM-WINDOW-DAYS > ZERO
                       MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF PARM-NEAR-DAYS NUMERIC
                      AND PARM-NEAR-DAYS > ZERO
                       MOVE PARM-NEAR-DAYS TO WS-NEAR-DAYS
                   END-IF
           END-READ.
           CLOSE BSA-PARM.
           IF WS-NEAR-FLOOR > WS-CTR-THRESHOLD
               MOVE WS-CTR-THRESHOLD TO WS-NEAR-FLOOR
           END-IF.
           MOVE WS-BUS-DATE-NUM      TO WS-DN-DATE-NUM.
           PERFORM 710-CALC-DAY-NUMBER.
           COMPUTE WS-DN-DAY-NUMBER =
               WS-DN-DAY-NUMBER - WS-WINDOW-DAYS + 1.
           PERFORM 720-CALC-DATE.
           MOVE WS-DN-DATE-NUM       TO WS-WINDOW-START-DATE.
      *-----------------------------------------------------------------
      *    PRIOR NIGHTS OF THE WINDOW COME FROM THE ARCHIVE. TONIGHT'S
      *    ITEMS ARE ALREADY ON IT TOO, BUT ARE TAKEN FROM THE POSTED
      *    FILE INSTEAD, SO THE ARCHIVE IS READ ONLY UP TO THE NIGHT
      *    BEFORE THE BUSINESS DATE. AN ITEM SINCE BACKED OUT NEVER
      *    COUNTS. WHEN THE WINDOW STARTS IN THE PRIOR YEAR, THAT
      *    YEAR'S ARCHIVED GENERATION IS READ TOO WHEN THE CATALOG HAS
      *    ONE, THE WAY THE TAX EXTRACT DOES, SO A WINDOW OVER THE
      *    YEAR-END SPLIT STILL SEES ITS EARLY DAYS.
      *-----------------------------------------------------------------
       160-LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           PERFORM UNTIL EOF-HIST
               READ HIST-FILE
                   AT END
                       SET EOF-HIST TO TRUE
                   NOT AT END
                       PERFORM 165-ADD-HIST-ITEM
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

           IF WS-WINDOW-START-YYYY < WS-BUS-YYYY
               OPEN INPUT GEN-CAT
               PERFORM UNTIL EOF-GEN-CAT
                   READ GEN-CAT
                       AT END
                           SET EOF-GEN-CAT TO TRUE
                       NOT AT END
                           IF GC-YEAR EQUAL WS-WINDOW-START-YYYY
                               PERFORM 168-SCAN-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-CAT
           END-IF.
      *-----------------------------------------------------------------
       165-ADD-HIST-ITEM.
           IF HIST-POST-DATE >= WS-WINDOW-START-DATE
              AND HIST-POST-DATE < WS-BUS-DATE-NUM
              AND NOT HIST-REVERSED
               ADD 1 TO WS-BS-HIST-COUNT
               MOVE HIST-CUST-ID    TO WS-IT-CUST-ID
               MOVE HIST-POST-DATE  TO WS-IT-POST-DATE
               MOVE HIST-TRANS-TYPE TO WS-IT-TYPE
               MOVE HIST-TRANS-DESC TO WS-IT-DESC
               MOVE HIST-TRANS-AMT  TO WS-IT-AMT
               MOVE HIST-BRANCH     TO WS-IT-BRANCH
               PERFORM 250-ADD-CASH-ITEM
           END-IF.
      *-----------------------------------------------------------------
       168-SCAN-GENERATION.
           MOVE GC-FILENAME TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           PERFORM UNTIL EOF-GEN
               READ GEN-FILE
                   AT END
                       SET EOF-GEN TO TRUE
                   NOT AT END
                       MOVE GEN-HIST-REC TO HIST-REC
                       PERFORM 165-ADD-HIST-ITEM
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
      *-----------------------------------------------------------------
       170-LOAD-POSTED.
           OPEN INPUT POSTED-IN.
           PERFORM UNTIL EOF-POSTED
               READ POSTED-IN
                   AT END
                       SET EOF-POSTED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BS-POSTED-COUNT
                       MOVE TRANS-ID        TO WS-IT-CUST-ID
                       MOVE WS-BUS-DATE-NUM TO WS-IT-POST-DATE
                       MOVE TRANS-TYPE      TO WS-IT-TYPE
                       MOVE TRANS-DESC      TO WS-IT-DESC
                       MOVE TRANS-AMT       TO WS-IT-AMT
                       MOVE TRANS-BRANCH    TO WS-IT-BRANCH
                       PERFORM 250-ADD-CASH-ITEM
               END-READ
           END-PERFORM.
           CLOSE POSTED-IN.
      *-----------------------------------------------------------------
      *    ONLY BRANCH CASH COUNTS. A REVERSAL IS LEFT OUT LIKE THE
      *    ITEM IT REVERSED.
      *-----------------------------------------------------------------
       250-ADD-CASH-ITEM.
           IF (IT-CASH-IN OR IT-CASH-OUT)
              AND NOT IT-SYSTEM-BRANCH
              AND NOT IT-REVERSAL
               ADD 1 TO WS-BS-CASH-COUNT
               PERFORM 260-FIND-DAY-ENTRY
               IF IT-CASH-IN
                   ADD WS-IT-AMT TO WS-DY-IN-AMT(WS-DAY-IDX)
                   ADD 1         TO WS-DY-IN-COUNT(WS-DAY-IDX)
               ELSE
                   ADD WS-IT-AMT TO WS-DY-OUT-AMT(WS-DAY-IDX)
                   ADD 1         TO WS-DY-OUT-COUNT(WS-DAY-IDX)
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       260-FIND-DAY-ENTRY.
           MOVE 'N' TO WS-DAY-FOUND-FLAG.
           MOVE 1 TO WS-DAY-IDX.
           PERFORM UNTIL DAY-FOUND OR WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DY-CUST-ID(WS-DAY-IDX) EQUAL WS-IT-CUST-ID
                  AND WS-DY-DATE(WS-DAY-IDX) EQUAL WS-IT-POST-DATE
                   SET DAY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DAY-IDX
               END-IF
           END-PERFORM.
           IF NOT DAY-FOUND
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT    TO WS-DAY-IDX
                   MOVE WS-IT-CUST-ID   TO WS-DY-CUST-ID(WS-DAY-IDX)
                   MOVE WS-IT-POST-DATE TO WS-DY-DATE(WS-DAY-IDX)
                   MOVE ZERO            TO WS-DY-IN-AMT(WS-DAY-IDX)
                                           WS-DY-IN-COUNT(WS-DAY-IDX)
                                           WS-DY-OUT-AMT(WS-DAY-IDX)
                                           WS-DY-OUT-COUNT(WS-DAY-IDX)
               ELSE
                   DISPLAY '*** CASH DAY TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE BSA-RPT-REC FROM WS-TITLE-LN.
           WRITE BSA-RPT-REC FROM SPACES.
           MOVE  WS-CTR-THRESHOLD     TO WS-BP-THRESHOLD.
           MOVE  WS-NEAR-FLOOR        TO WS-BP-FLOOR.
           MOVE  WS-WINDOW-DAYS       TO WS-BP-WINDOW.
           MOVE  WS-WINDOW-START-DATE TO WS-BP-WINDOW-START.
           WRITE BSA-RPT-REC FROM WS-BSA-PARM-LN.
      *-----------------------------------------------------------------
      *    A CUSTOMER'S CASH IN AND CASH OUT ARE TESTED SEPARATELY: A
      *    CTR IS DUE WHEN EITHER IS OVER THE THRESHOLD FOR THE DAY.
      *-----------------------------------------------------------------
       400-LIST-CTR-CANDIDATES.
           WRITE BSA-RPT-REC FROM SPACES.
           MOVE 'CTR CANDIDATES FOR THE BUSINESS DATE' TO WS-SC-TEXT.
           WRITE BSA-RPT-REC FROM WS-SECTION-LN.
           WRITE BSA-RPT-REC FROM WS-CTR-HDR-LN.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DY-DATE(WS-DAY-IDX) EQUAL WS-BUS-DATE-NUM
                   IF WS-DY-IN-AMT(WS-DAY-IDX) > WS-CTR-THRESHOLD
                       SET CTR-CASH-IN TO TRUE
                       MOVE WS-DY-IN-AMT(WS-DAY-IDX)   TO CTR-CASH-AMT
                       MOVE WS-DY-IN-COUNT(WS-DAY-IDX) TO CTR-ITEM-COUNT
                       ADD  CTR-CASH-AMT TO WS-BS-CTR-IN-AMT
                       PERFORM 420-WRITE-CTR
                   END-IF
                   IF WS-DY-OUT-AMT(WS-DAY-IDX) > WS-CTR-THRESHOLD
                       SET CTR-CASH-OUT TO TRUE
                       MOVE WS-DY-OUT-AMT(WS-DAY-IDX)  TO CTR-CASH-AMT
                       MOVE WS-DY-OUT-COUNT(WS-DAY-IDX)
                                                       TO CTR-ITEM-COUNT
                       ADD  CTR-CASH-AMT TO WS-BS-CTR-OUT-AMT
                       PERFORM 420-WRITE-CTR
                   END-IF
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       420-WRITE-CTR.
           MOVE WS-BUS-DATE-NUM          TO CTR-BUS-DATE.
           MOVE WS-DY-CUST-ID(WS-DAY-IDX) TO CTR-CUST-ID.
           PERFORM 430-GET-NAME-ADDRESS.
           WRITE CTR-REC.
           ADD 1 TO WS-BS-CTR-COUNT.
           MOVE CTR-CUST-ID              TO WS-CR-CUST-ID.
           MOVE CTR-CUST-NAME            TO WS-CR-CUST-NAME.
           IF CTR-CASH-IN
               MOVE 'CASH IN'            TO WS-CR-DIRECTION
           ELSE
               MOVE 'CASH OUT'           TO WS-CR-DIRECTION
           END-IF.
           MOVE CTR-CASH-AMT             TO WS-CR-CASH-AMT.
           MOVE CTR-ITEM-COUNT           TO WS-CR-ITEM-COUNT.
           WRITE BSA-RPT-REC             FROM WS-CTR-DETAIL-LN.
      *-----------------------------------------------------------------
      *    NAME AND ADDRESS FROM THE CHECKING RECORD, OR THE SAVINGS
      *    RECORD WHEN THERE IS NO CHECKING ACCOUNT; TIN FROM THE CIF.
      *-----------------------------------------------------------------
       430-GET-NAME-ADDRESS.
           MOVE SPACES              TO CTR-CUST-NAME
                                       CTR-CUST-STREET
                                       CTR-CUST-CITY
                                       CTR-CUST-STATE
                                       CTR-CUST-ZIP
                                       CTR-TIN.
           MOVE 'N'                 TO WS-KEY-FOUND-FLAG.
           MOVE CTR-CUST-ID         TO CUST-ID.
           MOVE 'CK'                TO CUST-ACCT-TYPE.
           READ CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-FOUND TO TRUE
           END-READ.
           IF NOT KEY-FOUND
               MOVE CTR-CUST-ID     TO CUST-ID
               MOVE 'SV'            TO CUST-ACCT-TYPE
               READ CUST-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KEY-FOUND TO TRUE
               END-READ
           END-IF.
           IF KEY-FOUND
               MOVE CUST-NAME       TO CTR-CUST-NAME
               MOVE CUST-STREET     TO CTR-CUST-STREET
               MOVE CUST-CITY       TO CTR-CUST-CITY
               MOVE CUST-STATE      TO CTR-CUST-STATE
               MOVE CUST-ZIP        TO CTR-CUST-ZIP
           ELSE
               MOVE '*NOT ON MASTER*' TO CTR-CUST-NAME
           END-IF.
           MOVE 'N'                 TO WS-CIF-FOUND-FLAG.
           MOVE CTR-CUST-ID         TO CIF-CUST-ID.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
           IF CIF-FOUND
               MOVE CIF-TIN         TO CTR-TIN
           END-IF.
      *-----------------------------------------------------------------
      *    ROLL EACH CUSTOMER'S DAYS UP OVER THE WINDOW. A DAY COUNTS
      *    AS NEAR THE THRESHOLD WHEN ITS CASH IS AT OR ABOVE THE
      *    FLOOR BUT NOT OVER THE THRESHOLD - HIGH ENOUGH TO MATTER,
      *    LOW ENOUGH TO HAVE AVOIDED A CTR.
      *-----------------------------------------------------------------
       500-FIND-PATTERNS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 520-FIND-CUS-ENTRY
               ADD WS-DY-IN-AMT(WS-DAY-IDX)
                                 TO WS-CS-WIN-IN-AMT(WS-CUS-IDX)
               ADD WS-DY-OUT-AMT(WS-DAY-IDX)
                                 TO WS-CS-WIN-OUT-AMT(WS-CUS-IDX)
               IF WS-DY-IN-AMT(WS-DAY-IDX) >= WS-NEAR-FLOOR
                  AND WS-DY-IN-AMT(WS-DAY-IDX) NOT > WS-CTR-THRESHOLD
                   ADD 1 TO WS-CS-NEAR-IN-DAYS(WS-CUS-IDX)
               END-IF
               IF WS-DY-OUT-AMT(WS-DAY-IDX) >= WS-NEAR-FLOOR
                  AND WS-DY-OUT-AMT(WS-DAY-IDX) NOT > WS-CTR-THRESHOLD
                   ADD 1 TO WS-CS-NEAR-OUT-DAYS(WS-CUS-IDX)
               END-IF
           END-PERFORM.

           WRITE BSA-RPT-REC FROM SPACES.
           MOVE 'NEAR-THRESHOLD CASH PATTERNS IN THE WINDOW'
                                          TO WS-SC-TEXT.
           WRITE BSA-RPT-REC FROM WS-SECTION-LN.
           WRITE BSA-RPT-REC FROM WS-PAT-HDR-LN.
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CS-NEAR-IN-DAYS(WS-CUS-IDX) >= WS-NEAR-DAYS
                   MOVE 'CASH IN'                 TO WS-PR-DIRECTION
                   MOVE WS-CS-NEAR-IN-DAYS(WS-CUS-IDX)
                                                  TO WS-PR-NEAR-DAYS
                   MOVE WS-CS-WIN-IN-AMT(WS-CUS-IDX)
                                                  TO WS-PR-WINDOW-AMT
                   PERFORM 540-WRITE-PATTERN
               END-IF
               IF WS-CS-NEAR-OUT-DAYS(WS-CUS-IDX) >= WS-NEAR-DAYS
                   MOVE 'CASH OUT'                TO WS-PR-DIRECTION
                   MOVE WS-CS-NEAR-OUT-DAYS(WS-CUS-IDX)
                                                  TO WS-PR-NEAR-DAYS
                   MOVE WS-CS-WIN-OUT-AMT(WS-CUS-IDX)
                                                  TO WS-PR-WINDOW-AMT
                   PERFORM 540-WRITE-PATTERN
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
       520-FIND-CUS-ENTRY.
           MOVE 'N' TO WS-CUS-FOUND-FLAG.
           MOVE 1 TO WS-CUS-IDX.
           PERFORM UNTIL CUS-FOUND OR WS-CUS-IDX > WS-CUS-COUNT
               IF WS-CS-CUST-ID(WS-CUS-IDX)
                                  EQUAL WS-DY-CUST-ID(WS-DAY-IDX)
                   SET CUS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CUS-IDX
               END-IF
           END-PERFORM.
           IF NOT CUS-FOUND
               IF WS-CUS-COUNT < WS-CUS-MAX
                   ADD 1 TO WS-CUS-COUNT
                   MOVE WS-CUS-COUNT TO WS-CUS-IDX
                   MOVE WS-DY-CUST-ID(WS-DAY-IDX)
                                     TO WS-CS-CUST-ID(WS-CUS-IDX)
                   MOVE ZERO         TO WS-CS-NEAR-IN-DAYS(WS-CUS-IDX)
                                        WS-CS-NEAR-OUT-DAYS(WS-CUS-IDX)
                                        WS-CS-WIN-IN-AMT(WS-CUS-IDX)
                                        WS-CS-WIN-OUT-AMT(WS-CUS-IDX)
               ELSE
                   DISPLAY '*** CUSTOMER TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       540-WRITE-PATTERN.
           MOVE WS-CS-CUST-ID(WS-CUS-IDX) TO WS-PR-CUST-ID
                                             CTR-CUST-ID.
           PERFORM 430-GET-NAME-ADDRESS.
           MOVE CTR-CUST-NAME            TO WS-PR-CUST-NAME.
           WRITE BSA-RPT-REC             FROM WS-PAT-DETAIL-LN.
           ADD 1 TO WS-BS-PATTERN-COUNT.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE BSA-RPT-REC                 FROM SPACES.
           MOVE 'POSTED ITEMS READ'             TO WS-BS-SUM-LABEL.
           MOVE WS-BS-POSTED-COUNT              TO WS-BS-SUM-VALUE.
           WRITE BSA-RPT-REC                    FROM WS-BS-SUMMARY-LN.

           MOVE 'HISTORY ITEMS IN WINDOW'       TO WS-BS-SUM-LABEL.
           MOVE WS-BS-HIST-COUNT                TO WS-BS-SUM-VALUE.
           WRITE BSA-RPT-REC                    FROM WS-BS-SUMMARY-LN.

           MOVE 'BRANCH CASH ITEMS COUNTED'     TO WS-BS-SUM-LABEL.
           MOVE WS-BS-CASH-COUNT                TO WS-BS-SUM-VALUE.
           WRITE BSA-RPT-REC                    FROM WS-BS-SUMMARY-LN.

           MOVE 'CTR CANDIDATES'                TO WS-BS-SUM-LABEL.
           MOVE WS-BS-CTR-COUNT                 TO WS-BS-SUM-VALUE.
           WRITE BSA-RPT-REC                    FROM WS-BS-SUMMARY-LN.

           MOVE 'CTR CASH-IN DOLLARS'           TO WS-BS-AMT-LABEL.
           MOVE WS-BS-CTR-IN-AMT                TO WS-BS-AMT-VALUE.
           WRITE BSA-RPT-REC            FROM WS-BS-AMT-SUMMARY-LN.

           MOVE 'CTR CASH-OUT DOLLARS'          TO WS-BS-AMT-LABEL.
           MOVE WS-BS-CTR-OUT-AMT               TO WS-BS-AMT-VALUE.
           WRITE BSA-RPT-REC            FROM WS-BS-AMT-SUMMARY-LN.

           MOVE 'NEAR-THRESHOLD PATTERNS'       TO WS-BS-SUM-LABEL.
           MOVE WS-BS-PATTERN-COUNT             TO WS-BS-SUM-VALUE.
           WRITE BSA-RPT-REC                    FROM WS-BS-SUMMARY-LN.
      *-----------------------------------------------------------------
       710-CALC-DAY-NUMBER.
           COPY P04-DAY-NUM-CALC.
      *-----------------------------------------------------------------
       720-CALC-DATE.
           COPY P04-DAY-NUM-DATE.
      *-----------------------------------------------------------------
      *    STAMP THE SHARED RUN-CONTROL FILE: POSTED ITEMS IN, CTR
      *    CANDIDATES OUT, NEAR-THRESHOLD PATTERNS IN THE REJECT
      *    COLUMN (ITEMS SET ASIDE FOR REVIEW), AND THE CASH-IN AND
      *    CASH-OUT DOLLARS ON THE CTR EXTRACT.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'BSA'                  TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-BS-POSTED-COUNT     TO RC-IN-COUNT.
           MOVE WS-BS-CTR-COUNT        TO RC-OUT-COUNT.
           MOVE WS-BS-PATTERN-COUNT    TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE WS-BS-CTR-IN-AMT       TO RC-DOLLAR-1.
           MOVE WS-BS-CTR-OUT-AMT      TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
