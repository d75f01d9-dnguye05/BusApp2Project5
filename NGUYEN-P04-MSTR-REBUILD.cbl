      ******************************************************************
      *PROGRAM : PROJECT 4   POINT-IN-TIME MASTER REBUILD              *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Reconstructs the customer master as it stood after    *
      *          posting on an as-of business date taken from the      *
      *          parameter card (the business date when there is no    *
      *          card). Starts from the nearest snapshot generation on *
      *          or before that date in the snapshot catalog and       *
      *          replays the posted history - the live archive and     *
      *          every archived generation - for each later posting    *
      *          night through the as-of date, account by account, in  *
      *          the order the items posted. Every posted item is      *
      *          replayed, an original later reversed by the backout   *
      *          program included, because it stood on the master      *
      *          until its reversal posted; reversed originals and     *
      *          reversal items are counted separately on the report.  *
      *          Each night replayed is proved against that night's    *
      *          POST run-control stamp (items posted, debits,         *
      *          credits), and the rebuilt balance total must equal    *
      *          the snapshot's total plus the credits and less the    *
      *          debits replayed. The rebuilt master is written in key *
      *          order to a sequential file in the master's own        *
      *          layout; the live master is never touched.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-REBUILD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAP-CAT
                                ASSIGN TO 'p04-mstr-snaps.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-FILE
                                ASSIGN TO WS-SNAP-FILENAME
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
           SELECT SORT-WORK     ASSIGN TO 'p04-rebuild-sortwork.txt'.
           SELECT OPTIONAL REBUILD-PARM
                                ASSIGN TO 'p04-rebuild-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBUILT-OUT   ASSIGN TO 'p04-mstr-rebuilt.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBUILD-RPT   ASSIGN TO 'p04-mstr-rebuild.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-CAT.
       COPY P04-SNAP-CAT-REC.

      *-----------------------------------------------------------------
      *    ONE MASTER RECORD FROM THE BASE SNAPSHOT; THE KEY AND THE
      *    BALANCE ARE BROKEN OUT FOR THE MATCH AND THE PROOF.
      *-----------------------------------------------------------------
       FD  SNAP-FILE.
       01  SNAP-REC.
           03  SNAP-KEY                    PIC X(7).
           03  FILLER                      PIC X(72).
           03  SNAP-BAL                    PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           03  FILLER                      PIC X(35).

       FD  HIST-FILE.
       COPY P04-HIST-REC.

       FD  GEN-CAT.
       COPY P04-GEN-CAT-REC.

       FD  GEN-FILE.
       01  GEN-HIST-REC                    PIC X(70).

      *-----------------------------------------------------------------
      *    A HISTORY ITEM IN THE REPLAY WINDOW, IN THE ARCHIVE'S OWN
      *    LAYOUT, SORTED TO KEY AND POSTING-NIGHT ORDER.
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-HIST-REC.
           03  SRT-HIST-KEY.
               05  SRT-HIST-CUST-ID        PIC X(5).
               05  SRT-HIST-ACCT-TYPE      PIC X(2).
           03  SRT-HIST-TRANS-DATE         PIC 9(8).
           03  SRT-HIST-TRANS-TYPE         PIC X(2).
               88  SRT-TYPE-DEBIT       VALUES 'WD' 'FE' 'FC' 'TO'.
           03  SRT-HIST-TRANS-DESC         PIC X(20).
           03  SRT-HIST-DESC-R REDEFINES SRT-HIST-TRANS-DESC.
               05  SRT-HIST-DESC-PREFIX    PIC X(12).
                   88  SRT-REVERSAL            VALUE 'REVERSAL OF '.
               05  FILLER                  PIC X(8).
           03  SRT-HIST-TRANS-AMT          PIC 9(5)V99.
           03  SRT-HIST-POST-DATE          PIC 9(8).
           03  SRT-HIST-RUN-BAL            PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           03  SRT-HIST-BATCH-SERIAL       PIC 9(6).
           03  SRT-HIST-REV-FLAG           PIC X(1).
               88  SRT-REVERSED                        VALUE 'R'.
           03  SRT-HIST-BRANCH             PIC X(3).
               88  SRT-SWEEP-ITEM                      VALUE 'ODP'.

       FD  REBUILD-PARM.
       01  REBUILD-PARM-REC.
           03  PARM-AS-OF-DATE             PIC 9(8).
           03  FILLER                      PIC X(72).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.

       FD  REBUILT-OUT.
       01  REBUILT-REC                     PIC X(122).

       FD  REBUILD-RPT.
       01  REBUILD-RPT-REC                 PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
      *    THE ACCOUNT BEING REBUILT, IN THE MASTER'S LAYOUT.
       COPY P04-CUST-REC.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'MASTER POINT-IN-TIME REBUILD REPORT'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-INFO-LN.
           03  WS-IF-LABEL                 PIC X(30).
           03  WS-IF-DATE                  PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-IF-FILENAME              PIC X(24).
           03  FILLER                      PIC X(16)   VALUE SPACES.

       01  WS-NEW-ACCT-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NA-CUST-ID               PIC X(5).
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-NA-ACCT-TYPE             PIC X(2).
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-NA-BAL                   PIC -ZZ,ZZ9.99.
           03  FILLER                      PIC X(56)   VALUE SPACES.

       01  WS-NIGHT-HDR-LN.
           03  FILLER               PIC X(12) VALUE '  NIGHT'.
           03  FILLER               PIC X(9)  VALUE '    ITEMS'.
           03  FILLER               PIC X(2)  VALUE SPACES.
           03  FILLER               PIC X(14) VALUE '        DEBITS'.
           03  FILLER               PIC X(2)  VALUE SPACES.
           03  FILLER               PIC X(14) VALUE '       CREDITS'.
           03  FILLER               PIC X(1)  VALUE SPACES.
           03  FILLER               PIC X(17)
                     VALUE '    REBUILT TOTAL'.
           03  FILLER               PIC X(1)  VALUE SPACES.
           03  FILLER               PIC X(8)  VALUE 'RESULT'.

       01  WS-NIGHT-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ND-NIGHT                 PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ND-ITEMS                 PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ND-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ND-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-ND-TOTAL                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-ND-RESULT                PIC X(8).

      *    WHAT THE NIGHT'S POST STAMP CARRIED, LISTED UNDER A NIGHT
      *    THAT DOES NOT PROVE.
       01  WS-NIGHT-STAMP-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'STAMP'.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NS-ITEMS                 PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NS-DEBITS                PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NS-CREDITS               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(27)   VALUE SPACES.

       01  WS-RB-SUMMARY-LN.
           03  WS-RB-SUM-LABEL             PIC X(30).
           03  WS-RB-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-RB-AMT-SUMMARY-LN.
           03  WS-RB-AMT-LABEL             PIC X(30).
           03  WS-RB-AMT-VALUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)   VALUE SPACES.

       01  WS-RB-MSG-LN.
           03  WS-RB-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-SNAP-FILENAME                PIC X(24)   VALUE SPACES.
       01  WS-GEN-FILENAME                 PIC X(20)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-SNAP-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-SNAP                                VALUE 'Y'.
           03  WS-CAT-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-SNAP-CAT                            VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-GEN-CAT-EOF-FLAG         PIC X           VALUE 'N'.
               88  EOF-GEN-CAT                             VALUE 'Y'.
           03  WS-GEN-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-GEN                                 VALUE 'Y'.
           03  WS-CTL-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-RUN-CTL                             VALUE 'Y'.
           03  WS-BASE-FOUND-FLAG          PIC X           VALUE 'N'.
               88  BASE-FOUND                              VALUE 'Y'.
           03  WS-PARM-BAD-FLAG            PIC X           VALUE 'N'.
               88  PARM-BAD                                VALUE 'Y'.
           03  WS-NIGHT-FOUND-FLAG         PIC X           VALUE 'N'.
               88  NIGHT-FOUND                             VALUE 'Y'.
           03  WS-NEW-ACCT-FLAG            PIC X           VALUE 'N'.
               88  NEW-ACCOUNT                             VALUE 'Y'.
           03  WS-NIGHT-FAIL-FLAG          PIC X           VALUE 'N'.
               88  NIGHT-FAILED                            VALUE 'Y'.
           03  WS-PROOF-FAIL-FLAG          PIC X           VALUE 'N'.
               88  PROOF-FAILED                            VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE SNAPSHOT CATALOG: THE BASE IS THE LATEST GENERATION ON
      *    OR BEFORE THE AS-OF DATE.
      *-----------------------------------------------------------------
       01  WS-CAT-TABLE.
           03  WS-CAT-MAX                  PIC 9(3)        VALUE 400.
           03  WS-CAT-COUNT                PIC 9(3)        VALUE ZERO.
           03  WS-CAT-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-CAT-ENTRY OCCURS 400 TIMES.
               05  WS-CT-SNAP-DATE         PIC 9(8).
               05  WS-CT-FILENAME          PIC X(24).
               05  WS-CT-REC-COUNT         PIC 9(7).
               05  WS-CT-BAL-TOTAL         PIC S9(11)V99.

      *-----------------------------------------------------------------
      *    THE HISTORY GENERATION CATALOG WRITTEN BY THE ARCHIVE ROLL-
      *    OFF. THE SPLIT IS BY TRANSACTION YEAR, SO A LATE-DATED ITEM
      *    POSTED INSIDE THE REPLAY WINDOW MAY SIT IN ANY GENERATION;
      *    ALL OF THEM ARE READ.
      *-----------------------------------------------------------------
       01  WS-GEN-TABLE.
           03  WS-GEN-MAX                  PIC 9(2)        VALUE 20.
           03  WS-GEN-COUNT                PIC 9(2)        VALUE ZERO.
           03  WS-GEN-IDX                  PIC 9(2)        VALUE ZERO.
           03  WS-GEN-ENTRY OCCURS 20 TIMES.
               05  WS-GN-FILENAME          PIC X(20).

      *-----------------------------------------------------------------
      *    ONE ENTRY PER POSTING NIGHT AFTER THE BASE SNAPSHOT, IN
      *    DATE ORDER: WHAT THE REPLAY FOUND ON HISTORY AND WHAT THE
      *    NIGHT'S POST STAMP SAYS WAS POSTED. SWEEP ITEMS ARE IN THE
      *    DOLLARS BUT NOT THE ITEM COUNT, EXACTLY AS THE POSTING RUN
      *    STAMPS THEM.
      *-----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           03  WS-NIGHT-MAX                PIC 9(3)        VALUE 400.
           03  WS-NIGHT-COUNT              PIC 9(3)        VALUE ZERO.
           03  WS-NIGHT-IDX                PIC 9(3)        VALUE ZERO.
           03  WS-NIGHT-SUB                PIC 9(3)        VALUE ZERO.
           03  WS-NIGHT-NEXT               PIC 9(3)        VALUE ZERO.
           03  WS-NIGHT-ENTRY OCCURS 400 TIMES.
               05  WS-NT-DATE              PIC 9(8).
               05  WS-NT-ITEM-COUNT        PIC 9(7).
               05  WS-NT-DEBITS            PIC 9(9)V99.
               05  WS-NT-CREDITS           PIC 9(9)V99.
               05  WS-NT-STAMP-FLAG        PIC X.
                   88  NT-STAMPED                      VALUE 'Y'.
               05  WS-NT-ST-COUNT          PIC 9(7).
               05  WS-NT-ST-DEBITS         PIC S9(9)V99.
               05  WS-NT-ST-CREDITS        PIC S9(9)V99.

       01  WS-REBUILD-WORK.
           03  WS-AS-OF-DATE               PIC 9(8)        VALUE ZERO.
           03  WS-BASE-IDX                 PIC 9(3)        VALUE ZERO.
           03  WS-BASE-DATE                PIC 9(8)        VALUE ZERO.
           03  WS-NIGHT-DATE               PIC 9(8)        VALUE ZERO.
           03  WS-CUR-NIGHT                PIC 9(8)        VALUE ZERO.
           03  WS-SNAP-MATCH-KEY           PIC X(7)        VALUE SPACES.
           03  WS-HIST-MATCH-KEY           PIC X(7)        VALUE SPACES.
           03  WS-RUN-TOTAL                PIC S9(11)V99   VALUE ZERO.

       01  WS-RB-TOTALS.
           03  WS-RB-SNAP-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-RB-SNAP-TOTAL            PIC S9(11)V99   VALUE ZERO.
           03  WS-RB-ITEM-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-RB-REVERSED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-RB-REVERSAL-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-RB-NEW-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-RB-CLOSED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-RB-OUT-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-RB-FAIL-NIGHTS           PIC 9(3)        VALUE ZERO.
           03  WS-RB-DEBITS                PIC 9(11)V99    VALUE ZERO.
           03  WS-RB-CREDITS               PIC 9(11)V99    VALUE ZERO.
           03  WS-RB-EXPECTED-TOTAL        PIC S9(11)V99   VALUE ZERO.
           03  WS-RB-OUT-TOTAL             PIC S9(11)V99   VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           OPEN OUTPUT REBUILD-RPT.
           DISPLAY 'Project 4 - Master Rebuild - David Nguyen'.
           PERFORM 150-READ-REBUILD-PARM.
           PERFORM 300-PRINT-TITLE-LN.
           IF PARM-BAD
               MOVE '** AS-OF DATE INVALID OR AFTER THE BUSINESS DATE'
                 TO WS-RB-TEXT
               PERFORM 800-REFUSE-REBUILD
           END-IF.
           PERFORM 160-LOAD-SNAP-CATALOG.
           IF NOT BASE-FOUND
               MOVE '** NO SNAPSHOT ON OR BEFORE THE AS-OF DATE'
                 TO WS-RB-TEXT
               PERFORM 800-REFUSE-REBUILD
           END-IF.
           PERFORM 170-LOAD-POST-STAMPS.
           PERFORM 180-LOAD-GEN-CATALOG.
           PERFORM 320-PRINT-BASE-LN.

           SORT SORT-WORK ON ASCENDING KEY    SRT-HIST-KEY
                             ASCENDING KEY    SRT-HIST-POST-DATE
                             WITH DUPLICATES IN ORDER
                             INPUT PROCEDURE  400-SELECT-HISTORY
                             OUTPUT PROCEDURE 500-REBUILD-MASTER.
           IF WS-RB-NEW-COUNT EQUAL ZERO
               MOVE '  NONE' TO WS-RB-TEXT
               WRITE REBUILD-RPT-REC FROM WS-RB-MSG-LN
           END-IF.

           PERFORM 600-PROVE-NIGHTS.
           PERFORM 700-PRINT-SUMMARY.
           DISPLAY 'End of master rebuild run'.

           CLOSE REBUILD-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    THE AS-OF DATE. WITHOUT A CARD THE MASTER IS REBUILT AS OF
      *    THE BUSINESS DATE; A DATE THAT IS NOT NUMERIC, OR IS LATER
      *    THAN THE BUSINESS DATE, REFUSES THE RUN.
      *-----------------------------------------------------------------
       150-READ-REBUILD-PARM.
           MOVE WS-BUS-DATE-NUM TO WS-AS-OF-DATE.
           OPEN INPUT REBUILD-PARM.
           READ REBUILD-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-AS-OF-DATE NUMERIC
                      AND PARM-AS-OF-DATE > ZERO
                      AND PARM-AS-OF-DATE NOT > WS-BUS-DATE-NUM
                       MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                   ELSE
                       SET PARM-BAD TO TRUE
                   END-IF
           END-READ.
           CLOSE REBUILD-PARM.
      *-----------------------------------------------------------------
      *    LOAD THE SNAPSHOT CATALOG AND PICK THE BASE: THE LATEST
      *    GENERATION TAKEN ON OR BEFORE THE AS-OF DATE.
      *-----------------------------------------------------------------
       160-LOAD-SNAP-CATALOG.
           OPEN INPUT SNAP-CAT.
           PERFORM UNTIL EOF-SNAP-CAT
               READ SNAP-CAT
                   AT END
                       SET EOF-SNAP-CAT TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < WS-CAT-MAX
                           ADD 1 TO WS-CAT-COUNT
                           MOVE SC-SNAP-DATE
                             TO WS-CT-SNAP-DATE(WS-CAT-COUNT)
                           MOVE SC-FILENAME
                             TO WS-CT-FILENAME(WS-CAT-COUNT)
                           MOVE SC-REC-COUNT
                             TO WS-CT-REC-COUNT(WS-CAT-COUNT)
                           MOVE SC-BAL-TOTAL
                             TO WS-CT-BAL-TOTAL(WS-CAT-COUNT)
                       ELSE
                           DISPLAY '*** CATALOG TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-CAT.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-SNAP-DATE(WS-CAT-IDX) NOT > WS-AS-OF-DATE
                  AND WS-CT-SNAP-DATE(WS-CAT-IDX) NOT < WS-BASE-DATE
                   SET  BASE-FOUND  TO TRUE
                   MOVE WS-CAT-IDX  TO WS-BASE-IDX
                   MOVE WS-CT-SNAP-DATE(WS-CAT-IDX) TO WS-BASE-DATE
               END-IF
           END-PERFORM.
           IF BASE-FOUND
               MOVE WS-CT-FILENAME(WS-BASE-IDX)  TO WS-SNAP-FILENAME
               MOVE WS-CT-BAL-TOTAL(WS-BASE-IDX) TO WS-RUN-TOTAL
           END-IF.
      *-----------------------------------------------------------------
      *    EVERY POST STAMP FOR A NIGHT AFTER THE BASE SNAPSHOT AND
      *    THROUGH THE AS-OF DATE. THE FILE IS NEVER TRUNCATED, SO A
      *    NIGHT STAMPED TWICE KEEPS ITS LATEST STAMP.
      *-----------------------------------------------------------------
       170-LOAD-POST-STAMPS.
           OPEN INPUT RUN-CTL.
           PERFORM UNTIL EOF-RUN-CTL
               READ RUN-CTL
                   AT END
                       SET EOF-RUN-CTL TO TRUE
                   NOT AT END
                       IF RC-PROG-POST
                          AND RC-RUN-DATE > WS-BASE-DATE
                          AND RC-RUN-DATE NOT > WS-AS-OF-DATE
                           MOVE RC-RUN-DATE     TO WS-NIGHT-DATE
                           PERFORM 260-FIND-NIGHT
                           SET NT-STAMPED(WS-NIGHT-IDX) TO TRUE
                           MOVE RC-OUT-COUNT
                             TO WS-NT-ST-COUNT(WS-NIGHT-IDX)
                           MOVE RC-DOLLAR-1
                             TO WS-NT-ST-DEBITS(WS-NIGHT-IDX)
                           MOVE RC-DOLLAR-2
                             TO WS-NT-ST-CREDITS(WS-NIGHT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
      *    A MISSING CATALOG MEANS NO ROLL-OFF HAS EVER RUN.
      *-----------------------------------------------------------------
       180-LOAD-GEN-CATALOG.
           OPEN INPUT GEN-CAT.
           PERFORM UNTIL EOF-GEN-CAT
               READ GEN-CAT
                   AT END
                       SET EOF-GEN-CAT TO TRUE
                   NOT AT END
                       IF WS-GEN-COUNT < WS-GEN-MAX
                           ADD 1 TO WS-GEN-COUNT
                           MOVE GC-FILENAME
                             TO WS-GN-FILENAME(WS-GEN-COUNT)
                       ELSE
                           DISPLAY '*** GENERATION TABLE FULL - '
                                   'RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-CAT.
      *-----------------------------------------------------------------
      *    FIND THE NIGHT ENTRY FOR WS-NIGHT-DATE, INSERTING A ZEROED
      *    ONE IN DATE ORDER WHEN IT IS NOT YET IN THE TABLE.
      *-----------------------------------------------------------------
       260-FIND-NIGHT.
           MOVE 'N' TO WS-NIGHT-FOUND-FLAG.
           MOVE 1 TO WS-NIGHT-IDX.
           PERFORM UNTIL NIGHT-FOUND OR WS-NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NT-DATE(WS-NIGHT-IDX) EQUAL WS-NIGHT-DATE
                   SET NIGHT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-NIGHT-IDX
               END-IF
           END-PERFORM.
           IF NOT NIGHT-FOUND
               IF WS-NIGHT-COUNT NOT < WS-NIGHT-MAX
                   DISPLAY '*** NIGHT TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-NIGHT-IDX
               PERFORM UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   OR WS-NT-DATE(WS-NIGHT-IDX) > WS-NIGHT-DATE
                   ADD 1 TO WS-NIGHT-IDX
               END-PERFORM
               PERFORM VARYING WS-NIGHT-SUB FROM WS-NIGHT-COUNT BY -1
                       UNTIL WS-NIGHT-SUB < WS-NIGHT-IDX
                   COMPUTE WS-NIGHT-NEXT = WS-NIGHT-SUB + 1
                   MOVE WS-NIGHT-ENTRY(WS-NIGHT-SUB)
                     TO WS-NIGHT-ENTRY(WS-NIGHT-NEXT)
               END-PERFORM
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-DATE TO WS-NT-DATE(WS-NIGHT-IDX)
               MOVE ZERO          TO WS-NT-ITEM-COUNT(WS-NIGHT-IDX)
                                     WS-NT-DEBITS(WS-NIGHT-IDX)
                                     WS-NT-CREDITS(WS-NIGHT-IDX)
                                     WS-NT-ST-COUNT(WS-NIGHT-IDX)
                                     WS-NT-ST-DEBITS(WS-NIGHT-IDX)
                                     WS-NT-ST-CREDITS(WS-NIGHT-IDX)
               MOVE 'N'           TO WS-NT-STAMP-FLAG(WS-NIGHT-IDX)
           END-IF.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE REBUILD-RPT-REC FROM WS-TITLE-LN.
           WRITE REBUILD-RPT-REC FROM SPACES.
           MOVE  'AS-OF BUSINESS DATE' TO WS-IF-LABEL.
           MOVE  WS-AS-OF-DATE         TO WS-IF-DATE.
           MOVE  SPACES                TO WS-IF-FILENAME.
           WRITE REBUILD-RPT-REC FROM WS-INFO-LN.
      *-----------------------------------------------------------------
       320-PRINT-BASE-LN.
           MOVE  'BASE SNAPSHOT'       TO WS-IF-LABEL.
           MOVE  WS-BASE-DATE          TO WS-IF-DATE.
           MOVE  WS-SNAP-FILENAME      TO WS-IF-FILENAME.
           WRITE REBUILD-RPT-REC FROM WS-INFO-LN.
           WRITE REBUILD-RPT-REC FROM SPACES.
           MOVE  'ACCOUNTS NOT ON THE BASE SNAPSHOT - OPENED SINCE'
             TO WS-RB-TEXT.
           WRITE REBUILD-RPT-REC FROM WS-RB-MSG-LN.
           WRITE REBUILD-RPT-REC FROM SPACES.
      *-----------------------------------------------------------------
      *    SORT INPUT: THE LIVE ARCHIVE, THEN EVERY ARCHIVED
      *    GENERATION.
      *-----------------------------------------------------------------
       400-SELECT-HISTORY.
           OPEN INPUT HIST-FILE.
           PERFORM UNTIL EOF-HIST
               READ HIST-FILE
                   AT END
                       SET EOF-HIST TO TRUE
                   NOT AT END
                       MOVE HIST-REC TO SORT-HIST-REC
                       PERFORM 420-SELECT-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               PERFORM 410-READ-GENERATION
           END-PERFORM.
      *-----------------------------------------------------------------
       410-READ-GENERATION.
           MOVE WS-GN-FILENAME(WS-GEN-IDX) TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-GEN-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           PERFORM UNTIL EOF-GEN
               READ GEN-FILE
                   AT END
                       SET EOF-GEN TO TRUE
                   NOT AT END
                       MOVE GEN-HIST-REC TO SORT-HIST-REC
                       PERFORM 420-SELECT-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
      *-----------------------------------------------------------------
      *    AN ITEM POSTED AFTER THE BASE SNAPSHOT AND ON OR BEFORE THE
      *    AS-OF DATE IS REPLAYED AND COUNTED TO ITS POSTING NIGHT.
      *-----------------------------------------------------------------
       420-SELECT-ONE-ITEM.
           IF SRT-HIST-POST-DATE > WS-BASE-DATE
              AND SRT-HIST-POST-DATE NOT > WS-AS-OF-DATE
               MOVE SRT-HIST-POST-DATE TO WS-NIGHT-DATE
               PERFORM 260-FIND-NIGHT
               IF NOT SRT-SWEEP-ITEM
                   ADD 1 TO WS-NT-ITEM-COUNT(WS-NIGHT-IDX)
               END-IF
               IF SRT-TYPE-DEBIT
                   ADD SRT-HIST-TRANS-AMT
                     TO WS-NT-DEBITS(WS-NIGHT-IDX)
               ELSE
                   ADD SRT-HIST-TRANS-AMT
                     TO WS-NT-CREDITS(WS-NIGHT-IDX)
               END-IF
               RELEASE SORT-HIST-REC
           END-IF.
      *-----------------------------------------------------------------
      *    SORT OUTPUT: MATCH THE BASE SNAPSHOT (IN KEY ORDER) AGAINST
      *    THE SORTED ITEMS. A SNAPSHOT ACCOUNT WITH NO ITEMS IS
      *    CARRIED AS IT WAS; ONE WITH ITEMS HAS THEM APPLIED; ITEMS
      *    FOR AN ACCOUNT NOT ON THE SNAPSHOT BELONG TO AN ACCOUNT
      *    OPENED SINCE, WHICH THE MASTER APPROVAL RUN ADDS AT A ZERO
      *    BALANCE, SO IT IS REBUILT FROM ZERO AND LISTED.
      *-----------------------------------------------------------------
       500-REBUILD-MASTER.
           OPEN INPUT  SNAP-FILE.
           OPEN OUTPUT REBUILT-OUT.
           PERFORM 510-READ-SNAP.
           PERFORM 520-RETURN-HIST.
           PERFORM UNTIL WS-SNAP-MATCH-KEY EQUAL HIGH-VALUES
                     AND WS-HIST-MATCH-KEY EQUAL HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SNAP-MATCH-KEY < WS-HIST-MATCH-KEY
                       MOVE SNAP-REC TO CUST-REC
                       PERFORM 560-WRITE-REBUILT
                       PERFORM 510-READ-SNAP
                   WHEN WS-SNAP-MATCH-KEY EQUAL WS-HIST-MATCH-KEY
                       MOVE SNAP-REC TO CUST-REC
                       PERFORM 540-APPLY-ACCOUNT-ITEMS
                       PERFORM 560-WRITE-REBUILT
                       PERFORM 510-READ-SNAP
                   WHEN OTHER
                       PERFORM 530-START-NEW-ACCOUNT
                       PERFORM 540-APPLY-ACCOUNT-ITEMS
                       PERFORM 560-WRITE-REBUILT
               END-EVALUATE
           END-PERFORM.
           CLOSE SNAP-FILE
                 REBUILT-OUT.
      *-----------------------------------------------------------------
       510-READ-SNAP.
           READ SNAP-FILE
               AT END
                   SET  EOF-SNAP    TO TRUE
                   MOVE HIGH-VALUES TO WS-SNAP-MATCH-KEY
               NOT AT END
                   MOVE SNAP-KEY    TO WS-SNAP-MATCH-KEY
                   ADD  1           TO WS-RB-SNAP-COUNT
                   ADD  SNAP-BAL    TO WS-RB-SNAP-TOTAL
           END-READ.
      *-----------------------------------------------------------------
       520-RETURN-HIST.
           RETURN SORT-WORK
               AT END
                   MOVE HIGH-VALUES  TO WS-HIST-MATCH-KEY
               NOT AT END
                   MOVE SRT-HIST-KEY TO WS-HIST-MATCH-KEY
           END-RETURN.
      *-----------------------------------------------------------------
       530-START-NEW-ACCOUNT.
           MOVE SPACES             TO CUST-REC.
           MOVE WS-HIST-MATCH-KEY  TO CUST-KEY.
           MOVE ZERO               TO CUST-BAL
                                      CUST-LAST-ACT-DATE
                                      CUST-CLOSE-DATE
                                      CUST-RET-MAIL-DATE
                                      CUST-ADDR-CHG-DATE.
           MOVE 'O'                TO CUST-STATUS.
           SET  NEW-ACCOUNT        TO TRUE.
      *-----------------------------------------------------------------
      *    APPLY ONE ACCOUNT'S ITEMS NIGHT BY NIGHT, CLOSING OUT EACH
      *    NIGHT THE WAY THE POSTING RUN DOES.
      *-----------------------------------------------------------------
       540-APPLY-ACCOUNT-ITEMS.
           MOVE SRT-HIST-POST-DATE TO WS-CUR-NIGHT.
           PERFORM UNTIL WS-HIST-MATCH-KEY NOT EQUAL CUST-KEY
               IF SRT-HIST-POST-DATE NOT EQUAL WS-CUR-NIGHT
                   PERFORM 580-CLOSE-AT-NIGHT-END
                   MOVE SRT-HIST-POST-DATE TO WS-CUR-NIGHT
               END-IF
               PERFORM 550-APPLY-ONE-ITEM
               PERFORM 520-RETURN-HIST
           END-PERFORM.
           PERFORM 580-CLOSE-AT-NIGHT-END.
      *-----------------------------------------------------------------
      *    DEBITS COME OFF THE BALANCE, CREDITS GO ON. THE LAST-
      *    ACTIVITY DATE ADVANCES ON CUSTOMER ITEMS ONLY, NOT ON THE
      *    SWEEP TRANSFERS THE POSTING RUN GENERATES ITSELF.
      *-----------------------------------------------------------------
       550-APPLY-ONE-ITEM.
           ADD 1 TO WS-RB-ITEM-COUNT.
           IF SRT-TYPE-DEBIT
               SUBTRACT SRT-HIST-TRANS-AMT FROM CUST-BAL
               ADD      SRT-HIST-TRANS-AMT TO   WS-RB-DEBITS
           ELSE
               ADD      SRT-HIST-TRANS-AMT TO   CUST-BAL
               ADD      SRT-HIST-TRANS-AMT TO   WS-RB-CREDITS
           END-IF.
           IF NOT SRT-SWEEP-ITEM
              AND SRT-HIST-TRANS-DATE > CUST-LAST-ACT-DATE
               MOVE SRT-HIST-TRANS-DATE TO CUST-LAST-ACT-DATE
           END-IF.
           IF SRT-REVERSED
               ADD 1 TO WS-RB-REVERSED-COUNT
           END-IF.
           IF SRT-REVERSAL
               ADD 1 TO WS-RB-REVERSAL-COUNT
           END-IF.
      *-----------------------------------------------------------------
       560-WRITE-REBUILT.
           WRITE REBUILT-REC FROM CUST-REC.
           ADD 1        TO WS-RB-OUT-COUNT.
           ADD CUST-BAL TO WS-RB-OUT-TOTAL.
           IF NEW-ACCOUNT
               MOVE CUST-ID        TO WS-NA-CUST-ID
               MOVE CUST-ACCT-TYPE TO WS-NA-ACCT-TYPE
               MOVE CUST-BAL       TO WS-NA-BAL
               WRITE REBUILD-RPT-REC FROM WS-NEW-ACCT-LN
               ADD 1               TO WS-RB-NEW-COUNT
               MOVE 'N'            TO WS-NEW-ACCT-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *    A CLOSING ACCOUNT THAT ENDS A NIGHT AT ZERO CLOSED THAT
      *    NIGHT, JUST AS THE POSTING RUN MARKED IT.
      *-----------------------------------------------------------------
       580-CLOSE-AT-NIGHT-END.
           IF CUST-STATUS-CLOSING
              AND CUST-BAL EQUAL ZERO
               MOVE 'X'          TO CUST-STATUS
               MOVE WS-CUR-NIGHT TO CUST-CLOSE-DATE
               ADD  1            TO WS-RB-CLOSED-COUNT
           END-IF.
      *-----------------------------------------------------------------
      *    PROVE EACH NIGHT REPLAYED: ITS ITEMS, DEBITS AND CREDITS
      *    MUST EQUAL THE NIGHT'S POST STAMP. THE REBUILT BALANCE
      *    TOTAL AT THE END OF EACH NIGHT IS LISTED ALONGSIDE.
      *-----------------------------------------------------------------
       600-PROVE-NIGHTS.
           WRITE REBUILD-RPT-REC FROM SPACES.
           WRITE REBUILD-RPT-REC FROM WS-NIGHT-HDR-LN.
           WRITE REBUILD-RPT-REC FROM SPACES.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               PERFORM 620-PROVE-ONE-NIGHT
           END-PERFORM.
      *-----------------------------------------------------------------
       620-PROVE-ONE-NIGHT.
           MOVE 'N' TO WS-NIGHT-FAIL-FLAG.
           COMPUTE WS-RUN-TOTAL = WS-RUN-TOTAL
                                + WS-NT-CREDITS(WS-NIGHT-IDX)
                                - WS-NT-DEBITS(WS-NIGHT-IDX).
           MOVE WS-NT-DATE(WS-NIGHT-IDX)       TO WS-ND-NIGHT.
           MOVE WS-NT-ITEM-COUNT(WS-NIGHT-IDX) TO WS-ND-ITEMS.
           MOVE WS-NT-DEBITS(WS-NIGHT-IDX)     TO WS-ND-DEBITS.
           MOVE WS-NT-CREDITS(WS-NIGHT-IDX)    TO WS-ND-CREDITS.
           MOVE WS-RUN-TOTAL                   TO WS-ND-TOTAL.
           IF NOT NT-STAMPED(WS-NIGHT-IDX)
               SET  NIGHT-FAILED TO TRUE
               MOVE 'NO STAMP'   TO WS-ND-RESULT
           ELSE
               IF WS-NT-ITEM-COUNT(WS-NIGHT-IDX) NOT EQUAL
                  WS-NT-ST-COUNT(WS-NIGHT-IDX)
                  OR WS-NT-DEBITS(WS-NIGHT-IDX) NOT EQUAL
                     WS-NT-ST-DEBITS(WS-NIGHT-IDX)
                  OR WS-NT-CREDITS(WS-NIGHT-IDX) NOT EQUAL
                     WS-NT-ST-CREDITS(WS-NIGHT-IDX)
                   SET NIGHT-FAILED TO TRUE
               END-IF
           END-IF.

           IF NIGHT-FAILED
               IF NT-STAMPED(WS-NIGHT-IDX)
                   MOVE 'FAILED' TO WS-ND-RESULT
               END-IF
               ADD 1 TO WS-RB-FAIL-NIGHTS
           ELSE
               MOVE 'PROVED' TO WS-ND-RESULT
           END-IF.
           WRITE REBUILD-RPT-REC FROM WS-NIGHT-DETAIL-LN.
           IF NIGHT-FAILED AND NT-STAMPED(WS-NIGHT-IDX)
               MOVE WS-NT-ST-COUNT(WS-NIGHT-IDX)   TO WS-NS-ITEMS
               MOVE WS-NT-ST-DEBITS(WS-NIGHT-IDX)  TO WS-NS-DEBITS
               MOVE WS-NT-ST-CREDITS(WS-NIGHT-IDX) TO WS-NS-CREDITS
               WRITE REBUILD-RPT-REC FROM WS-NIGHT-STAMP-LN
           END-IF.
      *-----------------------------------------------------------------
      *    THE REBUILD PROVES WHEN THE BASE SNAPSHOT MATCHES ITS
      *    CATALOG ENTRY, EVERY NIGHT PROVES, AND THE REBUILT BALANCE
      *    TOTAL EQUALS THE SNAPSHOT TOTAL PLUS CREDITS LESS DEBITS
      *    REPLAYED; OTHERWISE THE RUN ENDS WITH RETURN CODE 8.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           COMPUTE WS-RB-EXPECTED-TOTAL = WS-CT-BAL-TOTAL(WS-BASE-IDX)
                                        + WS-RB-CREDITS
                                        - WS-RB-DEBITS.
           WRITE REBUILD-RPT-REC             FROM SPACES.
           MOVE 'SNAPSHOT RECORDS READ'      TO WS-RB-SUM-LABEL.
           MOVE WS-RB-SNAP-COUNT             TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'NIGHTS REPLAYED'            TO WS-RB-SUM-LABEL.
           MOVE WS-NIGHT-COUNT               TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'NIGHTS NOT PROVED'          TO WS-RB-SUM-LABEL.
           MOVE WS-RB-FAIL-NIGHTS            TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'ITEMS REPLAYED'             TO WS-RB-SUM-LABEL.
           MOVE WS-RB-ITEM-COUNT             TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE '  ORIGINALS LATER REVERSED' TO WS-RB-SUM-LABEL.
           MOVE WS-RB-REVERSED-COUNT         TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE '  REVERSAL ITEMS'           TO WS-RB-SUM-LABEL.
           MOVE WS-RB-REVERSAL-COUNT         TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'ACCOUNTS NOT ON SNAPSHOT'   TO WS-RB-SUM-LABEL.
           MOVE WS-RB-NEW-COUNT              TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'ACCOUNTS CLOSED IN REPLAY'  TO WS-RB-SUM-LABEL.
           MOVE WS-RB-CLOSED-COUNT           TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'REBUILT RECORDS WRITTEN'    TO WS-RB-SUM-LABEL.
           MOVE WS-RB-OUT-COUNT              TO WS-RB-SUM-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-SUMMARY-LN.

           MOVE 'SNAPSHOT BALANCE TOTAL'     TO WS-RB-AMT-LABEL.
           MOVE WS-RB-SNAP-TOTAL             TO WS-RB-AMT-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-AMT-SUMMARY-LN.

           MOVE 'CREDITS REPLAYED'           TO WS-RB-AMT-LABEL.
           MOVE WS-RB-CREDITS                TO WS-RB-AMT-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-AMT-SUMMARY-LN.

           MOVE 'DEBITS REPLAYED'            TO WS-RB-AMT-LABEL.
           MOVE WS-RB-DEBITS                 TO WS-RB-AMT-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-AMT-SUMMARY-LN.

           MOVE 'EXPECTED BALANCE TOTAL'     TO WS-RB-AMT-LABEL.
           MOVE WS-RB-EXPECTED-TOTAL         TO WS-RB-AMT-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-AMT-SUMMARY-LN.

           MOVE 'REBUILT BALANCE TOTAL'      TO WS-RB-AMT-LABEL.
           MOVE WS-RB-OUT-TOTAL              TO WS-RB-AMT-VALUE.
           WRITE REBUILD-RPT-REC             FROM WS-RB-AMT-SUMMARY-LN.

           IF WS-RB-SNAP-COUNT NOT EQUAL WS-CT-REC-COUNT(WS-BASE-IDX)
              OR WS-RB-SNAP-TOTAL NOT EQUAL
                 WS-CT-BAL-TOTAL(WS-BASE-IDX)
               SET PROOF-FAILED TO TRUE
               MOVE '** BASE SNAPSHOT DOES NOT MATCH ITS CATALOG ENTRY'
                 TO WS-RB-TEXT
               WRITE REBUILD-RPT-REC FROM SPACES
               WRITE REBUILD-RPT-REC FROM WS-RB-MSG-LN
           END-IF.
           IF WS-RB-FAIL-NIGHTS NOT EQUAL ZERO
              OR WS-RB-OUT-TOTAL NOT EQUAL WS-RB-EXPECTED-TOTAL
               SET PROOF-FAILED TO TRUE
           END-IF.

           IF PROOF-FAILED
               MOVE '** REBUILD DOES NOT PROVE - NOT FOR USE'
                 TO WS-RB-TEXT
               DISPLAY '*** REBUILD PROOF FAILED - SEE '
                       'p04-mstr-rebuild.rpt'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'EVERY NIGHT PROVED - REBUILD PROVED'
                 TO WS-RB-TEXT
           END-IF.
           WRITE REBUILD-RPT-REC FROM SPACES.
           WRITE REBUILD-RPT-REC FROM WS-RB-MSG-LN.
      *-----------------------------------------------------------------
      *    NOTHING CAN BE REBUILT: SAY WHY ON THE REPORT AND STOP.
      *-----------------------------------------------------------------
       800-REFUSE-REBUILD.
           WRITE REBUILD-RPT-REC FROM SPACES.
           WRITE REBUILD-RPT-REC FROM WS-RB-MSG-LN.
           DISPLAY '*** REBUILD REFUSED - SEE p04-mstr-rebuild.rpt'.
           CLOSE REBUILD-RPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *-----------------------------------------------------------------
