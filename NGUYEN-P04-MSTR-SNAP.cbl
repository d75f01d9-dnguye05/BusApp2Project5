      ******************************************************************
      *PROGRAM : PROJECT 4   NIGHTLY MASTER SNAPSHOT GENERATION        *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Runs after NGUYEN-P04-ROLLFWD has rolled the night's  *
      *          balances onto the indexed customer master and copies  *
      *          the whole master, in key order, to a dated generation *
      *          file named p04-snap-YYYYMMDD.txt. The generation is   *
      *          read back and proved against the count and balance    *
      *          total written before it is logged in the snapshot     *
      *          catalog. A rerun for the same business date replaces  *
      *          that date's generation rather than adding a second.   *
      *          Operations keep a set number of generations (from the *
      *          optional parameter card); the oldest beyond it are    *
      *          rolled off the catalog and listed on the report so    *
      *          their files can be scratched. The point-in-time       *
      *          rebuild program starts from these generations.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-SNAP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p04-mstr.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS CUST-KEY.
           SELECT SNAP-FILE     ASSIGN TO WS-SNAP-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-CAT
                                ASSIGN TO 'p04-mstr-snaps.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-PARM
                                ASSIGN TO 'p04-snap-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAP-RPT      ASSIGN TO 'p04-mstr-snap.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL
                                ASSIGN TO 'p04-run-control.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

      *-----------------------------------------------------------------
      *    ONE MASTER RECORD AS IT STOOD AFTER POSTING; ONLY THE
      *    BALANCE IS BROKEN OUT, FOR THE READ-BACK PROOF.
      *-----------------------------------------------------------------
       FD  SNAP-FILE.
       01  SNAP-REC.
           03  FILLER                      PIC X(79).
           03  SNAP-BAL                    PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE CHARACTER.
           03  FILLER                      PIC X(35).

       FD  SNAP-CAT.
       COPY P04-SNAP-CAT-REC.

       FD  SNAP-PARM.
       01  SNAP-PARM-REC.
           03  PARM-KEEP-GENS              PIC 9(3).
           03  FILLER                      PIC X(77).

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  SNAP-RPT.
       01  SNAP-RPT-REC                    PIC X(80).

       FD  RUN-CTL.
       COPY P04-RUN-CTL-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'MASTER SNAPSHOT GENERATION REPORT'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-KEEP-LN.
           03  FILLER                      PIC X(30)
                     VALUE 'GENERATIONS KEPT'.
           03  WS-KP-KEEP-GENS             PIC ZZ9.
           03  FILLER                      PIC X(47)   VALUE SPACES.

       01  WS-GEN-HDR-LN.
           03  FILLER               PIC X(13) VALUE '  STATUS'.
           03  FILLER               PIC X(10) VALUE 'DATE'.
           03  FILLER               PIC X(24) VALUE 'FILENAME'.
           03  FILLER               PIC X(9)  VALUE '  RECORDS'.
           03  FILLER               PIC X(2)  VALUE SPACES.
           03  FILLER               PIC X(18)
                     VALUE '     BALANCE TOTAL'.
           03  FILLER               PIC X(4)  VALUE SPACES.

       01  WS-GEN-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-STATUS                PIC X(10).
           03  FILLER                      PIC X(1)    VALUE SPACES.
           03  WS-GD-SNAP-DATE             PIC 9(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-FILENAME              PIC X(24).
           03  WS-GD-REC-COUNT             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-GD-BAL-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(4)    VALUE SPACES.

       01  WS-SN-SUMMARY-LN.
           03  WS-SN-SUM-LABEL             PIC X(30).
           03  WS-SN-SUM-VALUE             PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(41)   VALUE SPACES.

       01  WS-SN-AMT-SUMMARY-LN.
           03  WS-SN-AMT-LABEL             PIC X(30).
           03  WS-SN-AMT-VALUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)   VALUE SPACES.

       01  WS-SN-MSG-LN.
           03  WS-SN-TEXT                  PIC X(50).
           03  FILLER                      PIC X(30)   VALUE SPACES.

       01  WS-SNAP-FILENAME                PIC X(24)   VALUE SPACES.

       01  WS-FLAGS.
           03  WS-MST-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-MASTER                              VALUE 'Y'.
           03  WS-SNAP-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-SNAP                                VALUE 'Y'.
           03  WS-CAT-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-SNAP-CAT                            VALUE 'Y'.
           03  WS-CAT-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CAT-FOUND                               VALUE 'Y'.
           03  WS-PROOF-FAIL-FLAG          PIC X           VALUE 'N'.
               88  PROOF-FAILED                            VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE SNAPSHOT CATALOG, HELD IN BUSINESS-DATE ORDER FOR THE
      *    WHOLE RUN AND WRITTEN BACK WHOLE AT THE END, THE WAY THE
      *    HISTORY ARCHIVE KEEPS ITS GENERATION CATALOG. A CATALOG
      *    PAST THE TABLE LIMIT STOPS THE RUN.
      *-----------------------------------------------------------------
       01  WS-CAT-TABLE.
           03  WS-CAT-MAX                  PIC 9(3)        VALUE 400.
           03  WS-CAT-COUNT                PIC 9(3)        VALUE ZERO.
           03  WS-CAT-IDX                  PIC 9(3)        VALUE ZERO.
           03  WS-CAT-SUB                  PIC 9(3)        VALUE ZERO.
           03  WS-CAT-NEXT                 PIC 9(3)        VALUE ZERO.
           03  WS-CAT-ENTRY OCCURS 400 TIMES.
               05  WS-CT-SNAP-DATE         PIC 9(8).
               05  WS-CT-FILENAME          PIC X(24).
               05  WS-CT-REC-COUNT         PIC 9(7).
               05  WS-CT-BAL-TOTAL         PIC S9(11)V99.

       01  WS-SNAP-PARMS.
           03  WS-KEEP-GENS                PIC 9(3)        VALUE 030.

       01  WS-SN-TOTALS.
           03  WS-SN-READ-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-SN-WRITE-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SN-PROOF-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-SN-ROLL-COUNT            PIC 9(3)        VALUE ZERO.
           03  WS-SN-BAL-TOTAL             PIC S9(11)V99   VALUE ZERO.
           03  WS-SN-PROOF-TOTAL           PIC S9(11)V99   VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-READ-SNAP-PARMS.
           PERFORM 160-LOAD-SNAP-CATALOG.
           OPEN INPUT  CUST-MST.
           OPEN OUTPUT SNAP-RPT.

           DISPLAY 'Project 4 - Master Snapshot - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 400-WRITE-SNAPSHOT.
           PERFORM 450-PROVE-SNAPSHOT.
           IF NOT PROOF-FAILED
               PERFORM 500-CATALOG-SNAPSHOT
               PERFORM 550-ROLL-OFF-GENERATIONS
               PERFORM 600-REWRITE-CATALOG
           END-IF.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRITE-RUN-CONTROL.
           DISPLAY 'End of master snapshot run'.

           CLOSE CUST-MST
                 SNAP-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       140-GET-BUS-DATE.
           COPY SYS-DATE-TIME-MOVE.
           COPY P04-BUS-DATE-GET.
      *-----------------------------------------------------------------
      *    GENERATIONS TO KEEP. WITHOUT A CARD THE LAST THIRTY
      *    NIGHTS ARE KEPT; A CARD ASKING FOR MORE THAN THE CATALOG
      *    CAN HOLD IS HELD TO ONE LESS THAN THE CATALOG LIMIT, SO THE
      *    CATALOG LEFT BY THE LAST RUN ALWAYS HAS ROOM FOR TONIGHT'S
      *    GENERATION BEFORE THE OLDEST ONE ROLLS OFF.
      *-----------------------------------------------------------------
       150-READ-SNAP-PARMS.
           OPEN INPUT SNAP-PARM.
           READ SNAP-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-KEEP-GENS NUMERIC
                      AND PARM-KEEP-GENS > ZERO
                       MOVE PARM-KEEP-GENS TO WS-KEEP-GENS
                   END-IF
           END-READ.
           CLOSE SNAP-PARM.
           IF WS-KEEP-GENS NOT < WS-CAT-MAX
               COMPUTE WS-KEEP-GENS = WS-CAT-MAX - 1
           END-IF.
      *-----------------------------------------------------------------
      *    A MISSING CATALOG SIMPLY MEANS NO SNAPSHOT HAS EVER RUN.
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
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE SNAP-RPT-REC FROM WS-TITLE-LN.
           WRITE SNAP-RPT-REC FROM SPACES.
           MOVE  WS-KEEP-GENS TO WS-KP-KEEP-GENS.
           WRITE SNAP-RPT-REC FROM WS-KEEP-LN.
           WRITE SNAP-RPT-REC FROM SPACES.
      *-----------------------------------------------------------------
      *    COPY THE MASTER TO TONIGHT'S GENERATION IN KEY ORDER, SO
      *    THE REBUILD CAN MATCH IT AGAINST SORTED HISTORY.
      *-----------------------------------------------------------------
       400-WRITE-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-FILENAME.
           STRING 'p04-snap-'     DELIMITED BY SIZE
                  WS-BUS-DATE     DELIMITED BY SIZE
                  '.txt'          DELIMITED BY SIZE
                  INTO WS-SNAP-FILENAME.
           OPEN OUTPUT SNAP-FILE.
           PERFORM UNTIL EOF-MASTER
               READ CUST-MST
                   AT END
                       SET EOF-MASTER TO TRUE
                   NOT AT END
                       ADD  1        TO WS-SN-READ-COUNT
                       WRITE SNAP-REC FROM CUST-REC
                       ADD  1        TO WS-SN-WRITE-COUNT
                       ADD  CUST-BAL TO WS-SN-BAL-TOTAL
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
      *-----------------------------------------------------------------
      *    READ THE GENERATION BACK: ITS RECORD COUNT AND BALANCE
      *    TOTAL MUST EQUAL WHAT WAS COPIED FROM THE MASTER, OR IT IS
      *    NOT CATALOGED AND THE RUN ENDS WITH RETURN CODE 8.
      *-----------------------------------------------------------------
       450-PROVE-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           PERFORM UNTIL EOF-SNAP
               READ SNAP-FILE
                   AT END
                       SET EOF-SNAP TO TRUE
                   NOT AT END
                       ADD 1        TO WS-SN-PROOF-COUNT
                       ADD SNAP-BAL TO WS-SN-PROOF-TOTAL
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           IF WS-SN-PROOF-COUNT NOT EQUAL WS-SN-READ-COUNT
              OR WS-SN-PROOF-TOTAL NOT EQUAL WS-SN-BAL-TOTAL
               SET PROOF-FAILED TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    A RERUN FOR A DATE ALREADY CATALOGED REPLACES THAT ENTRY;
      *    A NEW DATE IS INSERTED IN DATE ORDER.
      *-----------------------------------------------------------------
       500-CATALOG-SNAPSHOT.
           MOVE 'N' TO WS-CAT-FOUND-FLAG.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM UNTIL CAT-FOUND OR WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-SNAP-DATE(WS-CAT-IDX) EQUAL WS-BUS-DATE-NUM
                   SET CAT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CAT-IDX
               END-IF
           END-PERFORM.
           IF NOT CAT-FOUND
               IF WS-CAT-COUNT NOT < WS-CAT-MAX
                   DISPLAY '*** CATALOG TABLE FULL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-CAT-IDX
               PERFORM UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   OR WS-CT-SNAP-DATE(WS-CAT-IDX) > WS-BUS-DATE-NUM
                   ADD 1 TO WS-CAT-IDX
               END-PERFORM
               PERFORM VARYING WS-CAT-SUB FROM WS-CAT-COUNT BY -1
                       UNTIL WS-CAT-SUB < WS-CAT-IDX
                   COMPUTE WS-CAT-NEXT = WS-CAT-SUB + 1
                   MOVE WS-CAT-ENTRY(WS-CAT-SUB)
                     TO WS-CAT-ENTRY(WS-CAT-NEXT)
               END-PERFORM
               ADD 1 TO WS-CAT-COUNT
           END-IF.
           MOVE WS-BUS-DATE-NUM   TO WS-CT-SNAP-DATE(WS-CAT-IDX).
           MOVE WS-SNAP-FILENAME  TO WS-CT-FILENAME(WS-CAT-IDX).
           MOVE WS-SN-WRITE-COUNT TO WS-CT-REC-COUNT(WS-CAT-IDX).
           MOVE WS-SN-BAL-TOTAL   TO WS-CT-BAL-TOTAL(WS-CAT-IDX).
      *-----------------------------------------------------------------
      *    THE OLDEST GENERATIONS BEYOND THE NUMBER KEPT COME OFF THE
      *    CATALOG AND ARE LISTED FOR OPERATIONS TO SCRATCH; THE REST
      *    ARE LISTED AS KEPT, TONIGHT'S AS NEW.
      *-----------------------------------------------------------------
       550-ROLL-OFF-GENERATIONS.
           WRITE SNAP-RPT-REC FROM WS-GEN-HDR-LN.
           WRITE SNAP-RPT-REC FROM SPACES.
           IF WS-CAT-COUNT > WS-KEEP-GENS
               COMPUTE WS-SN-ROLL-COUNT = WS-CAT-COUNT - WS-KEEP-GENS
               MOVE 'ROLLED OFF' TO WS-GD-STATUS
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-SN-ROLL-COUNT
                   PERFORM 560-LIST-GENERATION
               END-PERFORM
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-KEEP-GENS
                   COMPUTE WS-CAT-NEXT = WS-CAT-IDX + WS-SN-ROLL-COUNT
                   MOVE WS-CAT-ENTRY(WS-CAT-NEXT)
                     TO WS-CAT-ENTRY(WS-CAT-IDX)
               END-PERFORM
               MOVE WS-KEEP-GENS TO WS-CAT-COUNT
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CT-SNAP-DATE(WS-CAT-IDX) EQUAL WS-BUS-DATE-NUM
                   MOVE 'NEW'  TO WS-GD-STATUS
               ELSE
                   MOVE 'KEPT' TO WS-GD-STATUS
               END-IF
               PERFORM 560-LIST-GENERATION
           END-PERFORM.
      *-----------------------------------------------------------------
       560-LIST-GENERATION.
           MOVE WS-CT-SNAP-DATE(WS-CAT-IDX) TO WS-GD-SNAP-DATE.
           MOVE WS-CT-FILENAME(WS-CAT-IDX)  TO WS-GD-FILENAME.
           MOVE WS-CT-REC-COUNT(WS-CAT-IDX) TO WS-GD-REC-COUNT.
           MOVE WS-CT-BAL-TOTAL(WS-CAT-IDX) TO WS-GD-BAL-TOTAL.
           WRITE SNAP-RPT-REC FROM WS-GEN-DETAIL-LN.
      *-----------------------------------------------------------------
       600-REWRITE-CATALOG.
           OPEN OUTPUT SNAP-CAT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CT-SNAP-DATE(WS-CAT-IDX) TO SC-SNAP-DATE
               MOVE WS-CT-FILENAME(WS-CAT-IDX)  TO SC-FILENAME
               MOVE WS-CT-REC-COUNT(WS-CAT-IDX) TO SC-REC-COUNT
               MOVE WS-CT-BAL-TOTAL(WS-CAT-IDX) TO SC-BAL-TOTAL
               WRITE SNAP-CAT-REC
           END-PERFORM.
           CLOSE SNAP-CAT.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE SNAP-RPT-REC                FROM SPACES.
           MOVE 'MASTER RECORDS READ'        TO WS-SN-SUM-LABEL.
           MOVE WS-SN-READ-COUNT             TO WS-SN-SUM-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-SUMMARY-LN.

           MOVE 'SNAPSHOT RECORDS WRITTEN'   TO WS-SN-SUM-LABEL.
           MOVE WS-SN-WRITE-COUNT            TO WS-SN-SUM-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-SUMMARY-LN.

           MOVE 'SNAPSHOT RECORDS READ BACK' TO WS-SN-SUM-LABEL.
           MOVE WS-SN-PROOF-COUNT            TO WS-SN-SUM-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-SUMMARY-LN.

           MOVE 'MASTER BALANCE TOTAL'       TO WS-SN-AMT-LABEL.
           MOVE WS-SN-BAL-TOTAL              TO WS-SN-AMT-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-AMT-SUMMARY-LN.

           MOVE 'SNAPSHOT BALANCE READ BACK' TO WS-SN-AMT-LABEL.
           MOVE WS-SN-PROOF-TOTAL            TO WS-SN-AMT-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-AMT-SUMMARY-LN.

           MOVE 'GENERATIONS ROLLED OFF'     TO WS-SN-SUM-LABEL.
           MOVE WS-SN-ROLL-COUNT             TO WS-SN-SUM-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-SUMMARY-LN.

           MOVE 'GENERATIONS CATALOGED'      TO WS-SN-SUM-LABEL.
           MOVE WS-CAT-COUNT                 TO WS-SN-SUM-VALUE.
           WRITE SNAP-RPT-REC                FROM WS-SN-SUMMARY-LN.

           IF PROOF-FAILED
               MOVE '** READ-BACK DOES NOT PROVE - NOT CATALOGED'
                 TO WS-SN-TEXT
               DISPLAY '*** SNAPSHOT PROOF FAILED - SEE '
                       'p04-mstr-snap.rpt'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'READ-BACK = MASTER - SNAPSHOT PROVED'
                 TO WS-SN-TEXT
           END-IF.
           WRITE SNAP-RPT-REC FROM SPACES.
           WRITE SNAP-RPT-REC FROM WS-SN-MSG-LN.
      *-----------------------------------------------------------------
      *    STAMP THE RUN-CONTROL FILE: RECORDS IN AND COPIED, AND THE
      *    MASTER BALANCE TOTAL THE GENERATION WAS PROVED TO.
      *-----------------------------------------------------------------
       900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL.
           MOVE 'SNAP'                 TO RC-PROGRAM.
           MOVE WS-BUS-DATE            TO RC-RUN-DATE.
           MOVE WS-SYS-TIME            TO RC-RUN-TIME.
           MOVE WS-SN-READ-COUNT       TO RC-IN-COUNT.
           MOVE WS-SN-WRITE-COUNT      TO RC-OUT-COUNT.
           MOVE ZERO                   TO RC-REJECT-COUNT.
           MOVE ZERO                   TO RC-SUSP-COUNT.
           MOVE WS-SN-BAL-TOTAL        TO RC-DOLLAR-1.
           MOVE ZERO                   TO RC-DOLLAR-2.
           WRITE RUN-CTL-REC.
           CLOSE RUN-CTL.
      *-----------------------------------------------------------------
