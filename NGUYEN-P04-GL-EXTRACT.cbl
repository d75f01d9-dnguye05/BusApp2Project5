      *          proof listing showing debits equal credits. An        *
      *          unmapped transaction type or an out-of-balance        *
      *          journal stops the feed: nothing is written to the     *
      *          journal file and the run ends with return code 8. A   *
      *          mapping card may name a branch, overriding the type's *
      *          default card for that branch's items; dispute         *
      *          provisional credits and their reversals (branch DSP)  *
      *          are mapped that way to the dispute suspense account.  *
      *          Provisional credits made final never post, so their   *
      *          write-off entries come from the dispute GL file       *
      *          written by NGUYEN-P04-DSP-MAINT and are mapped after  *
      *          the posted activity; an entry not dated tonight is    *
      *          left from an earlier night and is listed and skipped. *
      *          Each released journal carries the suspense account's  *
      *          running balance forward for NGUYEN-P04-DSP-AGING to   *
      *          tie to.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-GL-EXTRACT.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DSP-GL-IN
                                ASSIGN TO 'p04-dsp-gl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DSP-SUSP
                                ASSIGN TO 'p04-gl-dsp-susp.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.

      *-----------------------------------------------------------------
      *    ONE MAPPING CARD PER TRANSACTION TYPE: THE GL ACCOUNT TO
      *    DEBIT AND THE GL ACCOUNT TO CREDIT FOR THAT TYPE. A CARD
      *    THAT ALSO NAMES A BRANCH APPLIES ONLY TO THAT BRANCH'S
      *    ITEMS OF THE TYPE; THE CARD WITH A BLANK BRANCH COVERS THE
      *    REST.
      *-----------------------------------------------------------------
       FD  GL-MAP.
       01  GL-MAP-REC.
           03  GLM-TRANS-TYPE              PIC X(2).
           03  GLM-DR-ACCT                 PIC X(6).
           03  GLM-CR-ACCT                 PIC X(6).
           03  GLM-BRANCH                  PIC X(3).
           03  FILLER                      PIC X(63).

       FD  GL-JOURNAL.
       01  GL-JRNL-REC.

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

      *-----------------------------------------------------------------
      *    DISPUTE WRITE-OFF ENTRIES IN THE TRANSACTION LAYOUT, READ
      *    INTO THE POSTED RECORD AREA AND MAPPED THE SAME WAY.
      *-----------------------------------------------------------------
       FD  DSP-GL-IN.
       01  DSP-GL-IN-REC                   PIC X(53).

       FD  DSP-SUSP.
       COPY P04-DSP-SUSP-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
           03  WS-GL-SUM-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(33)   VALUE SPACES.

       01  WS-GL-SIGNED-SUMMARY-LN.
           03  WS-GL-SGN-LABEL             PIC X(29).
           03  WS-GL-SGN-VALUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(34)   VALUE SPACES.

      *-----------------------------------------------------------------
      *    TYPE-TO-ACCOUNT MAP LOADED AT START-UP AND THE PER-ACCOUNT
      *    DEBIT/CREDIT TOTALS ACCUMULATED FROM THE POSTED ACTIVITY.
               05  WS-MAP-TYPE             PIC X(2).
               05  WS-MAP-DR-ACCT          PIC X(6).
               05  WS-MAP-CR-ACCT          PIC X(6).
               05  WS-MAP-BRANCH           PIC X(3).
           03  WS-MAP-DFLT-IDX             PIC 9(2)        VALUE ZERO.

       01  WS-ACCT-TOTALS.
           03  WS-ACCT-MAX                 PIC 9(2)        VALUE 40.
               88  BRANCH-FOUND                            VALUE 'Y'.
           03  WS-FEED-STOP-FLAG           PIC X           VALUE 'N'.
               88  FEED-STOPPED                            VALUE 'Y'.
           03  WS-DSP-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-DSP-GL                              VALUE 'Y'.

      *-----------------------------------------------------------------
      *    THE DISPUTE SUSPENSE ACCOUNT AND ITS BALANCE BEFORE TONIGHT.
      *    THE ACCOUNT NUMBER CARRIED ON THE BALANCE FILE WINS; THE
      *    DEFAULT ONLY SEEDS THE FIRST RUN.
      *-----------------------------------------------------------------
       01  WS-SUSP-WORK.
           03  WS-SUSP-ACCT                PIC X(6)
                     VALUE '150100'.
           03  WS-SUSP-PRIOR-BAL           PIC S9(11)V99   VALUE ZERO.
           03  WS-SUSP-DR-AMT              PIC 9(11)V99    VALUE ZERO.
           03  WS-SUSP-CR-AMT              PIC 9(11)V99    VALUE ZERO.
           03  WS-SUSP-BAL                 PIC S9(11)V99   VALUE ZERO.

       01  WS-MISC-VARS.
           03  WS-WORK-ACCT                PIC X(6).
       01  WS-GL-TOTALS.
           03  WS-GL-TRANS-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-GL-UNMAPPED-COUNT        PIC 9(7)        VALUE ZERO.
           03  WS-GL-DSP-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-GL-DSP-STALE-COUNT       PIC 9(7)        VALUE ZERO.
           03  WS-GL-TOTAL-DR              PIC 9(11)V99    VALUE ZERO.
           03  WS-GL-TOTAL-CR              PIC 9(11)V99    VALUE ZERO.
      *-----------------------------------------------------------------
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 150-LOAD-TYPE-MAP.
           PERFORM 170-LOAD-SUSP-BAL.
           OPEN INPUT  POSTED-IN.
           OPEN INPUT  DSP-GL-IN.
           OPEN OUTPUT GL-JOURNAL.
           OPEN OUTPUT GL-PROOF.

           DISPLAY 'Project 4 - GL Journal Extract - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 200-MAP-ONE-TRANS UNTIL EOF-POSTED.
           PERFORM 205-MAP-ONE-DSP-ENTRY UNTIL EOF-DSP-GL.
           PERFORM 600-PROVE-AND-RELEASE.
           PERFORM 700-PRINT-SUMMARY.
           DISPLAY 'End of GL extract run'.

           CLOSE POSTED-IN
                 DSP-GL-IN
                 GL-JOURNAL
                 GL-PROOF.
           STOP RUN.
                             TO WS-MAP-DR-ACCT(WS-MAP-COUNT)
                           MOVE GLM-CR-ACCT
                             TO WS-MAP-CR-ACCT(WS-MAP-COUNT)
                           MOVE GLM-BRANCH
                             TO WS-MAP-BRANCH(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-MAP.
      *-----------------------------------------------------------------
      *    A RERUN FOR THE SAME BUSINESS DATE STARTS AGAIN FROM THE
      *    BALANCE BEFORE THAT DATE, NOT THE ONE IT ALREADY CARRIED.
      *-----------------------------------------------------------------
       170-LOAD-SUSP-BAL.
           OPEN INPUT DSP-SUSP.
           READ DSP-SUSP
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SB-ACCT TO WS-SUSP-ACCT
                   IF SB-BUS-DATE EQUAL WS-BUS-DATE-NUM
                       MOVE SB-PRIOR-BAL TO WS-SUSP-PRIOR-BAL
                   ELSE
                       MOVE SB-BAL       TO WS-SUSP-PRIOR-BAL
                   END-IF
           END-READ.
           CLOSE DSP-SUSP.
      *-----------------------------------------------------------------
      *    DOUBLE-ENTRY MAPPING: EVERY POSTED TRANSACTION DEBITS THE
      *    MAPPED DEBIT ACCOUNT AND CREDITS THE MAPPED CREDIT ACCOUNT
      *    FOR ITS TYPE, SO THE JOURNAL BALANCES BY CONSTRUCTION AND
           END-READ.
           IF NOT EOF-POSTED
               ADD 1 TO WS-GL-TRANS-COUNT
               PERFORM 210-MAP-TRANS
           END-IF.
      *-----------------------------------------------------------------
      *    THE DISPUTE GL FILE IS ONLY REWRITTEN ON A NIGHT THE DISPUTE
      *    MAINTENANCE RUNS, SO AN ENTRY NOT DATED TONIGHT WAS ALREADY
      *    JOURNALED ON ITS OWN NIGHT: IT IS LISTED AND SKIPPED.
      *-----------------------------------------------------------------
       205-MAP-ONE-DSP-ENTRY.
           READ DSP-GL-IN INTO TRANS-REC
               AT END
                   SET EOF-DSP-GL TO TRUE
           END-READ.
           IF NOT EOF-DSP-GL
               IF TRANS-YR  EQUAL WS-BUS-YYYY
                  AND TRANS-MO  EQUAL WS-BUS-MM
                  AND TRANS-DAY EQUAL WS-BUS-DD
                   ADD 1 TO WS-GL-DSP-COUNT
                   PERFORM 210-MAP-TRANS
               ELSE
                   ADD 1 TO WS-GL-DSP-STALE-COUNT
                   MOVE SPACES TO WS-PROOF-MSG-LN
                   STRING '** STALE DSP GL ENTRY SKIPPED '
                                      DELIMITED BY SIZE
                          TRANS-KEY   DELIMITED BY SIZE
                          ' '         DELIMITED BY SIZE
                          TRANS-DATE  DELIMITED BY SIZE
                          INTO WS-PM-TEXT
                   WRITE GL-PROOF-REC FROM WS-PROOF-MSG-LN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       210-MAP-TRANS.
           PERFORM 220-FIND-TYPE-MAP.
           IF MAP-FOUND
               MOVE WS-MAP-DR-ACCT(WS-MAP-IDX) TO WS-WORK-ACCT
               SET  WORK-SIDE-DEBIT  TO TRUE
               PERFORM 240-POST-TO-ACCT
               MOVE WS-MAP-CR-ACCT(WS-MAP-IDX) TO WS-WORK-ACCT
               SET  WORK-SIDE-CREDIT TO TRUE
               PERFORM 240-POST-TO-ACCT
               PERFORM 260-POST-TO-BRANCH
           ELSE
               ADD 1 TO WS-GL-UNMAPPED-COUNT
               SET FEED-STOPPED TO TRUE
               MOVE SPACES TO WS-PROOF-MSG-LN
               STRING '** UNMAPPED TRANS TYPE ' DELIMITED BY SIZE
                      TRANS-TYPE                DELIMITED BY SIZE
                      ' ON TRANS '              DELIMITED BY SIZE
                      TRANS-ID                  DELIMITED BY SIZE
                      INTO WS-PM-TEXT
               WRITE GL-PROOF-REC FROM WS-PROOF-MSG-LN
           END-IF.
      *-----------------------------------------------------------------
      *    A CARD FOR THE TYPE AND THE ITEM'S OWN BRANCH WINS; FAILING
      *    THAT, THE FIRST CARD FOR THE TYPE WITH A BLANK BRANCH.
      *-----------------------------------------------------------------
       220-FIND-TYPE-MAP.
           MOVE 'N' TO WS-MAP-FOUND-FLAG.
           MOVE ZERO TO WS-MAP-DFLT-IDX.
           MOVE 1 TO WS-MAP-IDX.
           PERFORM UNTIL MAP-FOUND OR WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-IDX) EQUAL TRANS-TYPE
                  AND WS-MAP-BRANCH(WS-MAP-IDX) NOT EQUAL SPACES
                  AND WS-MAP-BRANCH(WS-MAP-IDX) EQUAL TRANS-BRANCH
                   SET MAP-FOUND TO TRUE
               ELSE
                   IF WS-MAP-TYPE(WS-MAP-IDX) EQUAL TRANS-TYPE
                      AND WS-MAP-BRANCH(WS-MAP-IDX) EQUAL SPACES
                      AND WS-MAP-DFLT-IDX EQUAL ZERO
                       MOVE WS-MAP-IDX TO WS-MAP-DFLT-IDX
                   END-IF
                   ADD 1 TO WS-MAP-IDX
               END-IF
           END-PERFORM.
           IF NOT MAP-FOUND AND WS-MAP-DFLT-IDX > ZERO
               MOVE WS-MAP-DFLT-IDX TO WS-MAP-IDX
               SET MAP-FOUND TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       240-POST-TO-ACCT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 650-WRITE-JOURNAL
               PERFORM 680-CARRY-SUSP-BAL
               MOVE 'JOURNAL IN BALANCE - FEED RELEASED'
                 TO WS-PM-TEXT
               WRITE GL-PROOF-REC FROM WS-PROOF-MSG-LN
               MOVE WS-ACCT-CR-TOTAL(WS-ACCT-IDX) TO JRNL-CR-AMT
               WRITE GL-JRNL-REC
           END-PERFORM.
      *-----------------------------------------------------------------
      *    ONLY A RELEASED JOURNAL MOVES THE SUSPENSE BALANCE: THE
      *    NIGHT'S DEBITS TO THE ACCOUNT (PROVISIONAL CREDITS GIVEN)
      *    ADD TO IT, ITS CREDITS (REVERSALS AND WRITE-OFFS) CLEAR IT.
      *-----------------------------------------------------------------
       680-CARRY-SUSP-BAL.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-NUMBER(WS-ACCT-IDX) EQUAL WS-SUSP-ACCT
                   MOVE WS-ACCT-DR-TOTAL(WS-ACCT-IDX) TO WS-SUSP-DR-AMT
                   MOVE WS-ACCT-CR-TOTAL(WS-ACCT-IDX) TO WS-SUSP-CR-AMT
               END-IF
           END-PERFORM.
           COMPUTE WS-SUSP-BAL = WS-SUSP-PRIOR-BAL
                               + WS-SUSP-DR-AMT
                               - WS-SUSP-CR-AMT.
           MOVE WS-BUS-DATE-NUM      TO SB-BUS-DATE.
           MOVE WS-SUSP-ACCT         TO SB-ACCT.
           MOVE WS-SUSP-PRIOR-BAL    TO SB-PRIOR-BAL.
           MOVE WS-SUSP-DR-AMT       TO SB-DR-AMT.
           MOVE WS-SUSP-CR-AMT       TO SB-CR-AMT.
           MOVE WS-SUSP-BAL          TO SB-BAL.
           OPEN OUTPUT DSP-SUSP.
           WRITE DSP-SUSP-REC.
           CLOSE DSP-SUSP.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE GL-PROOF-REC              FROM SPACES.
           MOVE 'TOTAL CREDITS'               TO WS-GL-SUM-LABEL.
           MOVE WS-GL-TOTAL-CR                TO WS-GL-SUM-VALUE.
           WRITE GL-PROOF-REC                 FROM WS-GL-SUMMARY-LN.

           WRITE GL-PROOF-REC              FROM SPACES.
           MOVE 'DISPUTE GL ENTRIES MAPPED'   TO WS-GL-SUM-LABEL.
           MOVE WS-GL-DSP-COUNT               TO WS-GL-SUM-VALUE.
           WRITE GL-PROOF-REC                 FROM WS-GL-SUMMARY-LN.
           MOVE 'STALE DISPUTE ENTRIES SKIPPED' TO WS-GL-SUM-LABEL.
           MOVE WS-GL-DSP-STALE-COUNT         TO WS-GL-SUM-VALUE.
           WRITE GL-PROOF-REC                 FROM WS-GL-SUMMARY-LN.
           IF FEED-STOPPED
               MOVE 'DISPUTE SUSPENSE BALANCE NOT CARRIED FORWARD'
                 TO WS-PM-TEXT
               WRITE GL-PROOF-REC FROM WS-PROOF-MSG-LN
           ELSE
               MOVE SPACES TO WS-PROOF-MSG-LN
               STRING 'DISPUTE SUSPENSE ACCOUNT ' DELIMITED BY SIZE
                      WS-SUSP-ACCT                DELIMITED BY SIZE
                      INTO WS-PM-TEXT
               WRITE GL-PROOF-REC FROM WS-PROOF-MSG-LN
               MOVE '  PRIOR BALANCE'         TO WS-GL-SGN-LABEL
               MOVE WS-SUSP-PRIOR-BAL         TO WS-GL-SGN-VALUE
               WRITE GL-PROOF-REC         FROM WS-GL-SIGNED-SUMMARY-LN
               MOVE '  DEBITS'                TO WS-GL-SUM-LABEL
               MOVE WS-SUSP-DR-AMT            TO WS-GL-SUM-VALUE
               WRITE GL-PROOF-REC             FROM WS-GL-SUMMARY-LN
               MOVE '  CREDITS'               TO WS-GL-SUM-LABEL
               MOVE WS-SUSP-CR-AMT            TO WS-GL-SUM-VALUE
               WRITE GL-PROOF-REC             FROM WS-GL-SUMMARY-LN
               MOVE '  ENDING BALANCE'        TO WS-GL-SGN-LABEL
               MOVE WS-SUSP-BAL               TO WS-GL-SGN-VALUE
               WRITE GL-PROOF-REC         FROM WS-GL-SIGNED-SUMMARY-LN
           END-IF.
      *-----------------------------------------------------------------
