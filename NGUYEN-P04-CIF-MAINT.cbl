      ******************************************************************
      *PROGRAM : PROJECT 4   CUSTOMER INFORMATION FILE MAINTENANCE     *
      *AUTHOR  : David Nguyen                                          *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maker side of customer information file maintenance.  *
      *          Each add/change card (one record per CUST-ID: name,   *
      *          address, taxpayer ID and its certification, date of   *
      *          birth, phone) is edited against the indexed CIF and,  *
      *          when it passes, queued on the CIF pending file        *
      *          stamped with the entering operator; the CIF itself is *
      *          only read here. Nothing is applied until the CIF      *
      *          approval run (NGUYEN-P04-CIF-APPR), under a different *
      *          operator ID, approves the item. A TIN must be nine    *
      *          digits, and a customer cannot be marked certified     *
      *          without one; a card that fails an edit is logged as   *
      *          an error and not queued. Every card is written to the *
      *          before/after audit log with its maker, and a queued   *
      *          change of address or TIN is called out in the note.   *
      *          Each card stands alone, so cards need not be in       *
      *          CUST-ID sequence.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-CIF-MAINT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT CIF-TRANS     ASSIGN TO 'p04-cif-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CIF-PEND-FILE
                                ASSIGN TO 'p04-cif-pending.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUS-DATE-CARD
                                ASSIGN TO 'p04-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG
                                ASSIGN TO 'p04-cif-audit.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  CIF-TRANS.
       01  CM-REC.
           03  CM-ACTION                   PIC X(1).
               88  CM-ADD                              VALUE 'A'.
               88  CM-CHANGE                           VALUE 'C'.
           03  CM-CUST-ID                  PIC X(5).
           03  CM-NAME                     PIC X(20).
           03  CM-STREET                   PIC X(25).
           03  CM-CITY                     PIC X(20).
           03  CM-STATE                    PIC X(2).
           03  CM-ZIP                      PIC X(5).
           03  CM-TIN                      PIC X(9).
           03  CM-TIN-CERT-FLAG            PIC X(1).
               88  CM-TIN-CERTIFIED                    VALUE 'Y'.
               88  CM-TIN-CERT-VALID           VALUES 'Y' 'N' ' '.
           03  CM-BIRTH-DATE               PIC X(8).
           03  CM-BIRTH-DATE-NUM REDEFINES CM-BIRTH-DATE
                                           PIC 9(8).
           03  CM-PHONE                    PIC X(10).
      *    OPERATOR ID OF THE CLERK WHO KEYED THE CARD (THE MAKER).
           03  CM-OPERATOR                 PIC X(8).

      *-----------------------------------------------------------------
      *    CARDS WAITING FOR THE CIF APPROVAL RUN. READ ONCE AT
      *    START-UP FOR THE LAST PENDING ID ISSUED TODAY, THEN EXTENDED.
      *-----------------------------------------------------------------
       FD  CIF-PEND-FILE.
       COPY P04-CIF-PEND-REC.

       FD  BUS-DATE-CARD.
       COPY P04-BUS-DATE-REC.

       FD  AUDIT-LOG.
       01  AUDIT-REC                       PIC X(123).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       COPY P04-BUS-DATE-WS.
       COPY P04-CIF-AUD-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'CUSTOMER INFORMATION FILE AUDIT LOG'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-PEND-ID-WORK.
           03  WS-PI-ENTRY-DATE            PIC 9(8).
           03  FILLER                      PIC X(1)        VALUE '-'.
           03  WS-PI-SEQ                   PIC 9(4).

       01  WS-FLAGS.
           03  WS-MAINT-EOF-FLAG           PIC X           VALUE 'N'.
               88  MAINT-EOF                               VALUE 'Y'.
           03  WS-KEY-FOUND-FLAG           PIC X           VALUE 'N'.
               88  KEY-FOUND                               VALUE 'Y'.
           03  WS-PEND-EOF-FLAG            PIC X           VALUE 'N'.
               88  EOF-PEND-FILE                           VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-LAST-SEQ                 PIC 9(4)        VALUE ZERO.

       01  WS-CIF-COUNTS.
           03  WS-CC-CARD-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-CC-ADD-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-CC-CHANGE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-CC-ADDR-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-CC-TIN-COUNT             PIC 9(7)        VALUE ZERO.
           03  WS-CC-ERROR-COUNT           PIC 9(7)        VALUE ZERO.

       01  WS-SUMMARY-LN.
           03  WS-SUM-LABEL                PIC X(30).
           03  WS-SUM-VALUE                PIC Z,ZZZ,ZZ9.
           03  FILLER                      PIC X(38)       VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 140-GET-BUS-DATE.
           PERFORM 160-FIND-LAST-PEND-SEQ.
           OPEN INPUT  CIF-FILE.
           OPEN INPUT  CIF-TRANS.
           OPEN EXTEND CIF-PEND-FILE.
      *    THE MAINTENANCE AND APPROVAL RUNS SHARE ONE AUDIT LOG, SO
      *    EACH RUN ADDS ITS OWN TITLED SECTION TO IT.
           OPEN EXTEND AUDIT-LOG.

           DISPLAY 'Project 4 - CIF Maintenance - David Nguyen'.
           PERFORM 300-PRINT-TITLE-LN.
           PERFORM 420-READ-CIF-TRANS.
           PERFORM 200-PROCESS-MAINTENANCE UNTIL MAINT-EOF.
           PERFORM 800-PRINT-SUMMARY.
           DISPLAY 'End of CIF maintenance run'.

           CLOSE CIF-FILE
                 CIF-TRANS
                 CIF-PEND-FILE
                 AUDIT-LOG.
           STOP RUN.
      *-----------------------------------------------------------------
      *    THE PENDING ID CARRIES THE CYCLE'S BUSINESS DATE, NOT THE
      *    WALL-CLOCK DATE.
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
           OPEN INPUT CIF-PEND-FILE.
           PERFORM UNTIL EOF-PEND-FILE
               READ CIF-PEND-FILE
                   AT END
                       SET EOF-PEND-FILE TO TRUE
                   NOT AT END
                       IF CP-ENTRY-DATE EQUAL WS-BUS-DATE-NUM
                          AND CP-SEQ > WS-LAST-SEQ
                           MOVE CP-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CIF-PEND-FILE.
      *-----------------------------------------------------------------
      *    EACH CARD IS EDITED ON ITS OWN AGAINST THE CIF AS IT STANDS
      *    NOW: AN ADD MUST NOT EXIST YET, A CHANGE MUST. A CARD THAT
      *    PASSES IS QUEUED FOR APPROVAL; THE APPROVAL RUN EDITS IT
      *    AGAIN WHEN IT IS APPLIED, SINCE THE CIF MAY HAVE MOVED ON IN
      *    BETWEEN. THE TIN IS NINE DIGITS OR BLANK, AND CERTIFICATION
      *    NEEDS A TIN TO CERTIFY.
      *-----------------------------------------------------------------
       200-PROCESS-MAINTENANCE.
           ADD  1                    TO WS-CC-CARD-COUNT.
           MOVE CM-CUST-ID           TO WS-AUD-CUST-ID.
           MOVE SPACES               TO WS-AUD-PEND-ID
                                        WS-AUD-BEFORE-NAME
                                        WS-AUD-BEFORE-CERT
                                        WS-AUD-CHECKER.
           MOVE CM-NAME              TO WS-AUD-AFTER-NAME.
           MOVE CM-TIN-CERT-FLAG     TO WS-AUD-AFTER-CERT.
           MOVE CM-OPERATOR          TO WS-AUD-MAKER.
           PERFORM 430-READ-CIF-BY-KEY.
           IF KEY-FOUND
               MOVE CIF-NAME         TO WS-AUD-BEFORE-NAME
               MOVE CIF-TIN-CERT-FLAG TO WS-AUD-BEFORE-CERT
           END-IF.
           EVALUATE TRUE
               WHEN CM-OPERATOR EQUAL SPACES
                   MOVE 'NO OPERATOR ID'     TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN NOT CM-ADD AND NOT CM-CHANGE
                   MOVE 'INVALID ACTION'     TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-CUST-ID EQUAL SPACES
                   MOVE 'MISSING CUST-ID'    TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-ADD AND KEY-FOUND
                   MOVE 'DUPLICATE ADD'      TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-CHANGE AND NOT KEY-FOUND
                   MOVE 'NO CIF RECORD'      TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-TIN NOT EQUAL SPACES AND CM-TIN NOT NUMERIC
                   MOVE 'TIN NOT 9 DIGITS'   TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN NOT CM-TIN-CERT-VALID
                   MOVE 'BAD CERT FLAG'      TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-TIN-CERTIFIED AND CM-TIN EQUAL SPACES
                   MOVE 'CERTIFIED W/O TIN'  TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN CM-BIRTH-DATE NOT EQUAL SPACES
                    AND CM-BIRTH-DATE NOT NUMERIC
                   MOVE 'BAD BIRTH DATE'     TO WS-AUD-NOTE
                   PERFORM 450-WRITE-CARD-ERROR
               WHEN OTHER
                   PERFORM 250-QUEUE-CHANGE
           END-EVALUATE.
           PERFORM 420-READ-CIF-TRANS.
      *-----------------------------------------------------------------
      *    QUEUE THE CARD UNDER THE NEXT PENDING ID WITH ITS MAKER. A
      *    CHANGE CARD CARRIES THE WHOLE CUSTOMER IMAGE; AN ADDRESS OR
      *    TIN THAT DIFFERS FROM THE RECORD ON FILE IS CALLED OUT IN
      *    THE NOTE SO THE CHECKER CAN FIND IT ON THE LOG.
      *-----------------------------------------------------------------
       250-QUEUE-CHANGE.
           ADD  1                    TO WS-LAST-SEQ.
           MOVE WS-BUS-DATE-NUM      TO CP-ENTRY-DATE.
           MOVE WS-LAST-SEQ          TO CP-SEQ.
           MOVE 'P'                  TO CP-STATUS.
           MOVE CM-OPERATOR          TO CP-MAKER-ID.
           MOVE SPACES               TO CP-CHECKER-ID
                                        CP-DECISION-NOTE.
           MOVE ZERO                 TO CP-DECIDED-DATE.
           MOVE CM-ACTION            TO CP-ACTION.
           MOVE CM-CUST-ID           TO CP-CUST-ID.
           MOVE CM-NAME              TO CP-NAME.
           MOVE CM-STREET            TO CP-STREET.
           MOVE CM-CITY              TO CP-CITY.
           MOVE CM-STATE             TO CP-STATE.
           MOVE CM-ZIP               TO CP-ZIP.
           MOVE CM-TIN               TO CP-TIN.
           MOVE CM-TIN-CERT-FLAG     TO CP-TIN-CERT-FLAG.
           MOVE CM-BIRTH-DATE        TO CP-BIRTH-DATE.
           MOVE CM-PHONE             TO CP-PHONE.
           WRITE CIF-PEND-REC.

           MOVE CP-ENTRY-DATE        TO WS-PI-ENTRY-DATE.
           MOVE CP-SEQ               TO WS-PI-SEQ.
           MOVE WS-PEND-ID-WORK      TO WS-AUD-PEND-ID.
           MOVE 'QUEUED'             TO WS-AUD-ACTION.
           IF CM-ADD
               MOVE 'ADD'            TO WS-AUD-NOTE
               ADD 1 TO WS-CC-ADD-COUNT
           ELSE
               MOVE 'CHANGE'         TO WS-AUD-NOTE
               ADD 1 TO WS-CC-CHANGE-COUNT
               IF CM-TIN NOT EQUAL CIF-TIN
                   MOVE 'TIN CHANGE'     TO WS-AUD-NOTE
                   ADD 1 TO WS-CC-TIN-COUNT
               END-IF
               IF CM-STREET NOT EQUAL CIF-STREET
                  OR CM-CITY   NOT EQUAL CIF-CITY
                  OR CM-STATE  NOT EQUAL CIF-STATE
                  OR CM-ZIP    NOT EQUAL CIF-ZIP
                   IF WS-AUD-NOTE EQUAL 'CHANGE'
                       MOVE 'ADDRESS CHANGE'       TO WS-AUD-NOTE
                   ELSE
                       MOVE 'TIN AND ADDR CHANGE'  TO WS-AUD-NOTE
                   END-IF
                   ADD 1 TO WS-CC-ADDR-COUNT
               END-IF
           END-IF.
           WRITE AUDIT-REC           FROM WS-AUDIT-DETAIL-LN.
      *-----------------------------------------------------------------
       300-PRINT-TITLE-LN.
           COPY  SYS-DATE-TIME-MOVE.
           MOVE  WS-FMTD-DATE TO WS-TITLE-DATE.
           WRITE AUDIT-REC FROM WS-TITLE-LN.
           WRITE AUDIT-REC FROM SPACES.
           WRITE AUDIT-REC FROM WS-AUDIT-HDR-LN.
      *-----------------------------------------------------------------
       420-READ-CIF-TRANS.
           READ CIF-TRANS
               AT END
                   SET MAINT-EOF TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       430-READ-CIF-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           MOVE CM-CUST-ID TO CIF-CUST-ID.
           READ CIF-FILE
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
           WRITE AUDIT-REC                FROM WS-AUDIT-DETAIL-LN.
           ADD 1 TO WS-CC-ERROR-COUNT.
      *-----------------------------------------------------------------
       800-PRINT-SUMMARY.
           WRITE AUDIT-REC                 FROM SPACES.
           MOVE 'MAINTENANCE CARDS READ'      TO WS-SUM-LABEL.
           MOVE WS-CC-CARD-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'ADDS QUEUED FOR APPROVAL'    TO WS-SUM-LABEL.
           MOVE WS-CC-ADD-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'CHANGES QUEUED FOR APPROVAL' TO WS-SUM-LABEL.
           MOVE WS-CC-CHANGE-COUNT            TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  ADDRESS CHANGES'           TO WS-SUM-LABEL.
           MOVE WS-CC-ADDR-COUNT              TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE '  TIN CHANGES'               TO WS-SUM-LABEL.
           MOVE WS-CC-TIN-COUNT               TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.

           MOVE 'MAINTENANCE ERRORS'          TO WS-SUM-LABEL.
           MOVE WS-CC-ERROR-COUNT             TO WS-SUM-VALUE.
           WRITE AUDIT-REC                    FROM WS-SUMMARY-LN.
      *-----------------------------------------------------------------
