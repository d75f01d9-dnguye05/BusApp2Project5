      *          found through the generation catalog - and sums each  *
      *          customer's IN dollars (and separately FC dollars)     *
      *          across both account types, skipping items marked      *
      *          reversed. Name, address and TIN come off the customer *
      *          information file by CUST-ID (the account master for   *
      *          a customer not yet on it). Every customer with        *
      *          interest goes to the fixed-format tax extract;        *
      *          customers at or over the reporting threshold also     *
      *          get a printable notice. Every customer on the master  *
      *          without a certified TIN is listed for backup-         *
      *          withholding follow-up. Year and threshold come from   *
      *          the parameter card; defaults are last year and 10.00. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-TAX-EXT.
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
           SELECT OPTIONAL TAX-PARM
                                ASSIGN TO 'p04-tax-parms.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-NOTICES   ASSIGN TO 'p04-tax-notices.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIN-RPT       ASSIGN TO 'p04-tin-exceptions.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.

       FD  TAX-PARM.
       01  TAX-PARM-REC.
           03  PARM-TAX-YEAR               PIC 9(4).
           03  TX-CUST-CITY                PIC X(20).
           03  TX-CUST-STATE               PIC X(2).
           03  TX-CUST-ZIP                 PIC X(5).
           03  TX-TIN                      PIC X(9).
           03  TX-TIN-CERT-FLAG            PIC X(1).

       FD  TAX-NOTICES.
       01  TAX-NOTICE-REC                  PIC X(80).

       FD  TIN-RPT.
       01  TIN-RPT-REC                     PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
           03  WS-NF-FC-AMT                PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(38)   VALUE SPACES.

       01  WS-TIN-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P04-NGUYEN'.
           03  FILLER                      PIC X(42)
                     VALUE 'TIN NOT CERTIFIED - BACKUP WITHHOLDING'.
           03  WS-TIN-TITLE-DATE           PIC X(10).

       01  WS-TIN-HDR-LN.
           03  FILLER               PIC X(9)  VALUE '  CUST'.
           03  FILLER               PIC X(22) VALUE 'NAME'.
           03  FILLER               PIC X(12) VALUE 'TIN'.
           03  FILLER               PIC X(20) VALUE 'EXCEPTION'.
           03  FILLER               PIC X(17) VALUE '   YEAR INTEREST'.

       01  WS-TIN-DETAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-TN-CUST-ID               PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-TN-CUST-NAME             PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
      *    ONLY THE LAST FOUR DIGITS OF A TIN ARE EVER PRINTED.
           03  WS-TN-TIN.
               05  WS-TN-TIN-MASK          PIC X(5).
               05  WS-TN-TIN-LAST4         PIC X(4).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-TN-REASON                PIC X(20).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-TN-INT-AMT               PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(4)    VALUE SPACES.

       01  WS-TX-SUMMARY-LN.
           03  WS-TX-SUM-LABEL             PIC X(30).
           03  WS-TX-SUM-VALUE             PIC Z,ZZZ,ZZZ,ZZ9.99.
               88  CUST-FOUND                              VALUE 'Y'.
           03  WS-TAB-FOUND-FLAG           PIC X           VALUE 'N'.
               88  TAB-FOUND                               VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.
           03  WS-MST-EOF-FLAG             PIC X           VALUE 'N'.
               88  EOF-MST                                 VALUE 'Y'.

      *-----------------------------------------------------------------
      *    PER-CUSTOMER INTEREST AND FINANCE-CHARGE ACCUMULATORS FOR
       01  WS-MISC-VARS.
           03  WS-HIST-YEAR                PIC 9(4)        VALUE ZERO.
           03  WS-YEAR-REM                 PIC 9(4)        VALUE ZERO.
           03  WS-LAST-TIN-CUST-ID         PIC X(5)        VALUE SPACES.
           03  WS-TIN-WORK.
               05  FILLER                  PIC X(5).
               05  WS-TIN-W-LAST4          PIC X(4).

       01  WS-TX-TOTALS.
           03  WS-TX-SCAN-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-TX-CUST-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-TX-NOTICE-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-TX-NOMSTR-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-TX-NOCIF-COUNT           PIC 9(7)        VALUE ZERO.
           03  WS-TX-UNCERT-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-TX-TOTAL-INT             PIC 9(9)V99     VALUE ZERO.
           03  WS-TX-TOTAL-FC              PIC 9(9)V99     VALUE ZERO.
      *-----------------------------------------------------------------
           DISPLAY 'Project 4 - Year-End Tax Extract - David Nguyen'.
           PERFORM 200-SWEEP-HISTORY.
           OPEN INPUT  CUST-MST.
           OPEN INPUT  CIF-FILE.
           OPEN OUTPUT TAX-EXTRACT.
           MOVE 1 TO WS-TAX-IDX.
           PERFORM 500-EXTRACT-ONE-CUST
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT.
           CLOSE TAX-EXTRACT.
           PERFORM 600-LIST-UNCERTIFIED-TINS.
           CLOSE CUST-MST
                 CIF-FILE.
           PERFORM 700-PRINT-SUMMARY.
           DISPLAY 'End of year-end tax extract run'.

               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *    ONE ACCUMULATED CUSTOMER: PULL NAME, ADDRESS AND TIN OFF
      *    THE CUSTOMER INFORMATION FILE - OR, FOR A CUSTOMER NOT YET
      *    ON IT, NAME AND ADDRESS OFF THE MASTER (CHECKING ACCOUNT
      *    FIRST, THEN SAVINGS) WITH NO TIN - WRITE THE EXTRACT
      *    RECORD, AND PRINT A NOTICE WHEN THE INTEREST REACHES THE
      *    REPORTING THRESHOLD. A CUSTOMER ON NEITHER FILE STILL GOES
      *    TO THE EXTRACT, FLAGGED BY NAME.
      *-----------------------------------------------------------------
       500-EXTRACT-ONE-CUST.
           MOVE WS-TX-ID(WS-TAX-IDX)        TO TX-CUST-ID.
           MOVE WS-TAX-YEAR                 TO TX-TAX-YEAR.
           MOVE WS-TX-INT-TOTAL(WS-TAX-IDX) TO TX-INT-AMT.
           MOVE WS-TX-FC-TOTAL(WS-TAX-IDX)  TO TX-FC-AMT.
           MOVE WS-TX-ID(WS-TAX-IDX)        TO CIF-CUST-ID.
           PERFORM 510-READ-CIF-FOR-CUST.
           IF CIF-FOUND
               MOVE CIF-NAME                TO TX-CUST-NAME
               MOVE CIF-STREET              TO TX-CUST-STREET
               MOVE CIF-CITY                TO TX-CUST-CITY
               MOVE CIF-STATE               TO TX-CUST-STATE
               MOVE CIF-ZIP                 TO TX-CUST-ZIP
               MOVE CIF-TIN                 TO TX-TIN
               MOVE CIF-TIN-CERT-FLAG       TO TX-TIN-CERT-FLAG
           ELSE
               ADD 1 TO WS-TX-NOCIF-COUNT
               MOVE SPACES                  TO TX-TIN
               MOVE 'N'                     TO TX-TIN-CERT-FLAG
               PERFORM 520-READ-MASTER-FOR-CUST
               IF CUST-FOUND
                   MOVE CUST-NAME           TO TX-CUST-NAME
                   MOVE CUST-STREET         TO TX-CUST-STREET
                   MOVE CUST-CITY           TO TX-CUST-CITY
                   MOVE CUST-STATE          TO TX-CUST-STATE
                   MOVE CUST-ZIP            TO TX-CUST-ZIP
               ELSE
                   MOVE '** NOT ON MASTER **'
                                            TO TX-CUST-NAME
                   MOVE SPACES              TO TX-CUST-STREET
                                               TX-CUST-CITY
                                               TX-CUST-STATE
                                               TX-CUST-ZIP
                   ADD 1 TO WS-TX-NOMSTR-COUNT
               END-IF
           END-IF.
           IF WS-TX-INT-TOTAL(WS-TAX-IDX) >= WS-THRESHOLD
               PERFORM 550-PRINT-NOTICE
           WRITE TAX-EXT-REC.
           ADD 1 TO WS-TX-CUST-COUNT.
           ADD 1 TO WS-TAX-IDX.
      *-----------------------------------------------------------------
      *    THE CALLER HAS ALREADY MOVED THE CUST-ID TO CIF-CUST-ID.
      *-----------------------------------------------------------------
       510-READ-CIF-FOR-CUST.
           MOVE 'N' TO WS-CIF-FOUND-FLAG.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
      *-----------------------------------------------------------------
       520-READ-MASTER-FOR-CUST.
           MOVE 'N' TO WS-CUST-FOUND-FLAG.
           END-IF.
           WRITE TAX-NOTICE-REC FROM SPACES.
           ADD 1 TO WS-TX-NOTICE-COUNT.
      *-----------------------------------------------------------------
      *    BACKUP-WITHHOLDING FOLLOW-UP: WALK THE MASTER IN KEY ORDER
      *    AND CHECK EACH CUSTOMER ONCE (ON THE FIRST ACCOUNT SEEN FOR
      *    THE CUST-ID) AGAINST THE CIF. A CUSTOMER NOT ON THE CIF,
      *    WITH NO TIN, OR WITH A TIN NEVER CERTIFIED IS LISTED WITH
      *    THE YEAR'S INTEREST SO THE LARGEST EXPOSURES STAND OUT.
      *-----------------------------------------------------------------
       600-LIST-UNCERTIFIED-TINS.
           OPEN OUTPUT TIN-RPT.
           MOVE  WS-FMTD-DATE TO WS-TIN-TITLE-DATE.
           WRITE TIN-RPT-REC  FROM WS-TIN-TITLE-LN.
           WRITE TIN-RPT-REC  FROM SPACES.
           WRITE TIN-RPT-REC  FROM WS-TIN-HDR-LN.
           MOVE LOW-VALUES TO CUST-KEY.
           START CUST-MST KEY NOT < CUST-KEY
               INVALID KEY
                   SET EOF-MST TO TRUE
           END-START.
           PERFORM 620-CHECK-ONE-MASTER-REC UNTIL EOF-MST.
           WRITE TIN-RPT-REC  FROM SPACES.
           MOVE 'CUSTOMERS WITHOUT CERT TIN'   TO WS-TX-SUM-LABEL.
           MOVE WS-TX-UNCERT-COUNT             TO WS-TX-SUM-VALUE.
           WRITE TIN-RPT-REC                   FROM WS-TX-SUMMARY-LN.
           CLOSE TIN-RPT.
      *-----------------------------------------------------------------
       620-CHECK-ONE-MASTER-REC.
           READ CUST-MST NEXT RECORD
               AT END
                   SET EOF-MST TO TRUE
           END-READ.
           IF NOT EOF-MST
              AND CUST-ID NOT EQUAL WS-LAST-TIN-CUST-ID
               MOVE CUST-ID TO WS-LAST-TIN-CUST-ID
               MOVE CUST-ID TO CIF-CUST-ID
               PERFORM 510-READ-CIF-FOR-CUST
               EVALUATE TRUE
                   WHEN NOT CIF-FOUND
                       MOVE CUST-NAME           TO WS-TN-CUST-NAME
                       MOVE SPACES              TO WS-TN-TIN
                       MOVE 'NOT ON CIF'        TO WS-TN-REASON
                       PERFORM 640-WRITE-TIN-EXCEPTION
                   WHEN CIF-TIN EQUAL SPACES
                       MOVE CIF-NAME            TO WS-TN-CUST-NAME
                       MOVE SPACES              TO WS-TN-TIN
                       MOVE 'NO TIN ON FILE'    TO WS-TN-REASON
                       PERFORM 640-WRITE-TIN-EXCEPTION
                   WHEN NOT CIF-TIN-CERTIFIED
                       MOVE CIF-NAME            TO WS-TN-CUST-NAME
                       MOVE CIF-TIN             TO WS-TIN-WORK
                       MOVE '*****'             TO WS-TN-TIN-MASK
                       MOVE WS-TIN-W-LAST4      TO WS-TN-TIN-LAST4
                       MOVE 'TIN NOT CERTIFIED' TO WS-TN-REASON
                       PERFORM 640-WRITE-TIN-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
       640-WRITE-TIN-EXCEPTION.
           MOVE CUST-ID TO WS-TN-CUST-ID.
           MOVE ZERO    TO WS-TN-INT-AMT.
           MOVE 'N'     TO WS-TAB-FOUND-FLAG.
           MOVE 1       TO WS-TAX-IDX.
           PERFORM UNTIL TAB-FOUND OR WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TX-ID(WS-TAX-IDX) EQUAL CUST-ID
                   SET TAB-FOUND TO TRUE
                   MOVE WS-TX-INT-TOTAL(WS-TAX-IDX) TO WS-TN-INT-AMT
               ELSE
                   ADD 1 TO WS-TAX-IDX
               END-IF
           END-PERFORM.
           WRITE TIN-RPT-REC FROM WS-TIN-DETAIL-LN.
           ADD 1 TO WS-TX-UNCERT-COUNT.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE TAX-NOTICE-REC FROM WS-NOTICE-RULE-LN.
           MOVE WS-TX-NOMSTR-COUNT             TO WS-TX-SUM-VALUE.
           WRITE TAX-NOTICE-REC                FROM WS-TX-SUMMARY-LN.

           MOVE 'CUSTOMERS NOT ON CIF'         TO WS-TX-SUM-LABEL.
           MOVE WS-TX-NOCIF-COUNT              TO WS-TX-SUM-VALUE.
           WRITE TAX-NOTICE-REC                FROM WS-TX-SUMMARY-LN.

           MOVE 'CUSTOMERS WITHOUT CERT TIN'   TO WS-TX-SUM-LABEL.
           MOVE WS-TX-UNCERT-COUNT             TO WS-TX-SUM-VALUE.
           WRITE TAX-NOTICE-REC                FROM WS-TX-SUMMARY-LN.

           MOVE 'TOTAL INTEREST REPORTED'      TO WS-TX-SUM-LABEL.
           MOVE WS-TX-TOTAL-INT                TO WS-TX-SUM-VALUE.
           WRITE TAX-NOTICE-REC                FROM WS-TX-SUMMARY-LN.
