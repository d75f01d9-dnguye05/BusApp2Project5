      *          escheatment candidate extract for the state           *
      *          unclaimed-property filing. An account that has never  *
      *          had activity posted ages from the beginning of time.  *
      *          Closing and closed accounts are not aged: the         *
      *          customer has been paid out and is not lost. Returned  *
      *          mail marks the customer as lost contact: the account  *
      *          is listed however recent its activity, and ages from  *
      *          the returned-mail date when that is earlier than the  *
      *          last activity, since postings the customer did not    *
      *          make do not show the bank can still reach them.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-DORMANT.
      *    FILING STEP HAS THE NAME AND ADDRESS IT NEEDS.
      *-----------------------------------------------------------------
       FD  ESCHEAT-FILE.
       01  ESCHEAT-REC                     PIC X(122).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-DM-AGING                 PIC X(17).

       01  WS-DORM-LOST-LN.
           03  FILLER                      PIC X(14)   VALUE SPACES.
           03  FILLER                      PIC X(30)
                     VALUE 'LOST CONTACT - MAIL RETURNED '.
           03  WS-DL-RET-DATE              PIC 9(8).
           03  FILLER                      PIC X(28)   VALUE SPACES.

       01  WS-DORM-SUMMARY-LN.
           03  WS-DS-LABEL                 PIC X(34).
           03  WS-DS-VALUE                 PIC Z,ZZZ,ZZ9.
               05  WS-LA-YYYY              PIC 9(4).
               05  WS-LA-MM                PIC 9(2).
               05  WS-LA-DD                PIC 9(2).
           03  WS-LAST-ACT-DATE-NUM REDEFINES WS-LAST-ACT-DATE-X
                                           PIC 9(8).
           03  WS-LOST-CONTACT-FLAG        PIC X(1)        VALUE 'N'.
               88  LOST-CONTACT                            VALUE 'Y'.

       01  WS-DORM-COUNTS.
           03  WS-DC-READ-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-12MO-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-24MO-COUNT            PIC 9(7)        VALUE ZERO.
           03  WS-DC-ESCHEAT-COUNT         PIC 9(7)        VALUE ZERO.
           03  WS-DC-CLOSED-COUNT          PIC 9(7)        VALUE ZERO.
           03  WS-DC-LOST-COUNT            PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
      *    AGE ONE ACCOUNT: WHOLE MONTHS BETWEEN THE LAST-ACTIVITY
      *    MONTH AND THE RUN MONTH. A ZERO LAST-ACTIVITY DATE MEANS
      *    NO ACTIVITY HAS EVER POSTED, WHICH AGES AS 999 MONTHS.
      *    A CLOSING OR CLOSED ACCOUNT IS ONLY COUNTED. ON RETURNED
      *    MAIL THE CLOCK RUNS FROM THE EARLIER OF THE LAST-ACTIVITY
      *    AND RETURNED-MAIL DATES, AND THE ACCOUNT IS ALWAYS LISTED.
      *-----------------------------------------------------------------
       200-AGE-ONE-ACCT.
           READ CUST-MST
           END-READ.
           IF NOT MST-EOF
               ADD 1 TO WS-DC-READ-COUNT
               IF NOT CUST-STATUS-OPEN
                   ADD 1 TO WS-DC-CLOSED-COUNT
               ELSE
                   MOVE 'N' TO WS-LOST-CONTACT-FLAG
                   MOVE CUST-LAST-ACT-DATE TO WS-LAST-ACT-DATE-X
                   IF CUST-MAIL-RETURNED
                       SET LOST-CONTACT TO TRUE
                       ADD 1 TO WS-DC-LOST-COUNT
                       IF CUST-RET-MAIL-DATE NUMERIC
                          AND CUST-RET-MAIL-DATE > ZERO
                          AND WS-LAST-ACT-DATE-X NUMERIC
                          AND CUST-RET-MAIL-DATE < WS-LAST-ACT-DATE-NUM
                           MOVE CUST-RET-MAIL-DATE
                             TO WS-LAST-ACT-DATE-X
                       END-IF
                   END-IF
                   IF WS-LAST-ACT-DATE-X NOT NUMERIC
                      OR WS-LAST-ACT-DATE-NUM EQUAL ZERO
                       MOVE 999 TO WS-MONTHS-INACTIVE
                   ELSE
                       COMPUTE WS-RUN-MONTHS =
                           WS-SYS-YYYY * 12 + WS-SYS-MM
                       COMPUTE WS-ACT-MONTHS =
                           WS-LA-YYYY * 12 + WS-LA-MM
                       COMPUTE WS-MONTHS-INACTIVE =
                           WS-RUN-MONTHS - WS-ACT-MONTHS
                   END-IF
                   IF WS-MONTHS-INACTIVE >= 6
                      OR LOST-CONTACT
                       PERFORM 400-REPORT-DORMANT-ACCT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
           MOVE  WS-MONTHS-INACTIVE    TO   WS-DM-MONTHS.

           EVALUATE TRUE
               WHEN WS-MONTHS-INACTIVE < 6
                   MOVE 'LOST CONTACT'  TO WS-DM-AGING
               WHEN WS-MONTHS-INACTIVE >= 24
                   MOVE '24+ MONTHS'    TO WS-DM-AGING
                   ADD 1 TO WS-DC-24MO-COUNT
           END-IF.

           WRITE DORM-RPT-REC          FROM WS-DORM-DETAIL-LN.
           IF LOST-CONTACT
               MOVE CUST-RET-MAIL-DATE TO WS-DL-RET-DATE
               WRITE DORM-RPT-REC      FROM WS-DORM-LOST-LN
           END-IF.
      *-----------------------------------------------------------------
       700-PRINT-SUMMARY.
           WRITE DORM-RPT-REC              FROM SPACES.
           MOVE WS-DC-24MO-COUNT              TO WS-DS-VALUE.
           WRITE DORM-RPT-REC                 FROM WS-DORM-SUMMARY-LN.

           MOVE 'LOST CONTACT - RETURNED MAIL' TO WS-DS-LABEL.
           MOVE WS-DC-LOST-COUNT              TO WS-DS-VALUE.
           WRITE DORM-RPT-REC                 FROM WS-DORM-SUMMARY-LN.

           MOVE 'CLOSED/CLOSING - NOT AGED'   TO WS-DS-LABEL.
           MOVE WS-DC-CLOSED-COUNT            TO WS-DS-VALUE.
           WRITE DORM-RPT-REC                 FROM WS-DORM-SUMMARY-LN.

           MOVE 'ESCHEATMENT CANDIDATES'      TO WS-DS-LABEL.
           MOVE WS-DC-ESCHEAT-COUNT           TO WS-DS-VALUE.
           WRITE DORM-RPT-REC                 FROM WS-DORM-SUMMARY-LN.
