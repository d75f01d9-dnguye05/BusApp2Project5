      *          duplicates; a                                         *
      *          duplicate or out-of-sequence key is counted and       *
      *          skipped so one bad record does not abort the load.    *
      *          A record without an account status (the older,        *
      *          shorter layout) loads as an open account with no      *
      *          close date, not enrolled in overdraft protection,     *
      *          with no returned mail and no address change on file.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-MSTR-LOAD.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-MST.
       01  SEQ-MST-REC                     PIC X(122).

       FD  IDX-MST.
       COPY P04-CUST-REC.
           IF NOT EOF-SEQ-MST
               ADD 1 TO WS-LD-READ-COUNT
               MOVE SEQ-MST-REC TO CUST-REC
               IF CUST-STATUS EQUAL SPACE
                   MOVE 'O' TO CUST-STATUS
               END-IF
               IF CUST-CLOSE-DATE NOT NUMERIC
                   MOVE ZERO TO CUST-CLOSE-DATE
               END-IF
               IF CUST-OD-PROTECT-FLAG NOT EQUAL 'Y'
                   MOVE 'N' TO CUST-OD-PROTECT-FLAG
               END-IF
               IF CUST-RET-MAIL-FLAG NOT EQUAL 'Y'
                   MOVE 'N' TO CUST-RET-MAIL-FLAG
               END-IF
               IF CUST-RET-MAIL-DATE NOT NUMERIC
                   MOVE ZERO TO CUST-RET-MAIL-DATE
               END-IF
               IF CUST-ADDR-CHG-DATE NOT NUMERIC
                   MOVE ZERO TO CUST-ADDR-CHG-DATE
               END-IF
               WRITE CUST-REC
                   INVALID KEY
                       ADD 1 TO WS-LD-SKIPPED-COUNT
