      *AUTHOR  : David Nguyen                                          *
      *DATE    : 08/23/2026                                            *
      *ABSTRACT: Interactive lookup against the indexed customer       *
      *          master: enter a CUST-ID at the console and the        *
      *          customer's name, address, TIN status, birth date and  *
      *          phone are shown from the customer information file,   *
      *          then every account the customer holds is read by key  *
      *          and displayed. Entering END (or a blank ID) finishes  *
      *          the session.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS CUST-KEY.
           SELECT OPTIONAL CIF-FILE
                                ASSIGN TO 'p04-cif.dat'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS CIF-CUST-ID.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       COPY P04-CUST-REC.

       FD  CIF-FILE.
       COPY P04-CIF-REC.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  INQ-DONE                                VALUE 'Y'.
           03  WS-CUST-DONE-FLAG           PIC X           VALUE 'N'.
               88  CUST-DONE                               VALUE 'Y'.
           03  WS-CIF-FOUND-FLAG           PIC X           VALUE 'N'.
               88  CIF-FOUND                               VALUE 'Y'.

       01  WS-MISC-VARS.
           03  WS-INQ-ID                   PIC X(5)        VALUE SPACES.
           03  WS-INQ-ACCT-COUNT           PIC 9(3)        VALUE ZERO.
           03  WS-INQ-BAL-DISP             PIC -ZZ,ZZ9.99.
      *    ONLY THE LAST FOUR DIGITS OF A TIN ARE EVER SHOWN ON THE
      *    CONSOLE.
           03  WS-INQ-TIN-MASK.
               05  FILLER                  PIC X(5)    VALUE '*****'.
               05  WS-INQ-TIN-LAST4        PIC X(4)    VALUE SPACES.
           03  WS-INQ-TIN-WORK.
               05  FILLER                  PIC X(5).
               05  WS-INQ-TIN-W-LAST4      PIC X(4).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT CUST-MST.
           OPEN INPUT CIF-FILE.
           DISPLAY 'Project 4 - Master Inquiry - David Nguyen'.
           PERFORM 200-INQUIRE-ONE UNTIL INQ-DONE.
           DISPLAY 'End of inquiry session'.
           CLOSE CUST-MST
                 CIF-FILE.
           STOP RUN.
      *-----------------------------------------------------------------
       200-INQUIRE-ONE.
           IF WS-INQ-ID EQUAL SPACES OR WS-INQ-ID EQUAL 'END'
               SET INQ-DONE TO TRUE
           ELSE
               PERFORM 250-DISPLAY-CIF
               PERFORM 300-DISPLAY-CUST-ACCTS
           END-IF.
      *-----------------------------------------------------------------
      *    THE CUSTOMER-LEVEL BLOCK FROM THE CUSTOMER INFORMATION
      *    FILE, SHOWN ONCE AHEAD OF THE ACCOUNTS.
      *-----------------------------------------------------------------
       250-DISPLAY-CIF.
           MOVE 'N'        TO WS-CIF-FOUND-FLAG.
           MOVE WS-INQ-ID  TO CIF-CUST-ID.
           READ CIF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CIF-FOUND TO TRUE
           END-READ.
           IF CIF-FOUND
               DISPLAY 'NAME:    ' CIF-NAME
               DISPLAY 'STREET:  ' CIF-STREET
               DISPLAY 'CITY:    ' CIF-CITY ' ' CIF-STATE
                       ' ' CIF-ZIP
               IF CIF-TIN EQUAL SPACES
                   DISPLAY 'TIN:     NONE ON FILE'
               ELSE
                   MOVE CIF-TIN            TO WS-INQ-TIN-WORK
                   MOVE WS-INQ-TIN-W-LAST4 TO WS-INQ-TIN-LAST4
                   IF CIF-TIN-CERTIFIED
                       DISPLAY 'TIN:     ' WS-INQ-TIN-MASK
                               '  CERTIFIED'
                   ELSE
                       DISPLAY 'TIN:     ' WS-INQ-TIN-MASK
                               '  NOT CERTIFIED'
                   END-IF
               END-IF
               DISPLAY 'BORN:    ' CIF-BIRTH-DATE
                       '  PHONE: ' CIF-PHONE
           ELSE
               DISPLAY 'CUST-ID ' WS-INQ-ID ' NOT ON CIF'
           END-IF.
      *-----------------------------------------------------------------
      *    POSITION AT THE CUSTOMER'S FIRST ACCOUNT AND WALK FORWARD
      *    UNTIL THE CUST-ID CHANGES, SO ONE INQUIRY SHOWS EVERY
      *    ACCOUNT THE CUSTOMER HOLDS.
                   MOVE CUST-BAL TO WS-INQ-BAL-DISP
                   DISPLAY 'CUST-ID: ' CUST-ID
                           '  ACCOUNT TYPE: ' CUST-ACCT-TYPE
                   IF NOT CIF-FOUND
                       DISPLAY 'NAME:    ' CUST-NAME
                       DISPLAY 'STREET:  ' CUST-STREET
                       DISPLAY 'CITY:    ' CUST-CITY ' ' CUST-STATE
                               ' ' CUST-ZIP
                   END-IF
                   DISPLAY 'BALANCE: ' WS-INQ-BAL-DISP
                   EVALUATE TRUE
                       WHEN CUST-STATUS-CLOSED
                           DISPLAY 'STATUS:  CLOSED '
                                   CUST-CLOSE-DATE
                       WHEN CUST-STATUS-CLOSING
                           DISPLAY 'STATUS:  CLOSING - PAYOUT PENDING'
                       WHEN OTHER
                           DISPLAY 'STATUS:  OPEN'
                   END-EVALUATE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
