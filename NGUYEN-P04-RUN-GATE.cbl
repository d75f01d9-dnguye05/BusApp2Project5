      *          end-of-night balance to catch it after statements     *
      *          print. The step about to run is named on the gate     *
      *          parameter card; prerequisites are EDIT before POST    *
      *          and POST before INTEREST and before the balance       *
      *          roll-forward (ROLLFWD), and ROLLFWD before the master *
      *          snapshot (SNAP), so a snapshot never catalogs the     *
      *          master before the night's balances are on it. ROLLFWD *
      *          and SNAP may be rerun: the roll rewrites the same     *
      *          ending balances and a snapshot rerun replaces that    *
      *          night's generation. Decisions are appended to the     *
      *          gate log so the night's gate history reads in one     *
      *          place.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NGUYEN-P04-RUN-GATE.
               88  POST-STAMPED                            VALUE 'Y'.
           03  WS-IN-STAMPED-FLAG          PIC X           VALUE 'N'.
               88  INT-STAMPED                             VALUE 'Y'.
           03  WS-RF-STAMPED-FLAG          PIC X           VALUE 'N'.
               88  ROLLFWD-STAMPED                         VALUE 'Y'.

       01  WS-GATE-WORK.
           03  WS-GATE-STEP                PIC X(8)        VALUE SPACES.
               88  GATE-STEP-MAINT                     VALUE 'MAINT'.
               88  GATE-STEP-POST                      VALUE 'POST'.
               88  GATE-STEP-INTEREST                  VALUE 'INTEREST'.
               88  GATE-STEP-ROLLFWD                   VALUE 'ROLLFWD'.
               88  GATE-STEP-SNAP                      VALUE 'SNAP'.
           03  WS-GATE-REASON              PIC X(51)       VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                       SET POST-STAMPED  TO TRUE
                   WHEN RC-PROG-INTEREST
                       SET INT-STAMPED   TO TRUE
                   WHEN RC-PROG-ROLLFWD
                       SET ROLLFWD-STAMPED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN GATE-STEP-ROLLFWD
                   IF NOT POST-STAMPED
                       SET GATE-REFUSED TO TRUE
                       MOVE 'POST HAS NOT RUN THIS BUSINESS DATE'
                         TO WS-GATE-REASON
                   END-IF
               WHEN GATE-STEP-SNAP
                   IF NOT ROLLFWD-STAMPED
                       SET GATE-REFUSED TO TRUE
                       MOVE 'ROLLFWD HAS NOT RUN THIS BUSINESS DATE'
                         TO WS-GATE-REASON
                   END-IF
               WHEN OTHER
                   SET GATE-REFUSED TO TRUE
                   MOVE 'NO RECOGNIZED STEP ON GATE PARAMETER CARD'
