      *               chart of accounts, and the two columns footed
      *               against each other - and advances the closed-
      *               period control record that GLPOST's posting-
      *               date edit enforces.  The period is not closed
      *               while the operating cash bank reconciliation
      *               BANKRECN last left on BANKRCTL is short of the
      *               period end or shows a difference.
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original period-end close program.
      *   2026-10-15  RJP  Refuse the close until the bank reconciles.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
               RELATIVE KEY IS WS-PCT-RELKEY
               FILE STATUS IS WS-GLPERCTL-STATUS.

           SELECT BANK-RECON-CONTROL-FILE ASSIGN TO "BANKRCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BRC-RELKEY
               FILE STATUS IS WS-BANKRCTL-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRIALB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  PERIOD-CONTROL-RECORD.
           05  PCT-LAST-CLOSED-PERIOD    PIC 9(06).

       FD  BANK-RECON-CONTROL-FILE.
       01  BANK-RECON-CONTROL-RECORD.
           05  BRC-STATEMENT-DATE        PIC 9(08).
           05  BRC-RUN-DATE              PIC 9(08).
           05  BRC-DIFFERENCE            PIC S9(11)V99.
           05  BRC-RECONCILED-SWITCH     PIC X(01).
               88  BRC-RECONCILED               VALUE "Y".

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE            PIC X(132).

           05  WS-GLPERBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-GLPERCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-BANKRCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-BANK-RECON-SWITCH      PIC X(01) VALUE "N".
               88  WS-BANK-RECONCILED           VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-ACCOUNTS-READ          PIC 9(9) COMP VALUE ZERO.
       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-CLOSING-PERIOD             PIC 9(06).
       01  WS-PCT-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-BRC-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-CREDIT-MAGNITUDE           PIC S9(11)V99 COMP-3.

       01  WS-HEADING-LINE.
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN I-O PERIOD-CONTROL-FILE.
           PERFORM 1100-CHECK-BANK-RECON
               THRU 1100-EXIT.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE WS-CLOSING-PERIOD TO WS-HDG-PERIOD.
           MOVE WS-HEADING-LINE TO TRIAL-BALANCE-LINE.
       1000-EXIT.
           EXIT.

       1100-CHECK-BANK-RECON.
           OPEN INPUT BANK-RECON-CONTROL-FILE.
           IF WS-BANKRCTL-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ BANK-RECON-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BRC-STATEMENT-DATE(1:6) NOT < WS-CLOSING-PERIOD
                      AND BRC-DIFFERENCE = ZERO
                       SET WS-BANK-RECONCILED TO TRUE
                   END-IF
           END-READ.
           CLOSE BANK-RECON-CONTROL-FILE.
       1100-EXIT.
           EXIT.

      * ================================================================
      * 2000-SNAPSHOT-ONE-ACCOUNT - the running balance lands in the
      *                             period file under this period's
      *                         only closes when debits equal
      *                         credits, so an out-of-balance ledger
      *                         is investigated before it is frozen.
      *                         Nor does it close until operating
      *                         cash reconciles to the bank through
      *                         the period end.
      * ================================================================
       3000-CLOSE-THE-PERIOD.
           MOVE WS-TOTAL-DEBIT-COL  TO WS-TOT-DEBIT.
           MOVE WS-TOTAL-CREDIT-COL TO WS-TOT-CREDIT.
           MOVE WS-TOTAL-LINE TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBIT-COL NOT = WS-TOTAL-CREDIT-COL
                   MOVE SPACES TO TRIAL-BALANCE-LINE
                   STRING "*** DEBITS DO NOT EQUAL CREDITS - "
                          "PERIOD NOT CLOSED ***"
                       DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE
                   DISPLAY "GLCLOSE - TRIAL BALANCE OUT OF BALANCE - "
                       "PERIOD NOT CLOSED"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-BANK-RECONCILED
                   MOVE SPACES TO TRIAL-BALANCE-LINE
                   STRING "*** BANK RECONCILIATION NOT AT ZERO - "
                          "PERIOD NOT CLOSED ***"
                       DELIMITED BY SIZE INTO TRIAL-BALANCE-LINE
                   WRITE TRIAL-BALANCE-LINE
                   DISPLAY "GLCLOSE - OPERATING CASH NOT RECONCILED "
                       "THROUGH PERIOD END - PERIOD NOT CLOSED"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   READ PERIOD-CONTROL-FILE
                       INVALID KEY
                           MOVE WS-CLOSING-PERIOD
                               TO PCT-LAST-CLOSED-PERIOD
                           WRITE PERIOD-CONTROL-RECORD
                       NOT INVALID KEY
                           MOVE WS-CLOSING-PERIOD
                               TO PCT-LAST-CLOSED-PERIOD
                           REWRITE PERIOD-CONTROL-RECORD
                   END-READ
                   DISPLAY "GLCLOSE - PERIOD " WS-CLOSING-PERIOD
                       " CLOSED"
           END-EVALUATE.
       3000-EXIT.
           EXIT.

