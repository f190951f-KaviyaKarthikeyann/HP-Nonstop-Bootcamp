      ******************************************************************
      * PROGRAM:      GLCASHFL
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Statement of cash flows, indirect method, off
      *               the GLPERBAL period snapshots and the chart of
      *               accounts - the companion to GLSTMT for the
      *               board package.  The current period comes from
      *               command-line columns 1-6 and the prior period
      *               from 8-13, as GLSTMT takes them.  Every
      *               account's movement between the two snapshots
      *               is its cash effect, prior less current (debit
      *               balances are positive, so an asset that grows
      *               uses cash and a liability that grows provides
      *               it).  The income and expense accounts together
      *               give net income, and so does the retained-
      *               earnings class - a year-end close between the
      *               two periods moves the year's result out of the
      *               P and L and into retained earnings, and the
      *               two taken together still give the true result
      *               for the span.  The balance sheet accounts are
      *               classed off the CFCLASS parameter file:
      *                   C  cash - the accounts the statement proves
      *                      to
      *                   N  non-cash item added back to net income
      *                      (accumulated depreciation, the loan loss
      *                      allowance)
      *                   W  working capital, shown by COA-STMT-GROUP
      *                   O  other operating
      *                   I  investing
      *                   F  financing
      *                   R  retained earnings (folds into net income)
      *               A balance sheet account the file does not class
      *               prints under operating as UNCLASSIFIED and the
      *               run ends with return code 4.  The statement
      *               closes by proving the net change in cash to the
      *               movement in the C accounts; if it does not prove
      *               the return code is 16.  Captions come off the
      *               STMTGRPS file GLSTMT uses; an ungrouped account
      *               prints under its own title.
      *
      *               CFCLASS parameter line (fixed column):
      *                   1      G group entry, A account entry
      *                   2-4    group code (G entry)
      *                   2-7    account id (A entry)
      *                   9      class - C N W O I F R
      *               An account entry overrides the entry for its
      *               group.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original statement of cash flows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCASHFL.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-GLPERBAL-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT GROUP-CAPTION-FILE ASSIGN TO "STMTGRPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTION-STATUS.

           SELECT CLASS-PARAMETER-FILE ASSIGN TO "CFCLASS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.

           SELECT CASH-FLOW-PRINT-FILE ASSIGN TO "GLCASHRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-BALANCE-FILE.
       COPY GLPERBAL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  GROUP-CAPTION-FILE.
       01  GROUP-CAPTION-LINE            PIC X(80).

       FD  CLASS-PARAMETER-FILE.
       01  CLASS-PARAMETER-LINE          PIC X(80).

       FD  CASH-FLOW-PRINT-FILE.
       01  CASH-FLOW-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLPERBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-CAPTION-STATUS         PIC X(02) VALUE "00".
           05  WS-CLASS-STATUS           PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-CAP-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-CAP-END-OF-FILE           VALUE "Y".
           05  WS-CLS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-CLS-END-OF-FILE           VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-SNAPSHOTS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-UNCLASSIFIED-COUNT     PIC 9(9) COMP VALUE ZERO.
           05  WS-NOT-ON-CHART-COUNT     PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-CURRENT-PERIOD             PIC 9(06).
       01  WS-PRIOR-PERIOD               PIC 9(06).

      * Cash flow lines accumulate per caption within their class: a
      * grouped account under its group code, an ungrouped one under
      * its own account id.
       01  WS-LINE-LIMIT                 PIC 9(03) COMP VALUE 200.
       01  WS-LINE-USED                  PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-SUB                   PIC 9(03) COMP.
       01  WS-FLOW-LINE-TABLE.
           05  WS-FL-ENTRY OCCURS 200 TIMES.
               10  WS-FL-CLASS           PIC X(01).
               10  WS-FL-SORT-KEY        PIC X(07).
               10  WS-FL-CAPTION         PIC X(24).
               10  WS-FL-AMOUNT          PIC S9(11)V99 COMP-3.

      * Group captions off the parameter file.
       01  WS-CAP-LIMIT                  PIC 9(02) COMP VALUE 50.
       01  WS-CAP-USED                   PIC 9(02) COMP VALUE ZERO.
       01  WS-CAP-SUB                    PIC 9(02) COMP.
       01  WS-CAPTION-TABLE.
           05  WS-CAP-ENTRY OCCURS 50 TIMES.
               10  WS-CP-CODE            PIC X(03).
               10  WS-CP-CAPTION         PIC X(24).

      * Classifications off the CFCLASS parameter file.
       01  WS-CLS-LIMIT                  PIC 9(03) COMP VALUE 200.
       01  WS-CLS-USED                   PIC 9(03) COMP VALUE ZERO.
       01  WS-CLS-SUB                    PIC 9(03) COMP.
       01  WS-CLASS-TABLE.
           05  WS-CLS-ENTRY OCCURS 200 TIMES.
               10  WS-CL-LEVEL           PIC X(01).
               10  WS-CL-CODE            PIC X(06).
               10  WS-CL-CLASS           PIC X(01).

       01  WS-WORK-FIELDS.
           05  WS-THIS-CLASS             PIC X(01).
               88  WS-CLASS-VALID        VALUE "C" "N" "W" "O" "I"
                                               "F" "R".
           05  WS-THIS-KEY               PIC X(07).
           05  WS-THIS-CAPTION           PIC X(24).
           05  WS-THIS-LEVEL             PIC X(01).
           05  WS-THIS-CODE              PIC X(06).
           05  WS-CASH-EFFECT            PIC S9(11)V99 COMP-3.
           05  WS-PRINT-CLASS            PIC X(01).
           05  WS-SECTION-TOTAL          PIC S9(11)V99 COMP-3.

       01  WS-STATEMENT-TOTALS.
           05  WS-NET-INCOME             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-OPERATING-TOTAL        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-INVESTING-TOTAL        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-FINANCING-TOTAL        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-NET-CHANGE             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-CASH-OPENING           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-CASH-CLOSING           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-CASH-MOVEMENT          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-PROOF-DIFFERENCE       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CF-HEADING.
           05  FILLER                    PIC X(28) VALUE
               "STATEMENT OF CASH FLOWS  ".
           05  WS-CFH-CURRENT            PIC 9(06).
           05  FILLER                    PIC X(07) VALUE "  FROM ".
           05  WS-CFH-PRIOR              PIC 9(06).

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE              PIC X(60).

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-PREFIX             PIC X(12).
           05  WS-DTL-CAPTION            PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT             PIC $$,$$$,$$$,$$9.99CR.

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT             PIC $$,$$$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-GATHER-SNAPSHOTS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-PRINT-STATEMENT
               THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-FLOW-LINE-TABLE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
            OR WS-CMD-LINE-PARM(8:6) IS NOT NUMERIC
               DISPLAY "GLCASHFL - CURRENT AND PRIOR PERIOD "
                   "PARAMETERS (YYYYMM YYYYMM) REQUIRED - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CMD-LINE-PARM(8:6) TO WS-PRIOR-PERIOD.
           PERFORM 1100-LOAD-CAPTIONS
               THRU 1100-EXIT.
           PERFORM 1200-LOAD-CLASSES
               THRU 1200-EXIT.
           OPEN INPUT GL-PERIOD-BALANCE-FILE.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN OUTPUT CASH-FLOW-PRINT-FILE.
       1000-EXIT.
           EXIT.

       1100-LOAD-CAPTIONS.
           OPEN INPUT GROUP-CAPTION-FILE.
           IF WS-CAPTION-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CAPTION
               UNTIL WS-CAP-END-OF-FILE.
           CLOSE GROUP-CAPTION-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CAPTION.
           READ GROUP-CAPTION-FILE
               AT END
                   SET WS-CAP-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-CAP-USED < WS-CAP-LIMIT
                       ADD 1 TO WS-CAP-USED
                       MOVE GROUP-CAPTION-LINE(1:3)
                           TO WS-CP-CODE (WS-CAP-USED)
                       MOVE GROUP-CAPTION-LINE(4:24)
                           TO WS-CP-CAPTION (WS-CAP-USED)
                   END-IF
           END-READ.

      * ================================================================
      * 1200-LOAD-CLASSES - without the classification file every
      *                     balance sheet account would print as
      *                     unclassified, so the run stops instead.
      * ================================================================
       1200-LOAD-CLASSES.
           OPEN INPUT CLASS-PARAMETER-FILE.
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "GLCASHFL - CANNOT OPEN CFCLASS - STATUS "
                   WS-CLASS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-LOAD-ONE-CLASS
               UNTIL WS-CLS-END-OF-FILE.
           CLOSE CLASS-PARAMETER-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CLASS.
           READ CLASS-PARAMETER-FILE
               AT END
                   SET WS-CLS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CLASS-PARAMETER-LINE(9:1) TO WS-THIS-CLASS
                   EVALUATE TRUE
                       WHEN CLASS-PARAMETER-LINE(1:1) NOT = "G"
                        AND CLASS-PARAMETER-LINE(1:1) NOT = "A"
                           DISPLAY "GLCASHFL - CFCLASS LINE NOT G OR "
                               "A - IGNORED - "
                               CLASS-PARAMETER-LINE(1:9)
                       WHEN NOT WS-CLASS-VALID
                           DISPLAY "GLCASHFL - CFCLASS CLASS NOT "
                               "C N W O I F R - IGNORED - "
                               CLASS-PARAMETER-LINE(1:9)
                       WHEN WS-CLS-USED NOT < WS-CLS-LIMIT
                           DISPLAY "GLCASHFL - CFCLASS TABLE FULL - "
                               "IGNORED - " CLASS-PARAMETER-LINE(1:9)
                       WHEN OTHER
                           ADD 1 TO WS-CLS-USED
                           MOVE CLASS-PARAMETER-LINE(1:1)
                               TO WS-CL-LEVEL (WS-CLS-USED)
                           MOVE SPACES TO WS-CL-CODE (WS-CLS-USED)
                           IF CLASS-PARAMETER-LINE(1:1) = "G"
                               MOVE CLASS-PARAMETER-LINE(2:3)
                                   TO WS-CL-CODE (WS-CLS-USED)
                           ELSE
                               MOVE CLASS-PARAMETER-LINE(2:6)
                                   TO WS-CL-CODE (WS-CLS-USED)
                           END-IF
                           MOVE WS-THIS-CLASS
                               TO WS-CL-CLASS (WS-CLS-USED)
                   END-EVALUATE
           END-READ.

      * ================================================================
      * 2000-GATHER-SNAPSHOTS - the file runs account by account, so
      *                         one pass sees both periods: the prior
      *                         balance adds to the cash effect and
      *                         the current balance takes away from
      *                         it.  An account on only one of the
      *                         two snapshots moved from or to zero.
      * ================================================================
       2000-GATHER-SNAPSHOTS.
           READ GL-PERIOD-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PB-PERIOD = WS-CURRENT-PERIOD
                    OR PB-PERIOD = WS-PRIOR-PERIOD
                       ADD 1 TO WS-SNAPSHOTS-READ
                       PERFORM 2100-GATHER-ONE-SNAPSHOT
                           THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-GATHER-ONE-SNAPSHOT.
           MOVE PB-ACCT-ID TO COA-ACCT-ID.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-CHART-COUNT
                   DISPLAY "GLCASHFL - ACCOUNT " PB-ACCT-ID
                       " NOT ON COAMAST - LEFT OFF THE STATEMENT"
                   GO TO 2100-EXIT
           END-READ.
           IF PB-PERIOD = WS-PRIOR-PERIOD
               MOVE PB-BALANCE TO WS-CASH-EFFECT
           ELSE
               COMPUTE WS-CASH-EFFECT = ZERO - PB-BALANCE
           END-IF.
           IF COA-TYPE-INCOME OR COA-TYPE-EXPENSE
               ADD WS-CASH-EFFECT TO WS-NET-INCOME
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CLASSIFY-ACCOUNT.
           EVALUATE WS-THIS-CLASS
               WHEN "R"
                   ADD WS-CASH-EFFECT TO WS-NET-INCOME
               WHEN "C"
                   IF PB-PERIOD = WS-PRIOR-PERIOD
                       ADD PB-BALANCE TO WS-CASH-OPENING
                   ELSE
                       ADD PB-BALANCE TO WS-CASH-CLOSING
                   END-IF
               WHEN OTHER
                   IF COA-STMT-GROUP = SPACES
                       MOVE SPACES TO WS-THIS-KEY
                       STRING "A" COA-ACCT-ID
                           DELIMITED BY SIZE INTO WS-THIS-KEY
                       MOVE COA-TITLE TO WS-THIS-CAPTION
                   ELSE
                       MOVE SPACES TO WS-THIS-KEY
                       STRING "G" COA-STMT-GROUP
                           DELIMITED BY SIZE INTO WS-THIS-KEY
                       PERFORM 2300-FIND-GROUP-CAPTION
                   END-IF
                   PERFORM 2400-POST-TO-LINE-TABLE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-CLASSIFY-ACCOUNT - the account's own entry first, then
      *                         its group's; U when neither is on
      *                         the parameter file.
      * ================================================================
       2200-CLASSIFY-ACCOUNT.
           MOVE "U" TO WS-THIS-CLASS.
           MOVE "A" TO WS-THIS-LEVEL.
           MOVE COA-ACCT-ID TO WS-THIS-CODE.
           PERFORM 2210-SEARCH-CLASS-TABLE.
           IF WS-CLS-SUB <= WS-CLS-USED
               MOVE WS-CL-CLASS (WS-CLS-SUB) TO WS-THIS-CLASS
           ELSE
               IF COA-STMT-GROUP NOT = SPACES
                   MOVE SPACES TO WS-THIS-CODE
                   MOVE COA-STMT-GROUP TO WS-THIS-CODE
                   MOVE "G" TO WS-THIS-LEVEL
                   PERFORM 2210-SEARCH-CLASS-TABLE
                   IF WS-CLS-SUB <= WS-CLS-USED
                       MOVE WS-CL-CLASS (WS-CLS-SUB) TO WS-THIS-CLASS
                   END-IF
               END-IF
           END-IF.
           IF WS-THIS-CLASS = "U"
              AND PB-PERIOD = WS-CURRENT-PERIOD
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               DISPLAY "GLCASHFL - ACCOUNT " COA-ACCT-ID
                   " NOT CLASSED ON CFCLASS - SHOWN AS UNCLASSIFIED"
           END-IF.

       2210-SEARCH-CLASS-TABLE.
           MOVE 1 TO WS-CLS-SUB.
           PERFORM 2220-STEP-CLASS-SLOT
               UNTIL WS-CLS-SUB > WS-CLS-USED
               OR (WS-CL-LEVEL (WS-CLS-SUB) = WS-THIS-LEVEL
                   AND WS-CL-CODE (WS-CLS-SUB) = WS-THIS-CODE).

       2220-STEP-CLASS-SLOT.
           ADD 1 TO WS-CLS-SUB.

       2300-FIND-GROUP-CAPTION.
           MOVE SPACES TO WS-THIS-CAPTION.
           STRING "GROUP " COA-STMT-GROUP
               DELIMITED BY SIZE INTO WS-THIS-CAPTION.
           MOVE 1 TO WS-CAP-SUB.
           PERFORM 2310-STEP-CAPTION-SLOT
               UNTIL WS-CAP-SUB > WS-CAP-USED
               OR WS-CP-CODE (WS-CAP-SUB) = COA-STMT-GROUP.
           IF WS-CAP-SUB <= WS-CAP-USED
               MOVE WS-CP-CAPTION (WS-CAP-SUB) TO WS-THIS-CAPTION
           END-IF.

       2310-STEP-CAPTION-SLOT.
           ADD 1 TO WS-CAP-SUB.

       2400-POST-TO-LINE-TABLE.
           MOVE 1 TO WS-LINE-SUB.
           PERFORM 2410-STEP-LINE-SLOT
               UNTIL WS-LINE-SUB > WS-LINE-USED
               OR (WS-FL-CLASS (WS-LINE-SUB) = WS-THIS-CLASS
                   AND WS-FL-SORT-KEY (WS-LINE-SUB) = WS-THIS-KEY).
           IF WS-LINE-SUB > WS-LINE-USED
               IF WS-LINE-USED >= WS-LINE-LIMIT
                   DISPLAY "GLCASHFL - MORE THAN " WS-LINE-LIMIT
                       " CASH FLOW LINES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINE-USED
               MOVE WS-LINE-USED TO WS-LINE-SUB
               MOVE WS-THIS-CLASS TO WS-FL-CLASS (WS-LINE-SUB)
               MOVE WS-THIS-KEY TO WS-FL-SORT-KEY (WS-LINE-SUB)
               MOVE WS-THIS-CAPTION TO WS-FL-CAPTION (WS-LINE-SUB)
           END-IF.
           ADD WS-CASH-EFFECT TO WS-FL-AMOUNT (WS-LINE-SUB).

       2410-STEP-LINE-SLOT.
           ADD 1 TO WS-LINE-SUB.

      * ================================================================
      * 3000-PRINT-STATEMENT - operating (net income, add-backs,
      *                        working capital, other), investing,
      *                        financing, then the proof to cash.
      * ================================================================
       3000-PRINT-STATEMENT.
           MOVE WS-CURRENT-PERIOD TO WS-CFH-CURRENT.
           MOVE WS-PRIOR-PERIOD   TO WS-CFH-PRIOR.
           MOVE WS-CF-HEADING TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.
           MOVE SPACES TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.
           MOVE "CASH FLOWS FROM OPERATING ACTIVITIES" TO WS-SEC-TITLE.
           PERFORM 3900-WRITE-SECTION-TITLE.
           MOVE SPACES TO WS-DTL-PREFIX.
           MOVE "NET INCOME" TO WS-DTL-CAPTION.
           MOVE WS-NET-INCOME TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL-LINE TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.
           MOVE WS-NET-INCOME TO WS-OPERATING-TOTAL.
           MOVE "ADD BACK - " TO WS-DTL-PREFIX.
           MOVE "N" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           ADD WS-SECTION-TOTAL TO WS-OPERATING-TOTAL.
           MOVE "CHANGE IN  " TO WS-DTL-PREFIX.
           MOVE "W" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           ADD WS-SECTION-TOTAL TO WS-OPERATING-TOTAL.
           MOVE SPACES TO WS-DTL-PREFIX.
           MOVE "O" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           ADD WS-SECTION-TOTAL TO WS-OPERATING-TOTAL.
           MOVE "UNCLASSIFIED" TO WS-DTL-PREFIX.
           MOVE "U" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           ADD WS-SECTION-TOTAL TO WS-OPERATING-TOTAL.
           MOVE "NET CASH FROM OPERATING ACTIVITIES" TO WS-TOT-CAPTION.
           MOVE WS-OPERATING-TOTAL TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE "CASH FLOWS FROM INVESTING ACTIVITIES" TO WS-SEC-TITLE.
           PERFORM 3900-WRITE-SECTION-TITLE.
           MOVE SPACES TO WS-DTL-PREFIX.
           MOVE "I" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           MOVE WS-SECTION-TOTAL TO WS-INVESTING-TOTAL.
           MOVE "NET CASH FROM INVESTING ACTIVITIES" TO WS-TOT-CAPTION.
           MOVE WS-INVESTING-TOTAL TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE "CASH FLOWS FROM FINANCING ACTIVITIES" TO WS-SEC-TITLE.
           PERFORM 3900-WRITE-SECTION-TITLE.
           MOVE "F" TO WS-PRINT-CLASS.
           PERFORM 3100-PRINT-CLASS-LINES.
           MOVE WS-SECTION-TOTAL TO WS-FINANCING-TOTAL.
           MOVE "NET CASH FROM FINANCING ACTIVITIES" TO WS-TOT-CAPTION.
           MOVE WS-FINANCING-TOTAL TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           PERFORM 3500-PRINT-CASH-PROOF.
       3000-EXIT.
           EXIT.

       3100-PRINT-CLASS-LINES.
           MOVE ZERO TO WS-SECTION-TOTAL.
           PERFORM 3110-PRINT-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-USED.

       3110-PRINT-ONE-LINE.
           IF WS-FL-CLASS (WS-LINE-SUB) = WS-PRINT-CLASS
               MOVE WS-FL-CAPTION (WS-LINE-SUB) TO WS-DTL-CAPTION
               MOVE WS-FL-AMOUNT (WS-LINE-SUB)  TO WS-DTL-AMOUNT
               MOVE WS-DETAIL-LINE TO CASH-FLOW-PRINT-LINE
               WRITE CASH-FLOW-PRINT-LINE
               ADD WS-FL-AMOUNT (WS-LINE-SUB) TO WS-SECTION-TOTAL
           END-IF.

      * ================================================================
      * 3500-PRINT-CASH-PROOF - the three sections must add to what
      *                         the cash accounts actually moved.
      * ================================================================
       3500-PRINT-CASH-PROOF.
           COMPUTE WS-NET-CHANGE = WS-OPERATING-TOTAL
               + WS-INVESTING-TOTAL + WS-FINANCING-TOTAL.
           COMPUTE WS-CASH-MOVEMENT =
               WS-CASH-CLOSING - WS-CASH-OPENING.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-NET-CHANGE - WS-CASH-MOVEMENT.
           MOVE SPACES TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.
           MOVE "NET CHANGE IN CASH" TO WS-TOT-CAPTION.
           MOVE WS-NET-CHANGE TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE "CASH AT BEGINNING OF PERIOD" TO WS-TOT-CAPTION.
           MOVE WS-CASH-OPENING TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE "CASH AT END OF PERIOD" TO WS-TOT-CAPTION.
           MOVE WS-CASH-CLOSING TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE "MOVEMENT IN THE CASH ACCOUNTS" TO WS-TOT-CAPTION.
           MOVE WS-CASH-MOVEMENT TO WS-TOT-AMOUNT.
           PERFORM 3950-WRITE-TOTAL-LINE.
           MOVE SPACES TO CASH-FLOW-PRINT-LINE.
           IF WS-PROOF-DIFFERENCE = ZERO
               STRING "*** NET CHANGE IN CASH PROVES TO THE CASH "
                      "ACCOUNTS ***"
                   DELIMITED BY SIZE INTO CASH-FLOW-PRINT-LINE
               WRITE CASH-FLOW-PRINT-LINE
           ELSE
               MOVE "*** DOES NOT PROVE - DIFFERENCE"
                   TO WS-TOT-CAPTION
               MOVE WS-PROOF-DIFFERENCE TO WS-TOT-AMOUNT
               PERFORM 3950-WRITE-TOTAL-LINE
           END-IF.

       3900-WRITE-SECTION-TITLE.
           MOVE SPACES TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.
           MOVE WS-SECTION-LINE TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.

       3950-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO CASH-FLOW-PRINT-LINE.
           WRITE CASH-FLOW-PRINT-LINE.

       9000-TERMINATE.
           IF WS-PROOF-DIFFERENCE NOT = ZERO
               DISPLAY "GLCASHFL - CASH FLOW DOES NOT PROVE TO THE "
                   "CASH ACCOUNTS - SEE GLCASHRP"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNCLASSIFIED-COUNT > ZERO
                OR WS-NOT-ON-CHART-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "CASH FLOW STATEMENT - END OF JOB SUMMARY".
           DISPLAY "  SNAPSHOTS READ : " WS-SNAPSHOTS-READ.
           DISPLAY "  FLOW LINES     : " WS-LINE-USED.
           DISPLAY "  UNCLASSIFIED   : " WS-UNCLASSIFIED-COUNT.
           DISPLAY "  NOT ON CHART   : " WS-NOT-ON-CHART-COUNT.
           CLOSE GL-PERIOD-BALANCE-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE CASH-FLOW-PRINT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GLCASHFL.
