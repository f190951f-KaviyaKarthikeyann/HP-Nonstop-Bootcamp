      ******************************************************************
      * PROGRAM:      LOANMDRP
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Modified-loan performance report.  Every loan
      *               LOANMOD has ever restructured prints with each
      *               of its modifications off the LOANMODH history
      *               (date, type, operator, before and after rate
      *               and installment, how far behind it was at the
      *               time), followed by how it has done since: its
      *               status, balance, principal paid down since the
      *               last modification, days past due today and a
      *               performance class - PERFORMING, DELINQUENT (1 to
      *               90 days), RE-DEFAULTED (over 90 days), PAID OFF
      *               or CHARGED OFF.  A count and balance per class
      *               closes the report for management.  The history
      *               is sorted by loan account and matched against
      *               the master's ascending key walk, the same
      *               two-file technique the statement print uses.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original modified-loan performance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMDRP.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MODIFICATION-HISTORY-FILE ASSIGN TO "LOANMODH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANMODH-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT PERFORMANCE-REPORT-FILE ASSIGN TO "LOANMDPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MODH-SORT-FILE ASSIGN TO "MODHSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MODIFICATION-HISTORY-FILE.
       COPY LOANMODH.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  PERFORMANCE-REPORT-FILE.
       01  PERFORMANCE-REPORT-LINE       PIC X(132).

       SD  MODH-SORT-FILE.
       01  MODH-SORT-RECORD.
           05  MS-LOAN-ACCT-NO           PIC 9(10).
           05  MS-MOD-DATE               PIC 9(08).
           05  MS-MOD-TYPE               PIC X(01).
           05  MS-OPERATOR-ID            PIC X(08).
           05  MS-DAYS-PAST-DUE          PIC 9(05).
           05  MS-OLD-RATE               PIC 9(3)V99.
           05  MS-NEW-RATE               PIC 9(3)V99.
           05  MS-OLD-INSTALLMENT        PIC 9(9)V99.
           05  MS-NEW-INSTALLMENT        PIC 9(9)V99.
           05  MS-NEW-PRINCIPAL          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANMODH-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-HIST-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-MAST-END-OF-FILE          VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-LOANS-REPORTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-ORPHAN-HISTORY         PIC 9(9) COMP VALUE ZERO.

      * One slot per performance class, in the order the summary
      * prints them.
       01  WS-CLASS-NAMES.
           05  FILLER                    PIC X(12) VALUE "PERFORMING".
           05  FILLER                    PIC X(12) VALUE "DELINQUENT".
           05  FILLER                    PIC X(12) VALUE
               "RE-DEFAULTED".
           05  FILLER                    PIC X(12) VALUE "PAID OFF".
           05  FILLER                    PIC X(12) VALUE "CHARGED OFF".
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
           05  WS-CLASS-NAME             PIC X(12) OCCURS 5 TIMES.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY OCCURS 5 TIMES.
               10  WS-CLASS-COUNT        PIC 9(9) COMP.
               10  WS-CLASS-BALANCE      PIC S9(11)V99 COMP-3.
       01  WS-CLASS-SUB                  PIC 9(02) COMP.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).
       01  WS-DUE-DAY-NO                 PIC 9(07).
       01  WS-DAYS-PAST-DUE              PIC S9(05).
       01  WS-MODS-FOR-LOAN              PIC 9(03) COMP.
       01  WS-LAST-MOD-PRINCIPAL         PIC S9(9)V99 COMP-3.
       01  WS-PAID-DOWN                  PIC S9(9)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "MODIFIED LOAN PERFORMANCE REPORT".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(13) VALUE "STATUS".
           05  FILLER                    PIC X(16) VALUE "PRINCIPAL".
           05  FILLER                    PIC X(10) VALUE "NEXT DUE".
           05  FILLER                    PIC X(07) VALUE "DPD".
           05  FILLER                    PIC X(17) VALUE
               "PAID DOWN SINCE".
           05  FILLER                    PIC X(12) VALUE "PERFORMANCE".

       01  WS-LOAN-LINE.
           05  WS-LN-ACCT-NO             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LN-STATUS              PIC X(11).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LN-PRINCIPAL           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LN-NEXT-DUE            PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LN-DAYS-PAST-DUE       PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LN-PAID-DOWN           PIC -$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-LN-CLASS               PIC X(12).

       01  WS-MODIFICATION-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-ML-MOD-DATE            PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-MOD-TYPE            PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-OPERATOR            PIC X(08).
           05  FILLER                    PIC X(07) VALUE "  RATE ".
           05  WS-ML-OLD-RATE            PIC ZZ9.99.
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-ML-NEW-RATE            PIC ZZ9.99.
           05  FILLER                    PIC X(07) VALUE "  INST ".
           05  WS-ML-OLD-INSTALLMENT     PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-ML-NEW-INSTALLMENT     PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(07) VALUE "  PRIN ".
           05  WS-ML-NEW-PRINCIPAL       PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(06) VALUE "  DPD ".
           05  WS-ML-DAYS-PAST-DUE       PIC ZZZZ9.

       01  WS-NO-HISTORY-LINE.
           05  FILLER                    PIC X(40) VALUE
               "    NO MODIFICATION HISTORY ON FILE".

       01  WS-SUMMARY-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "PERFORMANCE SINCE MODIFICATION".

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SUM-CLASS              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-BALANCE            PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N).
           PERFORM 1000-CLEAR-CLASS-TOTALS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 5.
           SORT MODH-SORT-FILE
               ON ASCENDING KEY MS-LOAN-ACCT-NO
               ON ASCENDING KEY MS-MOD-DATE
               INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                   THRU 3000-EXIT.
           DISPLAY "MODIFIED LOAN PERFORMANCE - END OF JOB SUMMARY".
           DISPLAY "  HISTORY RECORDS READ : " WS-HISTORY-READ.
           DISPLAY "  LOANS REPORTED       : " WS-LOANS-REPORTED.
           DISPLAY "  ORPHAN HISTORY       : " WS-ORPHAN-HISTORY.
           STOP RUN.

       1000-CLEAR-CLASS-TOTALS.
           MOVE ZERO TO WS-CLASS-COUNT (WS-CLASS-SUB).
           MOVE ZERO TO WS-CLASS-BALANCE (WS-CLASS-SUB).

      * ================================================================
      * 2000-LOAD-SORT-FILE - no history yet (nothing has ever been
      *                       modified) is an empty report, not an
      *                       error.
      * ================================================================
       2000-LOAD-SORT-FILE.
           OPEN INPUT LOAN-MODIFICATION-HISTORY-FILE.
           IF WS-LOANMODH-STATUS = "35"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-LOAD-ONE-MODIFICATION
                   UNTIL WS-HIST-END-OF-FILE
               CLOSE LOAN-MODIFICATION-HISTORY-FILE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-MODIFICATION.
           READ LOAN-MODIFICATION-HISTORY-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE LMH-LOAN-ACCT-NO    TO MS-LOAN-ACCT-NO
                   MOVE LMH-MOD-DATE        TO MS-MOD-DATE
                   MOVE LMH-MOD-TYPE        TO MS-MOD-TYPE
                   MOVE LMH-OPERATOR-ID     TO MS-OPERATOR-ID
                   MOVE LMH-DAYS-PAST-DUE   TO MS-DAYS-PAST-DUE
                   MOVE LMH-OLD-RATE        TO MS-OLD-RATE
                   MOVE LMH-NEW-RATE        TO MS-NEW-RATE
                   MOVE LMH-OLD-INSTALLMENT TO MS-OLD-INSTALLMENT
                   MOVE LMH-NEW-INSTALLMENT TO MS-NEW-INSTALLMENT
                   MOVE LMH-NEW-PRINCIPAL   TO MS-NEW-PRINCIPAL
                   RELEASE MODH-SORT-RECORD
           END-READ.

      * ================================================================
      * 3000-PRINT-REPORT - the sorted history and the master's
      *                     ascending key walk advance together.
      *                     History for an account no longer on the
      *                     master is counted as an orphan, not lost
      *                     silently.
      * ================================================================
       3000-PRINT-REPORT.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANMDRP - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PERFORMANCE-REPORT-FILE.
           PERFORM 8010-NEW-PAGE.
           PERFORM 3050-RETURN-ONE-MODIFICATION.
           PERFORM 3100-PROCESS-ONE-LOAN
               UNTIL WS-MAST-END-OF-FILE.
           PERFORM 3060-COUNT-ORPHAN
               UNTIL WS-SORT-END-OF-FILE.
           PERFORM 3500-PRINT-SUMMARY.
           CLOSE LOAN-MASTER-FILE.
           CLOSE PERFORMANCE-REPORT-FILE.
       3000-EXIT.
           EXIT.

       3050-RETURN-ONE-MODIFICATION.
           RETURN MODH-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.

       3060-COUNT-ORPHAN.
           ADD 1 TO WS-ORPHAN-HISTORY.
           PERFORM 3050-RETURN-ONE-MODIFICATION.

       3100-PROCESS-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MAST-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 3060-COUNT-ORPHAN
                       UNTIL WS-SORT-END-OF-FILE
                       OR MS-LOAN-ACCT-NO >= LM-LOAN-ACCT-NO
                   IF LM-RESTRUCTURED
                       PERFORM 3200-REPORT-ONE-LOAN
                   ELSE
                       PERFORM 3060-COUNT-ORPHAN
                           UNTIL WS-SORT-END-OF-FILE
                           OR MS-LOAN-ACCT-NO NOT = LM-LOAN-ACCT-NO
                   END-IF
           END-READ.

      * ================================================================
      * 3200-REPORT-ONE-LOAN - the modifications print first, oldest
      *                        to newest; the loan line under them
      *                        measures the loan against the terms
      *                        of its LAST modification.
      * ================================================================
       3200-REPORT-ONE-LOAN.
           PERFORM 8000-CHECK-PAGE-BREAK.
           PERFORM 3300-CLASSIFY-LOAN.
           MOVE ZERO TO WS-MODS-FOR-LOAN.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-LAST-MOD-PRINCIPAL.
           PERFORM 3210-PRINT-ONE-MODIFICATION
               UNTIL WS-SORT-END-OF-FILE
               OR MS-LOAN-ACCT-NO NOT = LM-LOAN-ACCT-NO.
           IF WS-MODS-FOR-LOAN = ZERO
               MOVE WS-NO-HISTORY-LINE TO PERFORMANCE-REPORT-LINE
               WRITE PERFORMANCE-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
           IF LM-CHARGED-OFF
               MOVE ZERO TO WS-PAID-DOWN
           ELSE
               COMPUTE WS-PAID-DOWN =
                   WS-LAST-MOD-PRINCIPAL - LM-OUTSTANDING-PRINCIPAL
           END-IF.
           MOVE LM-LOAN-ACCT-NO TO WS-LN-ACCT-NO.
           EVALUATE TRUE
               WHEN LM-OPEN
                   MOVE "OPEN" TO WS-LN-STATUS
               WHEN LM-CLOSED
                   MOVE "CLOSED" TO WS-LN-STATUS
               WHEN LM-NON-ACCRUAL
                   MOVE "NON-ACCRUAL" TO WS-LN-STATUS
               WHEN LM-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-LN-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-LN-STATUS
           END-EVALUATE.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-LN-PRINCIPAL.
           MOVE LM-NEXT-DUE-DATE TO WS-LN-NEXT-DUE.
           MOVE WS-DAYS-PAST-DUE TO WS-LN-DAYS-PAST-DUE.
           MOVE WS-PAID-DOWN TO WS-LN-PAID-DOWN.
           MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO WS-LN-CLASS.
           MOVE WS-LOAN-LINE TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           ADD 1 TO WS-CLASS-COUNT (WS-CLASS-SUB).
           ADD LM-OUTSTANDING-PRINCIPAL
               TO WS-CLASS-BALANCE (WS-CLASS-SUB).
           ADD 1 TO WS-LOANS-REPORTED.

       3210-PRINT-ONE-MODIFICATION.
           ADD 1 TO WS-MODS-FOR-LOAN.
           MOVE MS-NEW-PRINCIPAL TO WS-LAST-MOD-PRINCIPAL.
           MOVE MS-MOD-DATE TO WS-ML-MOD-DATE.
           EVALUATE MS-MOD-TYPE
               WHEN "E"
                   MOVE "TERM EXTEND" TO WS-ML-MOD-TYPE
               WHEN "R"
                   MOVE "RATE CHANGE" TO WS-ML-MOD-TYPE
               WHEN "C"
                   MOVE "CAPITALIZE" TO WS-ML-MOD-TYPE
               WHEN "D"
                   MOVE "DEFERRAL" TO WS-ML-MOD-TYPE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ML-MOD-TYPE
           END-EVALUATE.
           MOVE MS-OPERATOR-ID TO WS-ML-OPERATOR.
           MOVE MS-OLD-RATE TO WS-ML-OLD-RATE.
           MOVE MS-NEW-RATE TO WS-ML-NEW-RATE.
           MOVE MS-OLD-INSTALLMENT TO WS-ML-OLD-INSTALLMENT.
           MOVE MS-NEW-INSTALLMENT TO WS-ML-NEW-INSTALLMENT.
           MOVE MS-NEW-PRINCIPAL TO WS-ML-NEW-PRINCIPAL.
           MOVE MS-DAYS-PAST-DUE TO WS-ML-DAYS-PAST-DUE.
           MOVE WS-MODIFICATION-LINE TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3050-RETURN-ONE-MODIFICATION.

      * ================================================================
      * 3300-CLASSIFY-LOAN - a closed or charged-off loan is judged by
      *                      how it ended; an open or NON-ACCRUAL one
      *                      by how far its next due date has slipped
      *                      past the run date, on the same 90-day
      *                      line the non-accrual step draws.
      * ================================================================
       3300-CLASSIFY-LOAN.
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN LM-CLOSED
                   MOVE 4 TO WS-CLASS-SUB
               WHEN LM-CHARGED-OFF
                   MOVE 5 TO WS-CLASS-SUB
               WHEN OTHER
                   COMPUTE WS-DUE-DAY-NO =
                       FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DAY-NO - WS-DUE-DAY-NO
                   IF WS-DAYS-PAST-DUE < ZERO
                       MOVE ZERO TO WS-DAYS-PAST-DUE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DAYS-PAST-DUE > 90
                           MOVE 3 TO WS-CLASS-SUB
                       WHEN WS-DAYS-PAST-DUE > ZERO
                           MOVE 2 TO WS-CLASS-SUB
                       WHEN OTHER
                           MOVE 1 TO WS-CLASS-SUB
                   END-EVALUATE
           END-EVALUATE.

       3500-PRINT-SUMMARY.
           PERFORM 8010-NEW-PAGE.
           MOVE WS-SUMMARY-HEADING TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           PERFORM 3510-PRINT-ONE-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 5.

       3510-PRINT-ONE-CLASS.
           MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO WS-SUM-CLASS.
           MOVE WS-CLASS-COUNT (WS-CLASS-SUB) TO WS-SUM-COUNT.
           MOVE WS-CLASS-BALANCE (WS-CLASS-SUB) TO WS-SUM-BALANCE.
           MOVE WS-SUMMARY-LINE TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           MOVE SPACES TO PERFORMANCE-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       END PROGRAM LOANMDRP.
