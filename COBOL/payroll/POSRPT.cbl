      ******************************************************************
      * PROGRAM:      POSRPT
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Monthly position control report - budgeted
      *               versus filled headcount and budgeted versus
      *               actual salary cost by department, off the
      *               POSITION-MASTER and EMPLOYEE-MASTER alone so
      *               HR and finance read the same figures.
      *
      *               Two passes, then the summary:
      *
      *               - the position master: every position not
      *                 ELIMINATED is budgeted headcount and budgeted
      *                 salary for its department; it is FILLED with
      *                 an incumbent, VACANT if approved and empty,
      *                 FROZEN if frozen and empty.  A filled
      *                 position whose incumbent's salary is above
      *                 the budget for it is listed;
      *               - the employee master: every ACTIVE employee's
      *                 salary is actual cost for the employee's
      *                 department, and an ACTIVE employee with no
      *                 position is listed and counted NO POSN - a
      *                 hire outside the budget;
      *               - the department summary, one line per
      *                 DEPARTMENT-MASTER entry with a code not on
      *                 the master under the UNASSIGNED catch-all,
      *                 then the totals.  The
      *                 variance is budget less actual, negative when
      *                 the department is over.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original position control report.
      *   2026-10-15  RJP  Departments are loaded from the DEPARTMENT-
      *                    MASTER file through DEPTTBLP instead of the
      *                    compiled DEPTTBL entries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRPT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSMAST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT POSITION-REPORT-FILE ASSIGN TO "POSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
       COPY POSNREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  POSITION-REPORT-FILE.
       01  POSITION-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-POSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-POSRPT-STATUS          PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-POS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-POS-END-OF-FILE           VALUE "Y".
           05  WS-EMP-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EMP-END-OF-FILE           VALUE "Y".
           05  WS-DEPTMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-DEPTMAST-END-OF-FILE      VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-POSITIONS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-EMPLOYEES-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-OVER-BUDGET-COUNT      PIC 9(9) COMP VALUE ZERO.

      * Parallel accumulators, one slot per DEPARTMENT-ENTRY; the
      * last loaded slot is the UNASSIGNED catch-all for a code not
      * on the table.
       01  WS-DEPT-ACCUMULATORS.
           05  WS-DEPT-ACCUM-ENTRY OCCURS 30 TIMES.
               10  WS-DEPT-BUDGETED      PIC 9(7) COMP.
               10  WS-DEPT-FILLED        PIC 9(7) COMP.
               10  WS-DEPT-VACANT        PIC 9(7) COMP.
               10  WS-DEPT-FROZEN        PIC 9(7) COMP.
               10  WS-DEPT-NO-POSN       PIC 9(7) COMP.
               10  WS-DEPT-BUDGET-FTE    PIC 9(5)V99 COMP-3.
               10  WS-DEPT-BUDGET-SAL    PIC S9(11)V99 COMP-3.
               10  WS-DEPT-ACTUAL-SAL    PIC S9(11)V99 COMP-3.
       01  WS-DEPT-SUB                   PIC 9(02).
       01  WS-DEPT-CODE-WORK             PIC X(02).

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BUDGETED         PIC 9(7) COMP VALUE ZERO.
           05  WS-GRAND-FILLED           PIC 9(7) COMP VALUE ZERO.
           05  WS-GRAND-VACANT           PIC 9(7) COMP VALUE ZERO.
           05  WS-GRAND-FROZEN           PIC 9(7) COMP VALUE ZERO.
           05  WS-GRAND-NO-POSN          PIC 9(7) COMP VALUE ZERO.
           05  WS-GRAND-BUDGET-FTE       PIC 9(5)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-BUDGET-SAL       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-ACTUAL-SAL       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).

       COPY DEPTTBL.
       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(35) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "POSITION CONTROL - BUDGET VS FILLED".
           05  FILLER                    PIC X(10) VALUE "RUN DATE".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE              PIC X(60).

       01  WS-OVER-BUDGET-HEADING.
           05  FILLER                    PIC X(08) VALUE "POSITION".
           05  FILLER                    PIC X(32) VALUE "TITLE".
           05  FILLER                    PIC X(04) VALUE "DP".
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(16) VALUE
               "   BUDGET SALARY".
           05  FILLER                    PIC X(16) VALUE
               "   ACTUAL SALARY".
           05  FILLER                    PIC X(16) VALUE
               "        VARIANCE".

       01  WS-OVER-BUDGET-LINE.
           05  WS-OBL-POSITION-NO        PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-TITLE              PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-BUDGET-SAL         PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-ACTUAL-SAL         PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OBL-VARIANCE           PIC -$$$,$$$,$$9.99.

       01  WS-NO-POSN-HEADING.
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(32) VALUE "NAME".
           05  FILLER                    PIC X(04) VALUE "DP".
           05  FILLER                    PIC X(16) VALUE
               "          SALARY".

       01  WS-NO-POSN-LINE.
           05  WS-NPL-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NPL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NPL-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NPL-SALARY             PIC $$$,$$$,$$9.99.

       01  WS-SUMMARY-HEADING.
           05  FILLER                    PIC X(21) VALUE "DEPARTMENT".
           05  FILLER                    PIC X(08) VALUE "  BUDGT".
           05  FILLER                    PIC X(08) VALUE " FILLED".
           05  FILLER                    PIC X(08) VALUE " VACANT".
           05  FILLER                    PIC X(08) VALUE " FROZEN".
           05  FILLER                    PIC X(08) VALUE "NO POSN".
           05  FILLER                    PIC X(10) VALUE "  BUD FTE".
           05  FILLER                    PIC X(20) VALUE
               "       BUDGET SALARY".
           05  FILLER                    PIC X(20) VALUE
               "       ACTUAL SALARY".
           05  FILLER                    PIC X(20) VALUE
               "            VARIANCE".

       01  WS-SUMMARY-LINE.
           05  WS-SUM-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-DEPT-NAME          PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-BUDGETED           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-FILLED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-VACANT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-FROZEN             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-NO-POSN            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-BUDGET-FTE         PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-BUDGET-SAL         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-ACTUAL-SAL         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SUM-VARIANCE           PIC -$$$,$$$,$$$,$$9.99.

       01  WS-VARIANCE-WORK              PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-POSITION-PASS
               THRU 2000-EXIT.
           PERFORM 3000-EMPLOYEE-PASS
               THRU 3000-EXIT.
           PERFORM 4000-DEPARTMENT-SUMMARY
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-DEPT-ACCUMULATORS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMAST-STATUS = "35"
               DISPLAY "POSRPT - NO POSITION MASTER ON FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN OUTPUT POSITION-REPORT-FILE.
           PERFORM 1100-LOAD-DEPARTMENT-TABLE
               THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-DEPARTMENT-TABLE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "POSRPT - CANNOT OPEN DEPTMAST DEPARTMENT "
                   "MASTER - STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-ONE-DEPARTMENT
               UNTIL WS-DEPTMAST-END-OF-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           IF DT-TABLE-OVERFLOW
               DISPLAY "POSRPT - DEPTMAST HOLDS MORE DEPARTMENTS THAN "
                   "THE TABLE - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7450-FINISH-DEPARTMENT-TABLE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-DEPARTMENT.
           READ DEPARTMENT-MASTER-FILE
               AT END
                   SET WS-DEPTMAST-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 7400-FILE-ONE-DEPARTMENT
           END-READ.

      * ================================================================
      * 2000-POSITION-PASS - budgeted headcount and salary by the
      *                      position's department, and the over-
      *                      budget incumbents listed as they are met.
      * ================================================================
       2000-POSITION-PASS.
           MOVE LOW-VALUES TO POS-NO.
           START POSITION-MASTER-FILE KEY IS NOT LESS THAN POS-NO
               INVALID KEY
                   SET WS-POS-END-OF-FILE TO TRUE
           END-START.
           MOVE "FILLED POSITIONS PAID ABOVE BUDGET" TO WS-SEC-TITLE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SECTION-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-OVER-BUDGET-HEADING TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           PERFORM 2100-TALLY-ONE-POSITION
               THRU 2100-EXIT
               UNTIL WS-POS-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-TALLY-ONE-POSITION.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-POS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-POS-END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-POSITIONS-READ.
           IF POS-ELIMINATED
               GO TO 2100-EXIT
           END-IF.
           MOVE POS-DEPT-CODE TO WS-DEPT-CODE-WORK.
           PERFORM 7000-FIND-DEPT-SLOT.
           ADD 1 TO WS-DEPT-BUDGETED (WS-DEPT-SUB).
           ADD POS-FTE TO WS-DEPT-BUDGET-FTE (WS-DEPT-SUB).
           ADD POS-BUDGET-SALARY TO WS-DEPT-BUDGET-SAL (WS-DEPT-SUB).
           IF POS-VACANT
               IF POS-FROZEN
                   ADD 1 TO WS-DEPT-FROZEN (WS-DEPT-SUB)
               ELSE
                   ADD 1 TO WS-DEPT-VACANT (WS-DEPT-SUB)
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-FILLED (WS-DEPT-SUB).
           MOVE POS-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF EMP-SALARY > POS-BUDGET-SALARY
               PERFORM 2200-WRITE-OVER-BUDGET-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-WRITE-OVER-BUDGET-LINE.
           ADD 1 TO WS-OVER-BUDGET-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE POS-NO            TO WS-OBL-POSITION-NO.
           MOVE POS-TITLE         TO WS-OBL-TITLE.
           MOVE POS-DEPT-CODE     TO WS-OBL-DEPT-CODE.
           MOVE POS-EMP-ID        TO WS-OBL-EMP-ID.
           MOVE POS-BUDGET-SALARY TO WS-OBL-BUDGET-SAL.
           MOVE EMP-SALARY        TO WS-OBL-ACTUAL-SAL.
           COMPUTE WS-VARIANCE-WORK = POS-BUDGET-SALARY - EMP-SALARY.
           MOVE WS-VARIANCE-WORK  TO WS-OBL-VARIANCE.
           MOVE WS-OVER-BUDGET-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 3000-EMPLOYEE-PASS - actual salary cost by the employee's own
      *                      department, and every ACTIVE employee
      *                      with no position listed as they are met.
      * ================================================================
       3000-EMPLOYEE-PASS.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EMP-END-OF-FILE TO TRUE
           END-START.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE "ACTIVE EMPLOYEES WITH NO POSITION" TO WS-SEC-TITLE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SECTION-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-NO-POSN-HEADING TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
           PERFORM 3100-TALLY-ONE-EMPLOYEE
               THRU 3100-EXIT
               UNTIL WS-EMP-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EMP-END-OF-FILE TO TRUE
           END-READ.
           IF WS-EMP-END-OF-FILE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEES-READ.
           IF NOT EMP-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           MOVE EMP-DEPT-CODE TO WS-DEPT-CODE-WORK.
           PERFORM 7000-FIND-DEPT-SLOT.
           ADD EMP-SALARY TO WS-DEPT-ACTUAL-SAL (WS-DEPT-SUB).
           IF EMP-POSITION-NO = SPACES
               ADD 1 TO WS-DEPT-NO-POSN (WS-DEPT-SUB)
               PERFORM 8000-CHECK-PAGE-BREAK
               MOVE EMP-ID        TO WS-NPL-EMP-ID
               MOVE EMP-NAME      TO WS-NPL-NAME
               MOVE EMP-DEPT-CODE TO WS-NPL-DEPT-CODE
               MOVE EMP-SALARY    TO WS-NPL-SALARY
               MOVE WS-NO-POSN-LINE TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 4000-DEPARTMENT-SUMMARY - one line per table entry, the
      *                           catch-all last, then the totals.
      * ================================================================
       4000-DEPARTMENT-SUMMARY.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE "DEPARTMENT SUMMARY" TO WS-SEC-TITLE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SECTION-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-SUMMARY-HEADING TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
           PERFORM 4100-WRITE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > DT-ENTRY-COUNT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TOTAL"             TO WS-SUM-DEPT-NAME.
           MOVE WS-GRAND-BUDGETED   TO WS-SUM-BUDGETED.
           MOVE WS-GRAND-FILLED     TO WS-SUM-FILLED.
           MOVE WS-GRAND-VACANT     TO WS-SUM-VACANT.
           MOVE WS-GRAND-FROZEN     TO WS-SUM-FROZEN.
           MOVE WS-GRAND-NO-POSN    TO WS-SUM-NO-POSN.
           MOVE WS-GRAND-BUDGET-FTE TO WS-SUM-BUDGET-FTE.
           MOVE WS-GRAND-BUDGET-SAL TO WS-SUM-BUDGET-SAL.
           MOVE WS-GRAND-ACTUAL-SAL TO WS-SUM-ACTUAL-SAL.
           COMPUTE WS-VARIANCE-WORK =
               WS-GRAND-BUDGET-SAL - WS-GRAND-ACTUAL-SAL.
           MOVE WS-VARIANCE-WORK    TO WS-SUM-VARIANCE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SUMMARY-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-DEPARTMENT.
           SET DT-IDX TO WS-DEPT-SUB.
           MOVE DT-DEPT-CODE (DT-IDX) TO WS-SUM-DEPT-CODE.
           MOVE DT-DEPT-NAME (DT-IDX) TO WS-SUM-DEPT-NAME.
           MOVE WS-DEPT-BUDGETED (WS-DEPT-SUB)   TO WS-SUM-BUDGETED.
           MOVE WS-DEPT-FILLED (WS-DEPT-SUB)     TO WS-SUM-FILLED.
           MOVE WS-DEPT-VACANT (WS-DEPT-SUB)     TO WS-SUM-VACANT.
           MOVE WS-DEPT-FROZEN (WS-DEPT-SUB)     TO WS-SUM-FROZEN.
           MOVE WS-DEPT-NO-POSN (WS-DEPT-SUB)    TO WS-SUM-NO-POSN.
           MOVE WS-DEPT-BUDGET-FTE (WS-DEPT-SUB) TO WS-SUM-BUDGET-FTE.
           MOVE WS-DEPT-BUDGET-SAL (WS-DEPT-SUB) TO WS-SUM-BUDGET-SAL.
           MOVE WS-DEPT-ACTUAL-SAL (WS-DEPT-SUB) TO WS-SUM-ACTUAL-SAL.
           COMPUTE WS-VARIANCE-WORK =
               WS-DEPT-BUDGET-SAL (WS-DEPT-SUB)
               - WS-DEPT-ACTUAL-SAL (WS-DEPT-SUB).
           MOVE WS-VARIANCE-WORK TO WS-SUM-VARIANCE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SUMMARY-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD WS-DEPT-BUDGETED (WS-DEPT-SUB)   TO WS-GRAND-BUDGETED.
           ADD WS-DEPT-FILLED (WS-DEPT-SUB)     TO WS-GRAND-FILLED.
           ADD WS-DEPT-VACANT (WS-DEPT-SUB)     TO WS-GRAND-VACANT.
           ADD WS-DEPT-FROZEN (WS-DEPT-SUB)     TO WS-GRAND-FROZEN.
           ADD WS-DEPT-NO-POSN (WS-DEPT-SUB)    TO WS-GRAND-NO-POSN.
           ADD WS-DEPT-BUDGET-FTE (WS-DEPT-SUB) TO WS-GRAND-BUDGET-FTE.
           ADD WS-DEPT-BUDGET-SAL (WS-DEPT-SUB) TO WS-GRAND-BUDGET-SAL.
           ADD WS-DEPT-ACTUAL-SAL (WS-DEPT-SUB) TO WS-GRAND-ACTUAL-SAL.

       7000-FIND-DEPT-SLOT.
           MOVE WS-DEPT-CODE-WORK TO DT-SEARCH-CODE.
           PERFORM 7410-FIND-DEPARTMENT-SLOT.
           MOVE DT-DEPT-SUB TO WS-DEPT-SUB.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO      TO WS-HDG-PAGE-NO.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-HEADING-LINE-1 TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.

       9000-TERMINATE.
           DISPLAY "POSRPT - END OF JOB SUMMARY".
           DISPLAY "  POSITIONS READ    : " WS-POSITIONS-READ.
           DISPLAY "  EMPLOYEES READ    : " WS-EMPLOYEES-READ.
           DISPLAY "  BUDGETED          : " WS-GRAND-BUDGETED.
           DISPLAY "  FILLED            : " WS-GRAND-FILLED.
           DISPLAY "  NO POSITION       : " WS-GRAND-NO-POSN.
           DISPLAY "  OVER BUDGET       : " WS-OVER-BUDGET-COUNT.
           CLOSE POSITION-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSITION-REPORT-FILE.
       9000-EXIT.
           EXIT.

       COPY RPTHDGP.
       COPY DEPTTBLP.

       END PROGRAM POSRPT.
