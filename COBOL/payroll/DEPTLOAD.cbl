      ******************************************************************
      * PROGRAM:      DEPTLOAD
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads and maintains the DEPARTMENT-MASTER
      *               indexed file from keyed department cards.  An A
      *               card adds a new department ACTIVE, or amends the
      *               name, cost-center count, manager and GL expense
      *               account of one already on file; I inactivates a
      *               department and R reactivates it.  Every program
      *               that reported or edited against the compiled
      *               DEPTTBL now reads this file, so a reorganization
      *               takes effect on the next run without a
      *               recompile.
      *
      *               A department is never deleted - its history
      *               still reports under its name - and is only
      *               inactivated once no ACTIVE employee and no
      *               budgeted (not eliminated) position is left in
      *               it; move them first through EMPMAINT and
      *               POSLOAD.  Code ?? is the reserved UNASSIGNED
      *               catch-all and cannot be loaded.
      *
      *               Department card (fixed column):
      *                   1-2    department code
      *                   3      action - A add/amend, I inactivate,
      *                          R reactivate
      *                   4-19   department name
      *                   20-22  cost-center count 001-050
      *                   23-32  manager employee id (blank = none)
      *                   33-38  GL payroll expense account
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original department master load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-CARD-FILE ASSIGN TO "DEPTCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSMAST-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "DEPTLERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-CARD-FILE.
       01  DEPARTMENT-CARD-RECORD        PIC X(80).

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  POSITION-MASTER-FILE.
       COPY POSNREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CARDS-STATUS           PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-POSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-DEPT-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-DEPT-ON-FILE              VALUE "Y".
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-END-OF-FILE          VALUE "Y".
           05  WS-POSMAST-SWITCH         PIC X(01) VALUE "N".
               88  WS-POSMAST-OPEN              VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPTS-ADDED            PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPTS-CHANGED          PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPTS-INACTIVATED      PIC 9(9) COMP VALUE ZERO.
           05  WS-DEPTS-REACTIVATED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CARD-FIELDS.
           05  WS-CRD-DEPT-CODE          PIC X(02).
           05  WS-CRD-ACTION             PIC X(01).
               88  WS-CRD-IS-ADD                VALUE "A".
               88  WS-CRD-IS-INACTIVATE         VALUE "I".
               88  WS-CRD-IS-REACTIVATE         VALUE "R".
           05  WS-CRD-DEPT-NAME          PIC X(16).
           05  WS-CRD-CENTER-DIGITS      PIC X(03).
           05  WS-CRD-CENTER-N REDEFINES WS-CRD-CENTER-DIGITS
                                         PIC 9(03).
           05  WS-CRD-MANAGER-ID         PIC X(10).
           05  WS-CRD-MANAGER-ID-N REDEFINES WS-CRD-MANAGER-ID
                                         PIC 9(10).
           05  WS-CRD-EXPENSE-DIGITS     PIC X(06).
           05  WS-CRD-EXPENSE-N REDEFINES WS-CRD-EXPENSE-DIGITS
                                         PIC 9(06).

      * Residents still charged to a department an I card would
      * close, counted by 2600.
       01  WS-ACTIVE-EMPLOYEES           PIC 9(7) COMP VALUE ZERO.
       01  WS-BUDGETED-POSITIONS         PIC 9(7) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       COPY EDITWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARDS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * A POSITION-MASTER not yet built holds no positions, so the
      * inactivation check simply skips it.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DEPARTMENT-CARD-FILE.
           OPEN I-O DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS = "35"
               OPEN OUTPUT DEPARTMENT-MASTER-FILE
               CLOSE DEPARTMENT-MASTER-FILE
               OPEN I-O DEPARTMENT-MASTER-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMAST-STATUS = "00"
               SET WS-POSMAST-OPEN TO TRUE
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-CARDS.
           READ DEPARTMENT-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE DEPARTMENT-CARD-RECORD(1:2)   TO WS-CRD-DEPT-CODE.
           MOVE DEPARTMENT-CARD-RECORD(3:1)   TO WS-CRD-ACTION.
           MOVE DEPARTMENT-CARD-RECORD(4:16)  TO WS-CRD-DEPT-NAME.
           MOVE DEPARTMENT-CARD-RECORD(20:3)  TO WS-CRD-CENTER-DIGITS.
           MOVE DEPARTMENT-CARD-RECORD(23:10) TO WS-CRD-MANAGER-ID.
           MOVE DEPARTMENT-CARD-RECORD(33:6)  TO WS-CRD-EXPENSE-DIGITS.
           MOVE "DEPT-CODE" TO EDIT-FIELD-NAME.
           MOVE WS-CRD-DEPT-CODE TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           IF WS-CRD-DEPT-CODE = "??"
               MOVE "?? IS THE RESERVED UNASSIGNED CODE"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2350-READ-DEPARTMENT.
           EVALUATE TRUE
               WHEN WS-CRD-IS-ADD
                   PERFORM 2300-ADD-OR-AMEND
                       THRU 2300-EXIT
               WHEN WS-CRD-IS-INACTIVATE
               WHEN WS-CRD-IS-REACTIVATE
                   PERFORM 2500-CHANGE-STATUS
                       THRU 2500-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, I OR R" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2300-ADD-OR-AMEND - every term is edited in full on every A
      *                     card.  The cost-center count is bounded
      *                     by DIVI's proration table; the manager,
      *                     when named, must be an ACTIVE employee;
      *                     the expense account must be an active
      *                     EXPENSE account on the chart.  An
      *                     amendment keeps the department's status.
      * ================================================================
       2300-ADD-OR-AMEND.
           MOVE "DEPT-NAME" TO EDIT-FIELD-NAME.
           MOVE WS-CRD-DEPT-NAME TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-CENTER-DIGITS IS NOT NUMERIC
              OR WS-CRD-CENTER-N = ZERO
              OR WS-CRD-CENTER-N > 50
               MOVE "COST-CENTER COUNT MUST BE 001-050"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-MANAGER-ID = SPACES
               MOVE ZERO TO WS-CRD-MANAGER-ID-N
           END-IF.
           IF WS-CRD-MANAGER-ID IS NOT NUMERIC
               MOVE "MANAGER ID NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-MANAGER-ID-N NOT = ZERO
               MOVE WS-CRD-MANAGER-ID-N TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "MANAGER NOT ON EMPLOYEE MASTER"
                           TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2300-EXIT
               END-READ
               IF NOT EMP-ACTIVE
                   MOVE "MANAGER IS NOT ACTIVE" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF WS-CRD-EXPENSE-DIGITS IS NOT NUMERIC
               MOVE "EXPENSE ACCOUNT NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CRD-EXPENSE-N TO COA-ACCT-ID.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "EXPENSE ACCOUNT NOT ON CHART" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
           END-READ.
           IF COA-INACTIVE
              OR NOT COA-TYPE-EXPENSE
               MOVE "EXPENSE ACCOUNT INACTIVE OR NOT EXPENSE"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-DEPT-ON-FILE
               PERFORM 2400-MOVE-CARD-TERMS
               REWRITE DEPARTMENT-RECORD
               ADD 1 TO WS-DEPTS-CHANGED
           ELSE
               MOVE SPACES           TO DEPARTMENT-RECORD
               MOVE WS-CRD-DEPT-CODE TO DEPT-CODE
               SET DEPT-ACTIVE TO TRUE
               PERFORM 2400-MOVE-CARD-TERMS
               WRITE DEPARTMENT-RECORD
               ADD 1 TO WS-DEPTS-ADDED
           END-IF.
       2300-EXIT.
           EXIT.

       2350-READ-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           MOVE WS-CRD-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DEPT-FOUND-SWITCH
           END-READ.

       2400-MOVE-CARD-TERMS.
           MOVE WS-CRD-DEPT-NAME    TO DEPT-NAME.
           MOVE WS-CRD-CENTER-N     TO DEPT-CENTER-COUNT.
           MOVE WS-CRD-MANAGER-ID-N TO DEPT-MANAGER-ID.
           MOVE WS-CRD-EXPENSE-N    TO DEPT-EXPENSE-ACCT.
           MOVE WS-CURRENT-DATE     TO DEPT-LAST-MAINT-DATE.

      * ================================================================
      * 2500-CHANGE-STATUS - an inactivation with anyone or any
      *                      budgeted seat still charged to the
      *                      department is refused; reactivation
      *                      needs nothing but an inactive
      *                      department.
      * ================================================================
       2500-CHANGE-STATUS.
           IF NOT WS-DEPT-ON-FILE
               MOVE "DEPARTMENT NOT ON FILE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           IF WS-CRD-IS-REACTIVATE
               IF NOT DEPT-INACTIVE
                   MOVE "DEPARTMENT IS NOT INACTIVE" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2500-EXIT
               END-IF
               SET DEPT-ACTIVE TO TRUE
               ADD 1 TO WS-DEPTS-REACTIVATED
           ELSE
               IF DEPT-INACTIVE
                   MOVE "DEPARTMENT ALREADY INACTIVE" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2500-EXIT
               END-IF
               PERFORM 2600-COUNT-RESIDENTS
                   THRU 2600-EXIT
               IF WS-ACTIVE-EMPLOYEES > ZERO
                   MOVE "ACTIVE EMPLOYEES STILL IN DEPARTMENT"
                       TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2500-EXIT
               END-IF
               IF WS-BUDGETED-POSITIONS > ZERO
                   MOVE "BUDGETED POSITIONS STILL IN DEPARTMENT"
                       TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2500-EXIT
               END-IF
               SET DEPT-INACTIVE TO TRUE
               ADD 1 TO WS-DEPTS-INACTIVATED
           END-IF.
           MOVE WS-CURRENT-DATE TO DEPT-LAST-MAINT-DATE.
           REWRITE DEPARTMENT-RECORD.
       2500-EXIT.
           EXIT.

      * ================================================================
      * 2600-COUNT-RESIDENTS - one pass of each master; inactivation
      *                        cards are rare enough that the scan
      *                        per card costs nothing worth saving.
      * ================================================================
       2600-COUNT-RESIDENTS.
           MOVE ZERO TO WS-ACTIVE-EMPLOYEES.
           MOVE ZERO TO WS-BUDGETED-POSITIONS.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2610-COUNT-ONE-EMPLOYEE
               UNTIL WS-SCAN-END-OF-FILE.
           IF NOT WS-POSMAST-OPEN
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO POS-NO.
           START POSITION-MASTER-FILE KEY IS NOT LESS THAN POS-NO
               INVALID KEY
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2620-COUNT-ONE-POSITION
               UNTIL WS-SCAN-END-OF-FILE.
       2600-EXIT.
           EXIT.

       2610-COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   IF EMP-ACTIVE
                      AND EMP-DEPT-CODE = WS-CRD-DEPT-CODE
                       ADD 1 TO WS-ACTIVE-EMPLOYEES
                   END-IF
           END-READ.

       2620-COUNT-ONE-POSITION.
           READ POSITION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT POS-ELIMINATED
                      AND POS-DEPT-CODE = WS-CRD-DEPT-CODE
                       ADD 1 TO WS-BUDGETED-POSITIONS
                   END-IF
           END-READ.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED DEPARTMENT " WS-CRD-DEPT-CODE
                  " ACTION " WS-CRD-ACTION
                  " - " EDIT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

       9000-TERMINATE.
           DISPLAY "DEPARTMENT MASTER LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  DEPTS ADDED      : " WS-DEPTS-ADDED.
           DISPLAY "  DEPTS CHANGED    : " WS-DEPTS-CHANGED.
           DISPLAY "  INACTIVATED      : " WS-DEPTS-INACTIVATED.
           DISPLAY "  REACTIVATED      : " WS-DEPTS-REACTIVATED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE DEPARTMENT-CARD-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-POSMAST-OPEN
               CLOSE POSITION-MASTER-FILE
           END-IF.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY EDITPR.

       END PROGRAM DEPTLOAD.
