      ******************************************************************
      * PROGRAM:      SLSPLOAD
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the SALESPERSON master (SLSPMAST) and the
      *               customers' salesperson assignments (CUSTSLSP)
      *               from the sales force extract.  A salesperson is
      *               paid through payroll, so the employee must be on
      *               EMPLOYEE-MASTER; an assignment needs the
      *               customer on CUSTOMER-MASTER and the salesperson
      *               on SLSPMAST - salesperson lines therefore come
      *               ahead of the assignments that name them.
      *               Replacing a salesperson keeps the commission
      *               run's last paid period and carried chargeback.
      *               Extract layout, by the type in column 1:
      *                 S - salesperson
      *                     2-4     salesperson code
      *                     5       status - A active, I inactive
      *                             (blank - active)
      *                     6-25    name
      *                     26-35   payroll employee id
      *                     36-39   commission plan code
      *                     40-50   monthly quota 9(9)V99 (blank - no
      *                             quota, no accelerators)
      *                 C - customer assignment
      *                     2-11    customer id
      *                     12-14   salesperson code (blank removes
      *                             the assignment)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original salesperson load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSPLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESPERSON-EXTRACT-FILE ASSIGN TO "SLSPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO "SLSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-REP-ID
               FILE STATUS IS WS-SLSPMAST-STATUS.

           SELECT CUSTOMER-SALESPERSON-FILE ASSIGN TO "CUSTSLSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUST-ID
               FILE STATUS IS WS-CUSTSLSP-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESPERSON-EXTRACT-FILE.
       01  SALESPERSON-EXTRACT-RECORD    PIC X(80).

       FD  SALESPERSON-FILE.
       COPY SLSPREC.

       FD  CUSTOMER-SALESPERSON-FILE.
       COPY CUSTSREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-SLSPMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CUSTSLSP-STATUS        PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-ADDED             PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-REPLACED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSIGNMENTS-SET        PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSIGNMENTS-REMOVED    PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-TYPE               PIC X(01).
               88  WS-EXT-SALESPERSON           VALUE "S".
               88  WS-EXT-ASSIGNMENT            VALUE "C".
           05  WS-EXT-DATA               PIC X(79).
           05  WS-EXT-REP-FIELDS REDEFINES WS-EXT-DATA.
               10  WS-EXT-REP-ID         PIC X(03).
               10  WS-EXT-STATUS         PIC X(01).
               10  WS-EXT-NAME           PIC X(20).
               10  WS-EXT-EMP-ID-X       PIC X(10).
               10  WS-EXT-EMP-ID REDEFINES WS-EXT-EMP-ID-X
                                         PIC 9(10).
               10  WS-EXT-PLAN-CODE      PIC X(04).
               10  WS-EXT-QUOTA-X        PIC X(11).
               10  WS-EXT-QUOTA REDEFINES WS-EXT-QUOTA-X
                                         PIC 9(9)V99.
               10  FILLER                PIC X(30).
           05  WS-EXT-ASSIGN-FIELDS REDEFINES WS-EXT-DATA.
               10  WS-EXT-CUST-ID-X      PIC X(10).
               10  WS-EXT-CUST-ID REDEFINES WS-EXT-CUST-ID-X
                                         PIC 9(10).
               10  WS-EXT-CUST-REP-ID    PIC X(03).
               10  FILLER                PIC X(66).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SALESPERSON-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SLSPLOAD - CANNOT OPEN SLSPEXTR - STATUS "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "SLSPLOAD - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "SLSPLOAD - CANNOT OPEN EMPMAST - STATUS "
                   WS-EMPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALESPERSON-FILE.
           IF WS-SLSPMAST-STATUS = "35"
               OPEN OUTPUT SALESPERSON-FILE
               CLOSE SALESPERSON-FILE
               OPEN I-O SALESPERSON-FILE
           END-IF.
           OPEN I-O CUSTOMER-SALESPERSON-FILE.
           IF WS-CUSTSLSP-STATUS = "35"
               OPEN OUTPUT CUSTOMER-SALESPERSON-FILE
               CLOSE CUSTOMER-SALESPERSON-FILE
               OPEN I-O CUSTOMER-SALESPERSON-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ SALESPERSON-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SALESPERSON-EXTRACT-RECORD TO WS-EXTRACT-FIELDS.
           EVALUATE TRUE
               WHEN WS-EXT-SALESPERSON
                   PERFORM 2100-LOAD-SALESPERSON
                       THRU 2100-EXIT
               WHEN WS-EXT-ASSIGNMENT
                   PERFORM 2300-LOAD-ASSIGNMENT
                       THRU 2300-EXIT
               WHEN OTHER
                   MOVE "RECORD TYPE NOT S OR C" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-LOAD-SALESPERSON - adds the salesperson or replaces the
      *                         details; what the commission run has
      *                         paid and carried stays as it was.
      * ================================================================
       2100-LOAD-SALESPERSON.
           PERFORM 2110-EDIT-SALESPERSON.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-REP-ID TO SP-REP-ID.
           READ SALESPERSON-FILE
               INVALID KEY
                   MOVE SPACES TO SALESPERSON-RECORD
                   MOVE WS-EXT-REP-ID TO SP-REP-ID
                   MOVE ZERO TO SP-LAST-PAID-PERIOD
                   MOVE ZERO TO SP-CHARGEBACK-CARRIED
                   PERFORM 2200-BUILD-SALESPERSON
                   WRITE SALESPERSON-RECORD
                   ADD 1 TO WS-REPS-ADDED
               NOT INVALID KEY
                   PERFORM 2200-BUILD-SALESPERSON
                   REWRITE SALESPERSON-RECORD
                   ADD 1 TO WS-REPS-REPLACED
           END-READ.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2110-EDIT-SALESPERSON - a code, a name, a plan and an employee
      *                         on the payroll master to pay.
      * ================================================================
       2110-EDIT-SALESPERSON.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-EXT-STATUS = SPACE
               MOVE "A" TO WS-EXT-STATUS
           END-IF.
           IF WS-EXT-QUOTA-X = SPACES
               MOVE ZERO TO WS-EXT-QUOTA
           END-IF.
           IF WS-EXT-REP-ID = SPACES
              OR WS-EXT-NAME = SPACES
               MOVE "SALESPERSON CODE OR NAME MISSING"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-EXT-STATUS NOT = "A"
              AND WS-EXT-STATUS NOT = "I"
               MOVE "STATUS NOT A OR I" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-EXT-PLAN-CODE = SPACES
               MOVE "COMMISSION PLAN MISSING" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-EXT-QUOTA-X IS NOT NUMERIC
               MOVE "QUOTA NOT NUMERIC" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-EXT-EMP-ID-X IS NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-EXT-EMP-ID TO EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE "EMPLOYEE NOT ON PAYROLL MASTER"
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.

       2200-BUILD-SALESPERSON.
           MOVE WS-EXT-NAME         TO SP-NAME.
           MOVE WS-EXT-EMP-ID       TO SP-EMP-ID.
           MOVE WS-EXT-PLAN-CODE    TO SP-PLAN-CODE.
           MOVE WS-EXT-QUOTA        TO SP-MONTHLY-QUOTA.
           MOVE WS-EXT-STATUS       TO SP-STATUS.
           MOVE WS-CURRENT-DATE     TO SP-LAST-CHANGED-DATE.

      * ================================================================
      * 2300-LOAD-ASSIGNMENT - points the customer at a salesperson on
      *                        file, or takes the assignment away.
      * ================================================================
       2300-LOAD-ASSIGNMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-EXT-CUST-ID-X IS NOT NUMERIC
               MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-LINE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-EXT-CUST-ID TO CS-CUST-ID.
           IF WS-EXT-CUST-REP-ID = SPACES
               DELETE CUSTOMER-SALESPERSON-FILE
                   INVALID KEY
                       MOVE "NO ASSIGNMENT ON FILE TO REMOVE"
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-ASSIGNMENTS-REMOVED
               END-DELETE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-EXT-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-EXT-CUST-REP-ID TO SP-REP-ID
               READ SALESPERSON-FILE
                   INVALID KEY
                       MOVE "SALESPERSON NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-LINE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-EXT-CUST-ID TO CS-CUST-ID.
           READ CUSTOMER-SALESPERSON-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-SALESPERSON-RECORD
                   MOVE WS-EXT-CUST-ID     TO CS-CUST-ID
                   MOVE WS-EXT-CUST-REP-ID TO CS-REP-ID
                   MOVE WS-CURRENT-DATE    TO CS-ASSIGNED-DATE
                   WRITE CUSTOMER-SALESPERSON-RECORD
               NOT INVALID KEY
                   MOVE WS-EXT-CUST-REP-ID TO CS-REP-ID
                   MOVE WS-CURRENT-DATE    TO CS-ASSIGNED-DATE
                   REWRITE CUSTOMER-SALESPERSON-RECORD
           END-READ.
           ADD 1 TO WS-ASSIGNMENTS-SET.
       2300-EXIT.
           EXIT.

       2900-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "SLSPLOAD - REJECTED LINE " WS-RECORDS-READ
               " - " SALESPERSON-EXTRACT-RECORD(1:14) " - "
               WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "SALESPERSON LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ         : " WS-RECORDS-READ.
           DISPLAY "  SALESPEOPLE ADDED    : " WS-REPS-ADDED.
           DISPLAY "  SALESPEOPLE REPLACED : " WS-REPS-REPLACED.
           DISPLAY "  ASSIGNMENTS SET      : " WS-ASSIGNMENTS-SET.
           DISPLAY "  ASSIGNMENTS REMOVED  : " WS-ASSIGNMENTS-REMOVED.
           DISPLAY "  REJECTED             : " WS-RECORDS-REJECTED.
           CLOSE SALESPERSON-EXTRACT-FILE.
           CLOSE SALESPERSON-FILE.
           CLOSE CUSTOMER-SALESPERSON-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM SLSPLOAD.
