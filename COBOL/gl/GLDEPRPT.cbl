      * DATE-COMPILED:
      * PURPOSE:      Departmental income and expense report off the
      *               GLDEPBAL balances GLPOST accumulates.  One
      *               section per department (the ??
      *               catch-all last) listing its income and
      *               expense account slices with a net line per
      *               department - the expense statement per
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original departmental P+L report.
      *   2026-10-15  RJP  Department names come from the DEPARTMENT-
      *                    MASTER file instead of the compiled
      *                    DEPTTBL; an inactive department's section
      *                    is flagged INACTIVE, and a code not on
      *                    the master still heads as UNASSIGNED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDEPRPT.
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT DEPT-REPORT-FILE ASSIGN TO "GLDEPTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  DEPT-REPORT-FILE.
       01  DEPT-REPORT-LINE              PIC X(132).

           05  WS-GLDEPBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-SLICES-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-SLICES-LISTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-DH-DEPT-CODE           PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DH-DEPT-NAME           PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DH-DEPT-STATUS         PIC X(08).

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "GLDEPRPT - CANNOT OPEN DEPTMAST DEPARTMENT "
                   "MASTER - STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT DEPT-SORT-FILE
               ON ASCENDING KEY DS-DEPT-CODE DS-ACCT-ID
               INPUT PROCEDURE IS 2000-SELECT-SLICES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                   THRU 3000-EXIT.
           CLOSE DEPARTMENT-MASTER-FILE.
           DISPLAY "DEPARTMENTAL P+L - END OF JOB SUMMARY".
           DISPLAY "  SLICES READ   : " WS-SLICES-READ.
           DISPLAY "  SLICES LISTED : " WS-SLICES-LISTED.
           MOVE ZERO TO WS-DEPT-NET.
           MOVE DS-DEPT-CODE TO WS-DH-DEPT-CODE.
           MOVE "UNASSIGNED" TO WS-DH-DEPT-NAME.
           MOVE SPACES TO WS-DH-DEPT-STATUS.
           MOVE DS-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPT-NAME TO WS-DH-DEPT-NAME
                   IF DEPT-INACTIVE
                       MOVE "INACTIVE" TO WS-DH-DEPT-STATUS
                   END-IF
           END-READ.
           MOVE SPACES TO DEPT-REPORT-LINE.
           WRITE DEPT-REPORT-LINE.
           MOVE WS-DEPT-HEADING-LINE TO DEPT-REPORT-LINE.
