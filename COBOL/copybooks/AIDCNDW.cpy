      ******************************************************************
      * AIDCNDW   - Working storage for the shared aid award condition
      *             check.  COPY into WORKING-STORAGE SECTION of any
      *             program that holds an AID-AWARD record against its
      *             conditions, then COPY AIDCNDP into the PROCEDURE
      *             DIVISION.  With the award in AID-AWARD-RECORD, move
      *             the student's STU-AVERAGE to AC-STUDENT-AVERAGE and
      *             the award's term to AC-AS-OF-TERM, PERFORM
      *             7200-CHECK-AID-CONDITIONS, and test
      *             AC-CONDITIONS-MET (AC-FAIL-REASON says why not).
      *
      *             Attendance is taken from the student's latest
      *             ATTENDANCE-MASTER term at or before AC-AS-OF-TERM;
      *             the including program owns that file, opened
      *             INPUT with ACCESS DYNAMIC.  A student with no
      *             attendance posted yet is not held to the minimum
      *             - there is nothing yet to hold them to.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared aid award condition check created.
      ******************************************************************
       01  AID-CONDITION-FIELDS.
           05  AC-STUDENT-AVERAGE        PIC S9(3)V99 COMP-3.
           05  AC-AS-OF-TERM             PIC 9(06).
           05  AC-ATTEND-PCT             PIC 9(03)V99.
           05  AC-ATTEND-SWITCH          PIC X(01).
               88  AC-ATTENDANCE-FOUND          VALUE "Y".
           05  AC-ATT-EOF-SWITCH         PIC X(01).
               88  AC-ATT-END                   VALUE "Y".
           05  AC-RESULT-SWITCH          PIC X(01).
               88  AC-CONDITIONS-MET            VALUE "Y".
               88  AC-CONDITIONS-FAILED         VALUE "N".
           05  AC-FAIL-REASON            PIC X(40).
           05  AC-EDIT-ACTUAL            PIC ZZ9.99.
           05  AC-EDIT-MINIMUM           PIC ZZ9.99.
