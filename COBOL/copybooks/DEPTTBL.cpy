      *             under the UNASSIGNED catch-all so no payroll
      *             dollars ever fall out of the department totals.
      *
      *             The table is loaded at run time from the
      *             DEPARTMENT-MASTER file (DEPTREC) through the
      *             shared DEPTTBLP paragraphs.  The including
      *             program owns the file I/O: read each department
      *             record and PERFORM 7400-FILE-ONE-DEPARTMENT, then
      *             PERFORM 7450-FINISH-DEPARTMENT-TABLE, which adds
      *             the ?? UNASSIGNED catch-all as the last entry,
      *             and test DT-TABLE-OVERFLOW - a department master
      *             bigger than the table must abend in the caller,
      *             not drop departments silently.  To look a code
      *             up, move it to DT-SEARCH-CODE, PERFORM
      *             7410-FIND-DEPARTMENT-SLOT and take DT-DEPT-SUB,
      *             which is the catch-all's slot on a miss.
      *             Parallel accumulator tables should be dimensioned
      *             to DT-ENTRY-LIMIT and run 1 thru DT-ENTRY-COUNT.
      *
      * Mod history:
      *   2026-08-22  RJP  Department table created for departmental
      *                    payroll subtotals.
      *   2026-10-15  RJP  Entries are loaded from the DEPARTMENT-
      *                    MASTER file instead of compiled-in FILLER
      *                    lines; the entry now carries the manager,
      *                    GL expense account and active flag, and
      *                    the catch-all is appended by the load.
      ******************************************************************
       01  DEPARTMENT-TABLE.
           05  DT-ENTRY-LIMIT            PIC 9(03) COMP VALUE 30.
           05  DT-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  DT-DEPT-SUB               PIC 9(03) COMP VALUE ZERO.
           05  DT-SEARCH-CODE            PIC X(02).
           05  DT-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
               88  DT-TABLE-OVERFLOW            VALUE "Y".
           05  DEPARTMENT-ENTRY OCCURS 1 TO 30 TIMES
                                DEPENDING ON DT-ENTRY-COUNT
                                INDEXED BY DT-IDX.
               10  DT-DEPT-CODE          PIC X(02).
               10  DT-DEPT-NAME          PIC X(16).
               10  DT-CENTER-COUNT       PIC 9(03).
               10  DT-MANAGER-ID         PIC 9(10).
               10  DT-EXPENSE-ACCT       PIC 9(06).
               10  DT-STATUS             PIC X(01).
                   88  DT-ACTIVE                VALUE "A".
