      ******************************************************************
      * DEPTREC   - DEPARTMENT-MASTER record.  Indexed file keyed on
      *             the two-digit department code, maintained by
      *             DEPTLOAD.  Carries the department name, the
      *             number of cost centers its employer-side payroll
      *             costs are prorated across, the manager's employee
      *             id, the GL expense account its payroll gross is
      *             debited to, and the active flag.  Replaces the
      *             compiled-in DEPTTBL entries - a reorganization is
      *             now a card deck, not a recompile.  Code ?? is the
      *             reserved UNASSIGNED catch-all and is never on
      *             file.
      *
      *             An INACTIVE department stays on file so history
      *             still reports under its name, but no employee,
      *             position or GL posting may be newly charged to
      *             it.
      *
      * Mod history:
      *   2026-10-15  RJP  Department master created to replace the
      *                    compiled-in DEPTTBL entries.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE                 PIC X(02).
           05  DEPT-NAME                 PIC X(16).
           05  DEPT-CENTER-COUNT         PIC 9(03).
           05  DEPT-MANAGER-ID           PIC 9(10).
           05  DEPT-EXPENSE-ACCT         PIC 9(06).
           05  DEPT-STATUS               PIC X(01).
               88  DEPT-ACTIVE                  VALUE "A".
               88  DEPT-INACTIVE                VALUE "I".
           05  DEPT-LAST-MAINT-DATE      PIC 9(08).
           05  FILLER                    PIC X(14).
