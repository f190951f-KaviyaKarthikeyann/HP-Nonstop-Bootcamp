      ******************************************************************
      * POSNREC   - POSITION-MASTER record.  Indexed file keyed on
      *             POS-NO, one record per approved position: its
      *             department, the budgeted annual salary and FTE
      *             finance approved for it, its status, and the
      *             employee who fills it.  POSLOAD builds and
      *             maintains the budget side; EMPMAINT fills and
      *             vacates the position as it hires, transfers and
      *             terminates, and refuses a hire into a position
      *             that is filled, frozen or eliminated.  A position
      *             holds one incumbent - a job-share is two
      *             positions of 0.50 FTE each.
      *
      * Mod history:
      *   2026-10-15  RJP  Position master record layout created.
      ******************************************************************
       01  POSITION-RECORD.
           05  POS-NO                    PIC X(06).
           05  POS-TITLE                 PIC X(30).
           05  POS-DEPT-CODE             PIC X(02).
           05  POS-BUDGET-SALARY         COPY AMTFLD.
           05  POS-FTE                   PIC 9V99.
           05  POS-STATUS                PIC X(01).
               88  POS-APPROVED                 VALUE "A".
               88  POS-FROZEN                   VALUE "F".
               88  POS-ELIMINATED               VALUE "X".
           05  POS-EMP-ID                PIC 9(10).
               88  POS-VACANT                   VALUE ZERO.
           05  POS-FILLED-DATE           PIC 9(08).
           05  FILLER                    PIC X(10).
