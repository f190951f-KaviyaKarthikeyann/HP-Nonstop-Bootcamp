      *   2026-08-22  RJP  Added EMP-DEPT-CODE out of the reserved
      *                    FILLER for departmental payroll subtotals;
      *                    codes are defined in DEPTTBL.
      *   2026-10-09  RJP  Added EMP-WORK-STATE out of the reserved
      *                    FILLER for state income tax withholding;
      *                    the two-letter code selects the state
      *                    schedule on TAXRATES.  Blank means no
      *                    state withholding.
      *   2026-10-15  RJP  Added EMP-POSITION-NO for position
      *                    control - the approved POSITION-MASTER
      *                    seat the employee fills.  The reserved
      *                    FILLER was too short, so the record grows
      *                    to 80 bytes and EMPMAST is reloaded.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-ID                    PIC 9(10).
               88  EMP-PAID-BY-CHECK            VALUE "C".
               88  EMP-PAID-BY-DEPOSIT          VALUE "D".
           05  EMP-DEPT-CODE             PIC X(02).
           05  EMP-WORK-STATE            PIC X(02).
           05  EMP-POSITION-NO           PIC X(06).
           05  FILLER                    PIC X(04).
