      ******************************************************************
      * PASGREC   - POLL-ASSIGNMENT record.  Indexed file keyed on
      *             election date + voter id, one record per poll
      *             worker staffed for an election, written by
      *             PWSTAFF with the precinct and the role served
      *             (a judge may be staffed as a clerk where no judge
      *             seat is open).  PWPAY posts the hours worked after
      *             the election and passes the stipend to payroll:
      *                 A - assigned    W - worked, stipend not paid
      *                 N - no-show     P - stipend sent to payroll
      *
      * Mod history:
      *   2026-10-15  RJP  Poll assignment record layout created.
      ******************************************************************
       01  POLL-ASSIGNMENT-RECORD.
           05  PA-KEY.
               10  PA-ELECTION-DATE      PIC 9(08).
               10  PA-VOTER-ID           PIC 9(10).
           05  PA-PRECINCT-CODE          PIC X(04).
           05  PA-ROLE                   PIC X(01).
               88  PA-SERVES-AS-JUDGE           VALUE "J".
               88  PA-SERVES-AS-CLERK           VALUE "C".
           05  PA-PARTY                  PIC X(03).
           05  PA-STATUS                 PIC X(01).
               88  PA-ASSIGNED                  VALUE "A".
               88  PA-WORKED                    VALUE "W".
               88  PA-NO-SHOW                   VALUE "N".
               88  PA-PAID                      VALUE "P".
           05  PA-HOURS                  PIC 9(02)V9.
           05  PA-STIPEND                PIC 9(05)V99.
           05  PA-ASSIGNED-DATE          PIC 9(08).
           05  PA-PAID-DATE              PIC 9(08).
           05  FILLER                    PIC X(15).
