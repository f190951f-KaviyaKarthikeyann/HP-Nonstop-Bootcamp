      ******************************************************************
      * AIDAWREC  - AID-AWARD record.  Indexed file keyed on student
      *             id + term + award code, one record per scholarship,
      *             fee waiver or grant a student holds for the term,
      *             maintained by AIDLOAD off the financial aid
      *             office's extract.  An award is a fixed amount or a
      *             percent of the term's fees, and may be held only
      *             on a minimum average and/or a minimum attendance
      *             percentage (zero = no condition).  STUFEES applies
      *             each active award whose conditions hold as a
      *             credit line on the term fee invoice and marks it
      *             applied; AIDCHK reports the awards whose
      *             conditions no longer hold for cancellation.
      *
      * Mod history:
      *   2026-10-15  RJP  Aid award record created.
      ******************************************************************
       01  AID-AWARD-RECORD.
           05  AW-KEY.
               10  AW-STU-ID             PIC 9(10).
               10  AW-TERM               PIC 9(06).
               10  AW-AWARD-CODE         PIC X(05).
           05  AW-AWARD-NAME             PIC X(20).
           05  AW-AWARD-TYPE             PIC X(01).
               88  AW-SCHOLARSHIP               VALUE "S".
               88  AW-FEE-WAIVER                VALUE "W".
               88  AW-GRANT                     VALUE "G".
               88  AW-TYPE-VALID                VALUE "S" "W" "G".
           05  AW-BASIS                  PIC X(01).
               88  AW-FIXED-AMOUNT              VALUE "A".
               88  AW-PERCENT-OF-FEES           VALUE "P".
               88  AW-BASIS-VALID               VALUE "A" "P".
           05  AW-AMOUNT                 PIC 9(07)V99.
           05  AW-PERCENT                PIC 9(03)V99.
           05  AW-MIN-AVERAGE            PIC 9(03)V99.
           05  AW-MIN-ATTEND-PCT         PIC 9(03)V99.
           05  AW-STATUS                 PIC X(01).
               88  AW-ACTIVE                    VALUE "A".
               88  AW-APPLIED                   VALUE "P".
               88  AW-CANCELLED                 VALUE "C".
           05  AW-APPLIED-AMOUNT         PIC 9(07)V99.
           05  AW-APPLIED-INVOICE        PIC 9(08).
           05  AW-APPLIED-DATE           PIC 9(08).
           05  FILLER                    PIC X(10).
