      ******************************************************************
      * DUPQREC   - DUPLICATE-REVIEW record.  Indexed file keyed on
      *             the pair of voter ids, older registration first,
      *             written by the VOTDUPSC duplicate-registration
      *             scan for every suspected pair (same normalized
      *             name and date of birth, both active) and worked
      *             by VOTDUPMG from the registrar's decisions.  A
      *             pair stays on file once worked, so a pair the
      *             registrar cleared as two different people is
      *             never suspected again.
      *
      * Mod history:
      *   2026-10-15  RJP  Duplicate review queue record created.
      ******************************************************************
       01  DUP-REVIEW-RECORD.
           05  DQ-KEY.
               10  DQ-OLDER-VOTER-ID     PIC 9(10).
               10  DQ-NEWER-VOTER-ID     PIC 9(10).
           05  DQ-NORMALIZED-NAME        PIC X(30).
           05  DQ-DATE-OF-BIRTH          PIC 9(08).
           05  DQ-QUEUED-DATE            PIC 9(08).
           05  DQ-STATUS                 PIC X(01).
               88  DQ-PENDING                   VALUE "P".
               88  DQ-MERGED                    VALUE "M".
               88  DQ-NOT-SAME-PERSON           VALUE "X".
           05  DQ-WORKED-DATE            PIC 9(08).
           05  DQ-WORKED-BY              PIC X(08).
           05  FILLER                    PIC X(17).
