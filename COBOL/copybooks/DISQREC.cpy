      ******************************************************************
      * DISQREC   - DISQUALIFICATION-REVIEW record.  Indexed file
      *             keyed on the voter id, written by the DISQMTCH
      *             external-list match for every NEAR match (name
      *             equal, age within two years of a deceased or
      *             felony list entry) for the registrar to work by
      *             hand.  An EXACT match is inactivated outright
      *             and never queued.  While an entry is pending the
      *             voter is flagged - other work that must not
      *             touch a possibly disqualified voter (the jury
      *             pool draw) reads this file.
      *
      * Mod history:
      *   2026-10-15  RJP  Review queue record moved out of DISQMTCH
      *                    into this copybook for JURYSEL.
      ******************************************************************
       01  REVIEW-QUEUE-RECORD.
           05  RV-VOTER-ID               PIC 9(10).
           05  RV-SOURCE-LIST            PIC X(01).
               88  RV-FROM-DECEASED             VALUE "D".
               88  RV-FROM-FELONY               VALUE "F".
           05  RV-LIST-NAME              PIC X(30).
           05  RV-LIST-AGE               PIC 9(03).
           05  RV-ROLL-AGE               PIC 9(03).
           05  RV-QUEUED-DATE            PIC 9(08).
           05  RV-STATUS                 PIC X(01).
               88  RV-PENDING                   VALUE "P".
               88  RV-WORKED                    VALUE "W".
           05  FILLER                    PIC X(04).
