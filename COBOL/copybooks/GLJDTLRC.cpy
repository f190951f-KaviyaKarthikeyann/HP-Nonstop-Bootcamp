      ******************************************************************
      * GLJDTLRC  - GL-JOURNAL-DETAIL record.  One record for every
      *             leg GLPOST posts to GLBAL - the leg as posted,
      *             with the batch id and source system it came in
      *             under and the date it was posted - appended to
      *             the permanent GLJRNDTL file and never rewritten,
      *             so what made up an account in any month can be
      *             listed long after the nightly posting register
      *             has been overwritten.
      *
      *             JD-PERIOD is the accounting period the leg landed
      *             in: the period of its GL date, except a leg parked
      *             in suspense because its date fell in a closed
      *             period, which lands in the first open period.
      *             GLJRNDTL is LINE SEQUENTIAL, so JD-AMOUNT is a
      *             DISPLAY numeric and the side is in JD-TYPE.
      *
      * Mod history:
      *   2026-10-15  RJP  Journal detail record layout created.
      ******************************************************************
       01  GL-JOURNAL-DETAIL-RECORD.
           05  JD-ACCT-ID                PIC 9(06).
           05  JD-PERIOD                 PIC 9(06).
           05  JD-GL-DATE                PIC 9(08).
           05  JD-BATCH-ID               PIC X(08).
           05  JD-SOURCE                 PIC X(08).
           05  JD-TYPE                   PIC X(01).
               88  JD-IS-DEBIT                  VALUE "D".
               88  JD-IS-CREDIT                 VALUE "C".
           05  JD-AMOUNT                 PIC 9(9)V99.
           05  JD-DESC                   PIC X(20).
           05  JD-DEPT-CODE              PIC X(02).
           05  JD-POSTED-DATE            PIC 9(08).
           05  JD-SUSPENSE-FLAG          PIC X(01).
               88  JD-PARKED-IN-SUSPENSE        VALUE "Y".
