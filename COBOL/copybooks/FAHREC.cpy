      ******************************************************************
      * FAHREC    - FIXED-ASSET-HISTORY record.  One record appended
      *             for every event that moves an asset's cost or
      *             accumulated depreciation: FAMAINT writes the
      *             acquisitions, conversions, transfers and
      *             disposals, FADEPR one record per asset per month
      *             depreciated.  FAROLL rolls the register forward
      *             from it period by period, so the file is kept,
      *             not cleared, and archived only at year end after
      *             the auditors have the roll-forward.
      *
      *             FH-PERIOD is the accounting period (YYYYMM) the
      *             event belongs to - the run month for maintenance,
      *             the month depreciated for depreciation.  Amounts
      *             are positive; the type says which way they move.
      *                 A  acquired    cost added
      *                 C  converted   cost and opening accumulated
      *                                depreciation brought on
      *                 T  transferred cost and accumulated moved from
      *                                FH-DEPT-CODE to FH-TO-DEPT-CODE
      *                 D  depreciated depreciation for the month
      *                 X  disposed    cost and accumulated removed,
      *                                with proceeds and gain or loss
      *
      *             FIXED-ASSET-HISTORY-FILE is LINE SEQUENTIAL, so the
      *             money fields are DISPLAY-usage numerics.
      *
      * Mod history:
      *   2026-10-15  RJP  Fixed asset history record created.
      ******************************************************************
       01  FIXED-ASSET-HISTORY-RECORD.
           05  FH-ASSET-ID               PIC 9(08).
           05  FH-TRANS-DATE             PIC 9(08).
           05  FH-PERIOD                 PIC 9(06).
           05  FH-TYPE                   PIC X(01).
               88  FH-ACQUIRED                  VALUE "A".
               88  FH-CONVERTED                 VALUE "C".
               88  FH-TRANSFERRED               VALUE "T".
               88  FH-DEPRECIATED               VALUE "D".
               88  FH-DISPOSED                  VALUE "X".
           05  FH-DEPT-CODE              PIC X(02).
           05  FH-TO-DEPT-CODE           PIC X(02).
           05  FH-ASSET-ACCT             PIC 9(06).
           05  FH-ACCUM-ACCT             PIC 9(06).
           05  FH-COST-AMOUNT            PIC S9(9)V99.
           05  FH-DEPR-AMOUNT            PIC S9(9)V99.
           05  FH-PROCEEDS               PIC S9(9)V99.
           05  FH-GAIN-LOSS              PIC S9(9)V99.
