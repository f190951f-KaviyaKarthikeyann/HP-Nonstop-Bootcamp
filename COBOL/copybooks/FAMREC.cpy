      ******************************************************************
      * FAMREC    - FIXED-ASSET-MASTER record.  Indexed file keyed on
      *             the eight-digit asset id, one record per asset
      *             ever capitalized.  Filed and maintained by FAMAINT
      *             (acquisition, conversion, department transfer,
      *             disposal) and depreciated monthly by FADEPR, which
      *             advances the accumulated depreciation, the months
      *             taken and the last period depreciated.
      *
      *             Each asset carries its own three GL accounts: the
      *             asset (cost) account, the accumulated-depreciation
      *             contra account and the depreciation expense
      *             account, all charged to the asset's department on
      *             the departmental ledger.  Useful life is in
      *             months.  STRAIGHT-LINE spreads cost less salvage
      *             evenly over the life; DECLINING-BALANCE takes
      *             twice the straight-line rate on the net book
      *             value, switching to straight line over the months
      *             left once that gives more.  Neither takes the net
      *             book value below salvage.
      *
      *             A DISPOSED asset stays on file with its disposal
      *             date, proceeds and gain or loss, and is never
      *             depreciated again.
      *
      * Mod history:
      *   2026-10-15  RJP  Fixed asset master record layout created.
      ******************************************************************
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-ID               PIC 9(08).
           05  FA-DESCRIPTION            PIC X(30).
           05  FA-DEPT-CODE              PIC X(02).
           05  FA-COST                   COPY AMTFLD.
           05  FA-SALVAGE-VALUE          COPY AMTFLD.
           05  FA-IN-SERVICE-DATE        PIC 9(08).
           05  FA-USEFUL-LIFE            PIC 9(03).
           05  FA-METHOD                 PIC X(01).
               88  FA-STRAIGHT-LINE             VALUE "S".
               88  FA-DECLINING-BALANCE         VALUE "D".
               88  FA-METHOD-VALID              VALUE "S" "D".
           05  FA-ASSET-ACCT             PIC 9(06).
           05  FA-ACCUM-ACCT             PIC 9(06).
           05  FA-EXPENSE-ACCT           PIC 9(06).
           05  FA-ACCUM-DEPRECIATION     COPY AMTFLD.
           05  FA-MONTHS-DEPRECIATED     PIC 9(03).
           05  FA-LAST-DEPR-PERIOD       PIC 9(06).
           05  FA-STATUS                 PIC X(01).
               88  FA-ACTIVE                    VALUE "A".
               88  FA-DISPOSED                  VALUE "D".
           05  FA-DISPOSAL-DATE          PIC 9(08).
           05  FA-DISPOSAL-PROCEEDS      COPY AMTFLD.
           05  FA-GAIN-LOSS              COPY AMTFLD.
           05  FA-ACQUIRED-DATE          PIC 9(08).
           05  FA-LAST-MAINT-DATE        PIC 9(08).
           05  FILLER                    PIC X(20).
