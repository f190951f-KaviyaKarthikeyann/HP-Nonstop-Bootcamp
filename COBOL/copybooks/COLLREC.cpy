      ******************************************************************
      * COLLREC   - COLLATERAL-MASTER record.  Indexed file keyed on
      *             the loan account number and a two-digit item
      *             number, so one loan may be secured by several
      *             items.  Items are filed by LOANBOOK from the
      *             pledges taken with the application and maintained
      *             afterwards by COLLMNT (revaluations, insurance
      *             renewals, releases).  The appraised value is in
      *             base currency, like LM-OUTSTANDING-PRINCIPAL, so
      *             the loan-to-value test needs no conversion.
      *
      *             A RELEASED item stays on file as a record of what
      *             once secured the loan but counts toward nothing.
      *             Real estate, vehicles and equipment must carry
      *             hazard insurance; deposits and securities do not.
      *
      * Mod history:
      *   2026-10-15  RJP  Collateral master record layout created.
      ******************************************************************
       01  COLLATERAL-RECORD.
           05  CL-KEY.
               10  CL-LOAN-ACCT-NO       PIC 9(10).
               10  CL-ITEM-NO            PIC 9(02).
           05  CL-TYPE                   PIC X(01).
               88  CL-REAL-ESTATE               VALUE "R".
               88  CL-VEHICLE                   VALUE "V".
               88  CL-EQUIPMENT                 VALUE "E".
               88  CL-DEPOSIT                   VALUE "D".
               88  CL-SECURITIES                VALUE "S".
               88  CL-TYPE-VALID                VALUE "R" "V" "E"
                                                      "D" "S".
               88  CL-INSURABLE                 VALUE "R" "V" "E".
           05  CL-DESCRIPTION            PIC X(30).
           05  CL-APPRAISED-VALUE        COPY AMTFLD.
           05  CL-APPRAISAL-DATE         PIC 9(08).
           05  CL-LIEN-POSITION          PIC 9(01).
           05  CL-INS-CARRIER            PIC X(20).
           05  CL-INS-EXPIRY-DATE        PIC 9(08).
           05  CL-STATUS                 PIC X(01).
               88  CL-ACTIVE                    VALUE "A".
               88  CL-RELEASED                  VALUE "R".
           05  CL-LAST-MAINT-DATE        PIC 9(08).
           05  FILLER                    PIC X(10).
