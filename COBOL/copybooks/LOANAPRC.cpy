      ******************************************************************
      * LOANAPRC  - LOAN-AUTOPAY-ENROLLMENT record.  Indexed file keyed
      *             on LA-LOAN-ACCT-NO, one record per loan whose
      *             borrower has asked for the installment to be
      *             drafted from a bank account.  Loaded by LOANAPLD,
      *             drafted by LOANDRFT, and updated for bank returns
      *             by LOANDRTN.
      *
      *             The prenote cycle is the one payroll runs for
      *             employee deposit accounts (see BNKACREC): a new or
      *             changed account starts PENDING; the next draft run
      *             sends a zero-dollar prenote and marks it SENT; once
      *             the prenote has stood the bank's return window
      *             with no reject it is promoted to VERIFIED and real
      *             drafts begin.  A returned prenote, an account-level
      *             draft return, or too many NSF returns mark the
      *             enrollment RETURNED and drafting stops until the
      *             office re-keys it.  A CANCELLED enrollment stays
      *             on file as a record and is never drafted.
      *
      *             The LAST-DRAFT group remembers the one draft still
      *             inside the return window, so a return from the
      *             bank can be matched to the payment it produced.
      *
      * Mod history:
      *   2026-10-15  RJP  Autopay enrollment record layout created.
      ******************************************************************
       01  LOAN-AUTOPAY-ENROLLMENT-RECORD.
           05  LA-LOAN-ACCT-NO           PIC 9(10).
           05  LA-ROUTING-NO             PIC 9(09).
           05  LA-ACCOUNT-NO             PIC X(17).
           05  LA-ACCOUNT-TYPE           PIC X(01).
               88  LA-CHECKING                  VALUE "C".
               88  LA-SAVINGS                   VALUE "S".
           05  LA-DRAFT-DAY              PIC 9(02).
           05  LA-ENROLL-DATE            PIC 9(08).
           05  LA-PRENOTE-STATUS         PIC X(01).
               88  LA-PRENOTE-PENDING           VALUE "P".
               88  LA-PRENOTE-SENT              VALUE "S".
               88  LA-PRENOTE-VERIFIED          VALUE "V".
               88  LA-ENROLLMENT-RETURNED       VALUE "R".
               88  LA-ENROLLMENT-CANCELLED      VALUE "X".
           05  LA-PRENOTE-SENT-DATE      PIC 9(08).
           05  LA-LAST-RETURN-CODE       PIC X(03).
           05  LA-NSF-COUNT              PIC 9(03).
           05  LA-LAST-DRAFT.
               10  LA-LAST-DRAFT-DATE    PIC 9(08).
               10  LA-DRAFT-DUE-DATE     PIC 9(08).
               10  LA-LAST-DRAFT-AMOUNT  COPY AMTFLD.
               10  LA-LAST-DRAFT-STATUS  PIC X(01).
                   88  LA-NO-DRAFT-YET          VALUE SPACE.
                   88  LA-DRAFT-OUTSTANDING     VALUE "D".
                   88  LA-DRAFT-RETURNED        VALUE "R".
           05  FILLER                    PIC X(10).
