      *
      * Mod history:
      *   2026-09-01  RJP  Bank account record layout created.
      *   2026-10-08  RJP  Added the CLOSED state, set by the final-
      *                    pay run when the employee leaves; a
      *                    closed account never takes a deposit.
      ******************************************************************
       01  EMP-BANK-ACCOUNT-RECORD.
           05  BA-EMP-ID                 PIC 9(10).
               88  BA-PRENOTE-SENT              VALUE "S".
               88  BA-PRENOTE-VERIFIED          VALUE "V".
               88  BA-ACCOUNT-RETURNED          VALUE "R".
               88  BA-ACCOUNT-CLOSED            VALUE "X".
           05  BA-PRENOTE-SENT-DATE      PIC 9(08).
           05  BA-LAST-RETURN-CODE       PIC X(03).
           05  FILLER                    PIC X(04).
