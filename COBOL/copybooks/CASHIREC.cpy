      ******************************************************************
      * CASHIREC  - CASH-BOOK-ITEM record.  Indexed file keyed on the
      *             GL batch id + the detail's position within the
      *             batch, one record per leg to the operating cash
      *             account that GLPOST has posted.  BANKRECN takes
      *             the legs off GLTRANS for every batch on the
      *             posted-batch registry - the key makes a second
      *             pass over the same transaction file harmless - and
      *             matches each against the bank statement.  A
      *             debit leg still OPEN is a deposit in transit, a
      *             credit leg still OPEN an outstanding payment.
      *
      * Mod history:
      *   2026-10-15  RJP  Cash book item record layout created.
      ******************************************************************
       01  CASH-BOOK-ITEM-RECORD.
           05  CI-KEY.
               10  CI-BATCH-ID           PIC X(08).
               10  CI-BATCH-SEQ          PIC 9(06).
           05  CI-SOURCE                 PIC X(08).
           05  CI-DRCR                   PIC X(01).
               88  CI-IS-DEPOSIT                VALUE "D".
               88  CI-IS-PAYMENT                VALUE "C".
           05  CI-AMOUNT                 COPY AMTFLD.
           05  CI-BOOK-DATE              PIC 9(08).
           05  CI-DESC                   PIC X(20).
           05  CI-STATUS                 PIC X(01).
               88  CI-OPEN                      VALUE "O".
               88  CI-MATCHED                   VALUE "M".
           05  CI-MATCH-DATE             PIC 9(08).
           05  CI-BANK-KEY               PIC X(18).
           05  FILLER                    PIC X(20).
