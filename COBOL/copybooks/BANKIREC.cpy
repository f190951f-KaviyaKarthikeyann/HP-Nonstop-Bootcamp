      ******************************************************************
      * BANKIREC  - BANK-STATEMENT-ITEM record.  Indexed file keyed on
      *             the bank's posted date + the bank's own reference,
      *             one record per credit or debit on the operating
      *             account's daily statement, loaded by BANKRECN so a
      *             statement fed twice is refused item by item.  An
      *             item still UNMATCHED after the matching pass has
      *             no book entry behind it - a bank fee, interest, a
      *             returned deposit - and stays on the reconciliation
      *             until the journal that books it posts and matches.
      *
      * Mod history:
      *   2026-10-15  RJP  Bank statement item record layout created.
      ******************************************************************
       01  BANK-STATEMENT-ITEM-RECORD.
           05  BI-KEY.
               10  BI-POSTED-DATE        PIC 9(08).
               10  BI-BANK-REF           PIC X(10).
           05  BI-TYPE                   PIC X(01).
               88  BI-IS-CREDIT                 VALUE "C".
               88  BI-IS-DEBIT                  VALUE "D".
           05  BI-AMOUNT                 COPY AMTFLD.
           05  BI-DESC                   PIC X(30).
           05  BI-STATUS                 PIC X(01).
               88  BI-UNMATCHED                 VALUE "U".
               88  BI-MATCHED                   VALUE "M".
           05  BI-LOADED-DATE            PIC 9(08).
           05  BI-MATCH-DATE             PIC 9(08).
           05  BI-BOOK-KEY               PIC X(14).
           05  FILLER                    PIC X(20).
