      ******************************************************************
      * APOPNREC  - AP-OPEN-ITEM record.  Indexed file keyed on the
      *             vendor id + the vendor's own invoice number, one
      *             record per vendor invoice entered through
      *             APINVENT, so the same bill cannot be keyed twice
      *             and the file reads in vendor order for the
      *             payment run.  Carries the gross amount, the due
      *             and discount dates worked out from the vendor's
      *             terms at entry, the GL distribution and the
      *             balance still owed.  The payment run pays the
      *             balance off, marks the item PAID and stamps the
      *             vendor check that paid it; the AP aging reads
      *             what is left and SUBRECON foots the open
      *             balances against the AP control account.
      *
      * Mod history:
      *   2026-10-15  RJP  AP open-item record layout created.
      ******************************************************************
       01  AP-OPEN-ITEM-RECORD.
           05  APO-KEY.
               10  APO-VEND-ID           PIC 9(06).
               10  APO-VEND-INV-NO       PIC X(15).
           05  APO-INVOICE-DATE          PIC 9(08).
           05  APO-DUE-DATE              PIC 9(08).
           05  APO-DISCOUNT-DATE         PIC 9(08).
           05  APO-DISCOUNT-AMOUNT       COPY AMTFLD.
           05  APO-GROSS-AMOUNT          COPY AMTFLD.
           05  APO-OPEN-BALANCE          COPY AMTFLD.
           05  APO-EXPENSE-ACCT          PIC 9(06).
           05  APO-DEPT-CODE             PIC X(02).
           05  APO-DESCRIPTION           PIC X(20).
           05  APO-STATUS                PIC X(01).
               88  APO-ITEM-OPEN                VALUE "O".
               88  APO-ITEM-PAID                VALUE "P".
           05  APO-ENTERED-BY            PIC X(08).
           05  APO-ENTERED-DATE          PIC 9(08).
           05  APO-PAID-CHECK-NO         PIC 9(10).
           05  APO-PAID-DATE             PIC 9(08).
           05  APO-DISCOUNT-TAKEN        COPY AMTFLD.
           05  FILLER                    PIC X(20).
