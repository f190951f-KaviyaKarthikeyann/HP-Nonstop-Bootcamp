      ******************************************************************
      * VENDREC   - VENDOR-MASTER record.  Indexed file keyed on the
      *             six-digit vendor id, one record per supplier we
      *             pay.  Loaded and maintained by VENDLOAD; read by
      *             AP invoice entry for the payment terms and the
      *             default expense account, and by the AP payment
      *             run for the remit-to address printed on the
      *             check.
      *
      *             Payment terms are the vendor's own: an invoice
      *             falls due VEND-NET-DAYS after its invoice date,
      *             and when VEND-DISCOUNT-PCT is not zero the
      *             discount is earned by paying within
      *             VEND-DISCOUNT-DAYS (2/10 net 30 is 2.00, 010,
      *             030).  A vendor ON HOLD still takes invoices but
      *             is skipped by the payment run; an INACTIVE vendor
      *             takes neither.  A vendor is never deleted.
      *
      * Mod history:
      *   2026-10-15  RJP  Vendor master record layout created.
      ******************************************************************
       01  VENDOR-RECORD.
           05  VEND-ID                   PIC 9(06).
           05  VEND-NAME                 PIC X(30).
           05  VEND-REMIT-TO.
               10  VEND-REMIT-STREET     PIC X(30).
               10  VEND-REMIT-CITY       PIC X(20).
               10  VEND-REMIT-STATE      PIC X(02).
               10  VEND-REMIT-ZIP        PIC X(10).
           05  VEND-TERMS.
               10  VEND-NET-DAYS         PIC 9(03).
               10  VEND-DISCOUNT-PCT     PIC 9(02)V99.
               10  VEND-DISCOUNT-DAYS    PIC 9(03).
           05  VEND-EXPENSE-ACCT         PIC 9(06).
           05  VEND-STATUS               PIC X(01).
               88  VEND-ACTIVE                  VALUE "A".
               88  VEND-ON-HOLD                 VALUE "H".
               88  VEND-INACTIVE                VALUE "I".
           05  VEND-ADDED-DATE           PIC 9(08).
           05  VEND-LAST-MAINT-DATE      PIC 9(08).
           05  VEND-LAST-PAID-DATE       PIC 9(08).
           05  FILLER                    PIC X(30).
