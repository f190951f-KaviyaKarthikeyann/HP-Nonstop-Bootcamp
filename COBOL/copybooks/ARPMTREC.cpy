      ******************************************************************
      * ARPMTREC  - AR-PAYMENT record.  One line on the ARPMTS customer
      *             payments file per check received: the customer,
      *             the date and the amount, keyed by hand or loaded
      *             from the bank's lockbox file by ARLOCKBX.  A
      *             lockbox check also carries its check number and
      *             the remittance detail the bank captured - up to
      *             eight invoices the customer says the check pays,
      *             with the amount against each - so ARCASH closes
      *             the items the customer meant.  A hand-keyed line
      *             stops after the amount; the remittance count then
      *             reads as not numeric and is treated as none.
      *
      *             ARPMTS is LINE SEQUENTIAL, so the amounts are
      *             DISPLAY numerics.  ARP-REMIT-INVOICE is kept as
      *             the bank sent it - text - since a number the bank
      *             misread must still reach the cash-application
      *             worklist rather than be lost.
      *
      * Mod history:
      *   2026-10-15  RJP  Payment record layout created, with the
      *                    lockbox remittance detail.
      ******************************************************************
       01  AR-PAYMENT-RECORD.
           05  ARP-CUST-ID               PIC 9(10).
           05  ARP-PAYMENT-DATE          PIC 9(08).
           05  ARP-AMOUNT                PIC 9(9)V99.
           05  ARP-CHECK-NO              PIC X(10).
           05  ARP-REMIT-COUNT           PIC 9(02).
           05  ARP-REMIT-ENTRY OCCURS 8 TIMES.
               10  ARP-REMIT-INVOICE     PIC X(08).
               10  ARP-REMIT-AMOUNT      PIC 9(9)V99.
           05  FILLER                    PIC X(07).
