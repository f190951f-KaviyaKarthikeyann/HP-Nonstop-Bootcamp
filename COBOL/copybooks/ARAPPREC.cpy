      ******************************************************************
      * ARAPPREC  - AR-APPLICATION-LOG record.  One line on the
      *             ARAPPLOG file each time cash application relieves
      *             an open item: the invoice, its customer and date,
      *             the date of the payment that relieved it and the
      *             amount applied.  The file is the customers'
      *             payment history - how many days after the invoice
      *             the money actually came in - that the receipts
      *             forecast averages to say when today's open items
      *             will be paid.  ARCASH appends to it every run; it
      *             is never rewritten.
      *
      *             ARAPPLOG is LINE SEQUENTIAL, so the amount is a
      *             DISPLAY numeric and always positive.
      *
      * Mod history:
      *   2026-10-15  RJP  Application log record layout created.
      ******************************************************************
       01  AR-APPLICATION-LOG-RECORD.
           05  AP-INVOICE-ID             PIC 9(08).
           05  AP-CUST-ID                PIC 9(10).
           05  AP-INVOICE-DATE           PIC 9(08).
           05  AP-PAYMENT-DATE           PIC 9(08).
           05  AP-AMOUNT-APPLIED         PIC 9(9)V99.
           05  AP-CHECK-NO               PIC X(10).
           05  FILLER                    PIC X(15).
