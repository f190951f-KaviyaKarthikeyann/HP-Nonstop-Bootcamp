      ******************************************************************
      * COMMLREC  - COMMISSION-LINE record.  One line on the COMMLINE
      *             file per item on each invoice INVPRINT posts to AR
      *             - the sales the invoice made of the item, with the
      *             invoice's customer, date, total and the
      *             salesperson its sales order named (blank - the
      *             customer's own).  The COMMRUN commission run files
      *             the lines by invoice on COMMINV and empties the
      *             file; INVPRINT appends to it.
      *
      *             COMMLINE is LINE SEQUENTIAL, so the amounts are
      *             DISPLAY numerics.  CL-INVOICE-TOTAL is the total
      *             posted to AR, tax included, repeated on each of
      *             the invoice's lines.
      *
      * Mod history:
      *   2026-10-15  RJP  Commission line record layout created.
      ******************************************************************
       01  COMMISSION-LINE-RECORD.
           05  CL-INVOICE-ID             PIC 9(08).
           05  CL-CUST-ID                PIC 9(10).
           05  CL-INVOICE-DATE           PIC 9(08).
           05  CL-REP-ID                 PIC X(03).
           05  CL-ITEM-CODE              PIC X(08).
           05  CL-SALES-AMOUNT           PIC S9(9)V99.
           05  CL-INVOICE-TOTAL          PIC S9(9)V99.
           05  FILLER                    PIC X(10).
