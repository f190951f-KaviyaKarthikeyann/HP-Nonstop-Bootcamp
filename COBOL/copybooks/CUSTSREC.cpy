      ******************************************************************
      * CUSTSREC  - CUSTOMER-SALESPERSON record.  Indexed file keyed on
      *             the customer id, naming the salesperson the
      *             customer is assigned to, loaded by SLSPLOAD.  The
      *             customer's invoices are commissioned to this
      *             salesperson unless the sales order named another.
      *             Kept apart from CUSTOMER-MASTER, which has no room
      *             left in its record.
      *
      * Mod history:
      *   2026-10-15  RJP  Customer salesperson record layout created.
      ******************************************************************
       01  CUSTOMER-SALESPERSON-RECORD.
           05  CS-CUST-ID                PIC 9(10).
           05  CS-REP-ID                 PIC X(03).
           05  CS-ASSIGNED-DATE          PIC 9(08).
           05  FILLER                    PIC X(10).
