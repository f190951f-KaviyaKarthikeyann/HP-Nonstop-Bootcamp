      ******************************************************************
      * COMMIREC  - COMMISSION-INVOICE record.  Indexed file keyed on
      *             the invoice id, one record per invoice the COMMRUN
      *             commission run has filed off the COMMLINE lines:
      *             the salesperson it is commissioned to (resolved
      *             when filed - the sales order's salesperson, else
      *             the customer's), the invoice total posted to AR
      *             and the sales before tax split by item class.
      *             Commission is paid off this record - on the
      *             sales when the invoice is billed, or on the share
      *             of the total collected as the cash comes in,
      *             whichever the salesperson's plan says - and a
      *             credit memo against the invoice charges back
      *             commission at the invoice's rate.
      *
      *             Up to ten classes are kept; any further class's
      *             sales go into the tenth entry, which is then held
      *             as unclassed.  CI-BILLED-PAID-PERIOD is the period
      *             whose run commissioned the invoice on billing -
      *             zeros until then.
      *
      * Mod history:
      *   2026-10-15  RJP  Commission invoice record layout created.
      ******************************************************************
       01  COMMISSION-INVOICE-RECORD.
           05  CI-INVOICE-ID             PIC 9(08).
           05  CI-CUST-ID                PIC 9(10).
           05  CI-INVOICE-DATE           PIC 9(08).
           05  CI-PERIOD                 PIC 9(06).
           05  CI-REP-ID                 PIC X(03).
           05  CI-INVOICE-TOTAL          COPY AMTFLD.
           05  CI-SALES-TOTAL            COPY AMTFLD.
           05  CI-CLASS-COUNT            PIC 9(02).
           05  CI-CLASS-ENTRY OCCURS 10 TIMES.
               10  CI-ITEM-CLASS         PIC X(04).
               10  CI-CLASS-SALES        COPY AMTFLD.
           05  CI-BILLED-PAID-PERIOD     PIC 9(06).
           05  CI-FILED-DATE             PIC 9(08).
           05  FILLER                    PIC X(20).
