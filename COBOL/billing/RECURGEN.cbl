      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original recurring generation batch.
      *   2026-10-15  RJP  Generated invoices ship to the customer's
      *                    own address (ship-to location zero).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.
       2200-OPEN-GENERATED-INVOICE.
           MOVE WS-NEXT-INVOICE-ID TO INVH-INVOICE-ID.
           MOVE RC-CUST-ID         TO INVH-CUST-ID.
           MOVE ZERO               TO INVH-SHIP-TO-LOC.
           MOVE WS-CURRENT-DATE    TO INVH-INVOICE-DATE.
           SET INVH-OPEN TO TRUE.
           WRITE INVOICE-HEADER-RECORD
