      *                    guardian - an invoice for a customer id
      *                    not on the master printed and dunned
      *                    with no bill-to name or address.
      *   2026-10-15  RJP  Generated invoices ship to the customer's
      *                    own address (ship-to location zero).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMTRAN.
           PERFORM 4350-ENSURE-CUSTOMER.
           MOVE WS-NEXT-INVOICE-ID TO INVH-INVOICE-ID.
           MOVE WS-ALUM-STU-ID     TO INVH-CUST-ID.
           MOVE ZERO               TO INVH-SHIP-TO-LOC.
           MOVE WS-CURRENT-DATE    TO INVH-INVOICE-DATE.
           SET INVH-OPEN TO TRUE.
           WRITE INVOICE-HEADER-RECORD
