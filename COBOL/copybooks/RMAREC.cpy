      ******************************************************************
      * RMAREC    - RETURN-AUTHORIZATION record.  Indexed file keyed on
      *             the RMA number, one record per invoice line a
      *             customer is authorized to send back, issued by
      *             RMAENT against the INVOICE-LINE quantity and price
      *             actually billed.  The record stays AUTHORIZED
      *             until the warehouse confirms the goods in; RMARECV
      *             then credits the customer, restocks the item and
      *             marks it CREDITED with what was received and what
      *             the credit memo came to.  A return received short
      *             is credited for what came in and the rest of the
      *             authorization lapses.  A cancelled RMA is kept so
      *             its number is never reissued.
      *
      * Mod history:
      *   2026-10-15  RJP  Return authorization record layout created.
      ******************************************************************
       01  RETURN-AUTH-RECORD.
           05  RMA-NO                    PIC 9(08).
           05  RMA-INVOICE-ID            PIC 9(08).
           05  RMA-INVOICE-LINE-NO       PIC 9(03).
           05  RMA-CUST-ID               PIC 9(10).
           05  RMA-ITEM-CODE             PIC X(08).
           05  RMA-QTY-AUTHORIZED        PIC 9(05).
           05  RMA-UNIT-PRICE            COPY AMTFLD.
           05  RMA-REASON                PIC X(02).
           05  RMA-STATUS                PIC X(01).
               88  RMA-AUTHORIZED               VALUE "A".
               88  RMA-CREDITED                 VALUE "R".
               88  RMA-CANCELLED                VALUE "C".
           05  RMA-AUTH-DATE             PIC 9(08).
           05  RMA-AUTH-OPERATOR         PIC X(08).
           05  RMA-QTY-RECEIVED          PIC 9(05).
           05  RMA-RECEIVED-DATE         PIC 9(08).
           05  RMA-MERCHANDISE-AMOUNT    COPY AMTFLD.
           05  RMA-RESTOCK-FEE           COPY AMTFLD.
           05  RMA-TAX-AMOUNT            COPY AMTFLD.
           05  RMA-CREDIT-AMOUNT         COPY AMTFLD.
           05  FILLER                    PIC X(20).
