      ******************************************************************
      * CPCREC    - CUSTOMER-PRICE-CONTRACT record.  Indexed file keyed
      *             on the customer and item, one record per price a
      *             customer has negotiated for an item, loaded by
      *             CPCLOAD.  The contract is in force from its
      *             effective date through its expiry date (zeros -
      *             no expiry); outside those dates the item prices
      *             as it would for anyone.  The contract price is
      *             for any quantity; up to four quantity breaks
      *             lower it for a line of at least the break's
      *             minimum quantity, the largest break reached
      *             applying.  An unused break is zeros.
      *
      * Mod history:
      *   2026-10-15  RJP  Customer price contract record created.
      ******************************************************************
       01  CUSTOMER-PRICE-CONTRACT-RECORD.
           05  CPC-KEY.
               10  CPC-CUST-ID           PIC 9(10).
               10  CPC-ITEM-CODE         PIC X(08).
           05  CPC-EFFECTIVE-DATE        PIC 9(08).
           05  CPC-EXPIRY-DATE           PIC 9(08).
           05  CPC-CONTRACT-PRICE        COPY AMTFLD.
           05  CPC-BREAK OCCURS 4 TIMES.
               10  CPC-BREAK-MIN-QTY     PIC 9(05).
               10  CPC-BREAK-PRICE       COPY AMTFLD.
           05  CPC-CONTRACT-REF          PIC X(12).
           05  CPC-LAST-CHANGED-DATE     PIC 9(08).
           05  FILLER                    PIC X(20).
