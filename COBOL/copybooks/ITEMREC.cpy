      *             price - a keyed price is honored only behind an
      *             explicit override flag, and reported.
      *
      *             The stock fields are kept by INVRECV (purchase
      *             orders placed and receipts into stock) and by
      *             SORDFUL (shipments relieve on-hand).  The stock
      *             value is what is on hand at cost: a receipt adds
      *             exactly what it posts to the GL inventory
      *             account and a shipment relieves exactly what it
      *             posts, so the sum over the file is what INVVALUE
      *             ties to that account.  The unit cost is the
      *             moving average, stock value over on-hand,
      *             re-struck at every receipt.
      *
      * Mod history:
      *   2026-08-22  RJP  Item price master record layout created.
      *   2026-10-15  RJP  Added on-hand and on-order quantities, the
      *                    reorder point and reorder quantity, the
      *                    unit cost, the stock value and the last
      *                    receipt date.  The record grows by 48
      *                    bytes: an ITEMMAST built under the old
      *                    layout must be reloaded through ITEMLOAD
      *                    before any program copying this layout
      *                    reads it.
      *   2026-10-15  RJP  Added three quantity breaks: a line of at
      *                    least a break's minimum quantity prices at
      *                    the break's price, the largest break
      *                    reached applying, unless the customer has
      *                    a contract price in force.  An unused
      *                    break is zeros.  The record grows by 33
      *                    bytes - reload ITEMMAST through ITEMLOAD.
      *   2026-10-15  RJP  Added the item class the sales commission
      *                    plans rate by; blank is unclassed.  The
      *                    record grows by 4 bytes - reload ITEMMAST
      *                    through ITEMLOAD.
      ******************************************************************
       01  ITEM-MASTER-RECORD.
           05  ITEM-CODE                 PIC X(08).
           05  ITEM-DESC                 PIC X(20).
           05  ITEM-UNIT-PRICE           COPY AMTFLD.
           05  ITEM-QTY-ON-HAND          PIC 9(07).
           05  ITEM-QTY-ON-ORDER         PIC 9(07).
           05  ITEM-REORDER-POINT        PIC 9(07).
           05  ITEM-REORDER-QTY          PIC 9(07).
           05  ITEM-UNIT-COST            COPY AMTFLD.
           05  ITEM-STOCK-VALUE          COPY AMTFLD.
           05  ITEM-LAST-RECEIPT-DATE    PIC 9(08).
           05  ITEM-BREAK OCCURS 3 TIMES.
               10  ITEM-BREAK-MIN-QTY    PIC 9(05).
               10  ITEM-BREAK-PRICE      COPY AMTFLD.
           05  ITEM-CLASS                PIC X(04).
