      *             ITEM-MASTER at entry time.  A line shipped
      *             short stays OPEN with the balance on backorder;
      *             fulfillment converts shipped quantity into
      *             invoice lines.  A line left short carries why:
      *             stock-out when the item's on-hand could not cover
      *             the open balance, warehouse partial when the
      *             stock was there and less was shipped.  The
      *             header may name the salesperson the order is
      *             commissioned to - blank means the customer's own -
      *             and, in the item-code bytes a header line has no
      *             use for, the customer's ship-to location the goods
      *             go to.  Not numeric (a pre-change header's spaces)
      *             or zero means the customer's own address.
      *
      * Mod history:
      *   2026-09-01  RJP  Sales order record layout created.
      *   2026-10-15  RJP  Backorder reason taken from the FILLER;
      *                    the record length is unchanged.
      *   2026-10-15  RJP  Salesperson override on the header line
      *                    taken from the FILLER; the record length
      *                    is unchanged.
      *   2026-10-15  RJP  Ship-to location on the header line over
      *                    the unused item code; the record length
      *                    is unchanged.
      ******************************************************************
       01  SALES-ORDER-RECORD.
           05  ORD-KEY.
               88  ORD-FULFILLED                VALUE "F".
               88  ORD-CANCELLED                VALUE "C".
           05  ORD-ITEM-CODE             PIC X(08).
           05  ORD-HEADER-VIEW REDEFINES ORD-ITEM-CODE.
               10  ORD-SHIP-TO-LOC       PIC 9(04).
               10  FILLER                PIC X(04).
           05  ORD-QTY-ORDERED           PIC 9(05).
           05  ORD-QTY-SHIPPED           PIC 9(05).
           05  ORD-UNIT-PRICE            COPY AMTFLD.
           05  ORD-BACKORDER-REASON      PIC X(01).
               88  ORD-BO-NONE                  VALUE SPACE.
               88  ORD-BO-STOCK-OUT             VALUE "S".
               88  ORD-BO-WAREHOUSE-PARTIAL     VALUE "P".
           05  ORD-SALESREP              PIC X(03).
           05  FILLER                    PIC X(01).
