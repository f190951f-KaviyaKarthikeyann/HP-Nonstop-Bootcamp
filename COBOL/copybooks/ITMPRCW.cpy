      ******************************************************************
      * ITMPRCW   - Working storage for the shared item pricing
      *             paragraphs.  COPY into WORKING-STORAGE SECTION of
      *             any program that prices an item for a customer,
      *             then COPY ITMPRCP into the PROCEDURE DIVISION.
      *             The including program owns the ITEM-MASTER file
      *             (COPY ITEMREC) and the CONTRACT-PRICE-FILE on
      *             CPCMAST (COPY CPCREC), and sets IP-CONTRACTS-OPEN
      *             once that file has opened.  With the item record
      *             read, move the customer, the date the price is
      *             struck on and the quantity to IP-CUST-ID,
      *             IP-PRICE-DATE and IP-QTY and PERFORM
      *             7600-PRICE-ITEM: IP-UNIT-PRICE is the price, and
      *             IP-PRICE-SOURCE says where it came from - the
      *             customer's contract in force on the date, else
      *             the item's quantity break the line reaches, else
      *             the item's list price.  IP-CONTRACT-LAPSED says
      *             the customer has a contract for the item that is
      *             not in force on the date.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared item pricing created.
      ******************************************************************
       01  ITEM-PRICING-FIELDS.
           05  IP-CUST-ID                PIC 9(10).
           05  IP-PRICE-DATE             PIC 9(08).
           05  IP-QTY                    PIC 9(05).
           05  IP-UNIT-PRICE             PIC S9(9)V99 COMP-3.
           05  IP-PRICE-SOURCE           PIC X(01).
               88  IP-FROM-CONTRACT             VALUE "C".
               88  IP-FROM-QTY-BREAK            VALUE "B".
               88  IP-FROM-LIST                 VALUE "L".
           05  IP-CONTRACT-SWITCH        PIC X(01).
               88  IP-NO-CONTRACT               VALUE "N".
               88  IP-CONTRACT-LAPSED           VALUE "X".
               88  IP-CONTRACT-IN-FORCE         VALUE "Y".
           05  IP-CONTRACTS-SWITCH       PIC X(01) VALUE "N".
               88  IP-CONTRACTS-OPEN            VALUE "Y".
           05  IP-BEST-MIN-QTY           PIC 9(05).
           05  IP-BREAK-SUB              PIC 9(02) COMP.
           05  IP-SOURCE-NAME            PIC X(09).
