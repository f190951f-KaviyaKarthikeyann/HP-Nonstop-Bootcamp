      *                    price beside it.  Priced lines are also
      *                    written to the INVPRICE file the invoice
      *                    print assembles documents from.
      *   2026-10-15  RJP  Lines price for the invoice's customer: the
      *                    customer's price contract in force on the
      *                    invoice date first, then the item's
      *                    quantity break, then the list price.  An
      *                    override is listed against that price, and
      *                    only when it differs from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVH-INVOICE-ID
               FILE STATUS IS WS-INVHDR-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-KEY
               FILE STATUS IS WS-CPCMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-LINE-FILE.
       FD  OVERRIDE-LISTING-FILE.
       01  OVERRIDE-LISTING-LINE         PIC X(132).

       FD  INVOICE-HEADER-FILE.
       COPY INVHDREC.

       FD  CONTRACT-PRICE-FILE.
       COPY CPCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INVLINE-STATUS         PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-INVPRICE-STATUS        PIC X(02) VALUE "00".
           05  WS-OVERRIDE-STATUS        PIC X(02) VALUE "00".
           05  WS-INVHDR-STATUS          PIC X(02) VALUE "00".
           05  WS-CPCMAST-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ITEM-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-ITEM-FOUND                VALUE "Y".
           05  WS-INVHDR-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-INVHDR-OPEN               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-EXTENDED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-PRICE-OVERRIDES        PIC 9(9) COMP VALUE ZERO.
           05  WS-OVERRIDES-AT-PRICE     PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACT-PRICED        PIC 9(9) COMP VALUE ZERO.
           05  WS-BREAK-PRICED           PIC 9(9) COMP VALUE ZERO.
           05  WS-LIST-PRICED            PIC 9(9) COMP VALUE ZERO.
           05  WS-NO-HEADER-LINES        PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       COPY ITMPRCW.

       01  WS-OVERRIDE-DETAIL-LINE.
           05  WS-OVR-INVOICE-ID         PIC Z(7)9.
           05  FILLER                    PIC X(09) VALUE "KEYED:".
           05  WS-OVR-KEYED-PRICE        PIC $$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "DUE:".
           05  WS-OVR-DUE-PRICE          PIC $$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OVR-PRICE-SOURCE       PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "CUSTOMER:".
           05  WS-OVR-CUST-ID            PIC 9(10).

       01  WS-EXTENDED-DETAIL-LINE.
           05  WS-EXT-INVOICE-ID         PIC Z(7)9.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INVOICE-LINE-FILE.
           OPEN OUTPUT INVOICE-EXTENDED-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN OUTPUT PRICED-LINE-FILE.
           OPEN OUTPUT OVERRIDE-LISTING-FILE.
           OPEN INPUT INVOICE-HEADER-FILE.
           IF WS-INVHDR-STATUS = "00"
               SET WS-INVHDR-OPEN TO TRUE
           ELSE
               DISPLAY "INVEXT - NO INVHDR FILE - LINES PRICE WITH "
                   "NO CUSTOMER CONTRACT"
           END-IF.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CPCMAST-STATUS = "00"
               SET IP-CONTRACTS-OPEN TO TRUE
           ELSE
               DISPLAY "INVEXT - NO CPCMAST FILE - NO CONTRACT "
                   "PRICING"
           END-IF.
       1000-EXIT.
           EXIT.

           EXIT.

      * ================================================================
      * 2050-PRICE-LINE - the line prices for the invoice's customer
      *                   on the invoice date unless the keyer set
      *                   the override flag; an override that is not
      *                   the price the customer is due is listed
      *                   with that price beside it so a fat-fingered
      *                   price is a same-day exception, not a
      *                   customer complaint.  A line whose invoice
      *                   header is not on file prices with no
      *                   customer, on the run date.
      * ================================================================
       2050-PRICE-LINE.
           SET WS-ITEM-FOUND-SWITCH TO "N".
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ.
           MOVE ZERO            TO IP-CUST-ID.
           MOVE WS-CURRENT-DATE TO IP-PRICE-DATE.
           MOVE INV-LINE-QTY    TO IP-QTY.
           IF WS-INVHDR-OPEN
               MOVE INV-LINE-INVOICE-ID TO INVH-INVOICE-ID
               READ INVOICE-HEADER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-HEADER-LINES
                   NOT INVALID KEY
                       MOVE INVH-CUST-ID      TO IP-CUST-ID
                       MOVE INVH-INVOICE-DATE TO IP-PRICE-DATE
               END-READ
           ELSE
               ADD 1 TO WS-NO-HEADER-LINES
           END-IF.
           MOVE ZERO TO IP-UNIT-PRICE.
           MOVE SPACES TO IP-SOURCE-NAME.
           IF WS-ITEM-FOUND
               PERFORM 7600-PRICE-ITEM
           END-IF.
           IF INV-LINE-PRICE-OVERRIDE
               IF WS-ITEM-FOUND
                  AND INV-LINE-UNIT-PRICE = IP-UNIT-PRICE
                   ADD 1 TO WS-OVERRIDES-AT-PRICE
               ELSE
                   ADD 1 TO WS-PRICE-OVERRIDES
                   MOVE INV-LINE-INVOICE-ID TO WS-OVR-INVOICE-ID
                   MOVE INV-LINE-NO         TO WS-OVR-LINE-NO
                   MOVE INV-LINE-ITEM-CODE  TO WS-OVR-ITEM-CODE
                   MOVE INV-LINE-UNIT-PRICE TO WS-OVR-KEYED-PRICE
                   MOVE IP-UNIT-PRICE       TO WS-OVR-DUE-PRICE
                   MOVE IP-SOURCE-NAME      TO WS-OVR-PRICE-SOURCE
                   MOVE IP-CUST-ID          TO WS-OVR-CUST-ID
                   MOVE WS-OVERRIDE-DETAIL-LINE
                       TO OVERRIDE-LISTING-LINE
                   WRITE OVERRIDE-LISTING-LINE
               END-IF
           ELSE
               IF WS-ITEM-FOUND
                   MOVE IP-UNIT-PRICE TO INV-LINE-UNIT-PRICE
                   EVALUATE TRUE
                       WHEN IP-FROM-CONTRACT
                           ADD 1 TO WS-CONTRACT-PRICED
                       WHEN IP-FROM-QTY-BREAK
                           ADD 1 TO WS-BREAK-PRICED
                       WHEN OTHER
                           ADD 1 TO WS-LIST-PRICED
                   END-EVALUATE
               END-IF
           END-IF.

           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "  GRAND EXTENDED   : " WS-GRAND-EXTENDED.
           DISPLAY "  PRICE OVERRIDES  : " WS-PRICE-OVERRIDES.
           DISPLAY "  OVERRIDES AT DUE : " WS-OVERRIDES-AT-PRICE.
           DISPLAY "  CONTRACT PRICED  : " WS-CONTRACT-PRICED.
           DISPLAY "  QTY BREAK PRICED : " WS-BREAK-PRICED.
           DISPLAY "  LIST PRICED      : " WS-LIST-PRICED.
           DISPLAY "  NO INVOICE HDR   : " WS-NO-HEADER-LINES.
           CLOSE INVOICE-LINE-FILE.
           CLOSE INVOICE-EXTENDED-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE PRICED-LINE-FILE.
           CLOSE OVERRIDE-LISTING-FILE.
           CLOSE INVOICE-HEADER-FILE.
           CLOSE CONTRACT-PRICE-FILE.
       9000-EXIT.
           EXIT.

       COPY ITMPRCP.

       END PROGRAM INVEXT.
