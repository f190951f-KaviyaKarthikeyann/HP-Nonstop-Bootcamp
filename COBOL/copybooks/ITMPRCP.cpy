      ******************************************************************
      * ITMPRCP   - Shared item pricing paragraphs.  See ITMPRCW for
      *             the working storage this expects and the calling
      *             sequence.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared item pricing created.
      ******************************************************************
      * ================================================================
      * 7600-PRICE-ITEM - contract first, then the item's quantity
      *                   break, then the list price.
      * ================================================================
       7600-PRICE-ITEM.
           MOVE ITEM-UNIT-PRICE TO IP-UNIT-PRICE.
           SET IP-FROM-LIST TO TRUE.
           SET IP-NO-CONTRACT TO TRUE.
           IF IP-CONTRACTS-OPEN
              AND IP-CUST-ID NOT = ZERO
               MOVE IP-CUST-ID TO CPC-CUST-ID
               MOVE ITEM-CODE  TO CPC-ITEM-CODE
               READ CONTRACT-PRICE-FILE
                   INVALID KEY
                       SET IP-NO-CONTRACT TO TRUE
                   NOT INVALID KEY
                       PERFORM 7610-APPLY-CONTRACT
               END-READ
           END-IF.
           IF NOT IP-FROM-CONTRACT
               PERFORM 7620-APPLY-QTY-BREAK
           END-IF.
           EVALUATE TRUE
               WHEN IP-FROM-CONTRACT
                   MOVE "CONTRACT" TO IP-SOURCE-NAME
               WHEN IP-FROM-QTY-BREAK
                   MOVE "QTY BREAK" TO IP-SOURCE-NAME
               WHEN OTHER
                   MOVE "LIST" TO IP-SOURCE-NAME
           END-EVALUATE.

       7610-APPLY-CONTRACT.
           IF IP-PRICE-DATE < CPC-EFFECTIVE-DATE
              OR (CPC-EXPIRY-DATE NOT = ZERO
                  AND IP-PRICE-DATE > CPC-EXPIRY-DATE)
               SET IP-CONTRACT-LAPSED TO TRUE
           ELSE
               SET IP-CONTRACT-IN-FORCE TO TRUE
               SET IP-FROM-CONTRACT TO TRUE
               MOVE CPC-CONTRACT-PRICE TO IP-UNIT-PRICE
               MOVE ZERO TO IP-BEST-MIN-QTY
               PERFORM 7615-CHECK-CONTRACT-BREAK
                   VARYING IP-BREAK-SUB FROM 1 BY 1
                   UNTIL IP-BREAK-SUB > 4
           END-IF.

       7615-CHECK-CONTRACT-BREAK.
           IF CPC-BREAK-MIN-QTY (IP-BREAK-SUB) > IP-BEST-MIN-QTY
              AND CPC-BREAK-MIN-QTY (IP-BREAK-SUB) NOT > IP-QTY
               MOVE CPC-BREAK-MIN-QTY (IP-BREAK-SUB)
                   TO IP-BEST-MIN-QTY
               MOVE CPC-BREAK-PRICE (IP-BREAK-SUB) TO IP-UNIT-PRICE
           END-IF.

       7620-APPLY-QTY-BREAK.
           MOVE ZERO TO IP-BEST-MIN-QTY.
           PERFORM 7625-CHECK-ITEM-BREAK
               VARYING IP-BREAK-SUB FROM 1 BY 1
               UNTIL IP-BREAK-SUB > 3.

       7625-CHECK-ITEM-BREAK.
           IF ITEM-BREAK-MIN-QTY (IP-BREAK-SUB) > IP-BEST-MIN-QTY
              AND ITEM-BREAK-MIN-QTY (IP-BREAK-SUB) NOT > IP-QTY
               MOVE ITEM-BREAK-MIN-QTY (IP-BREAK-SUB)
                   TO IP-BEST-MIN-QTY
               MOVE ITEM-BREAK-PRICE (IP-BREAK-SUB) TO IP-UNIT-PRICE
               SET IP-FROM-QTY-BREAK TO TRUE
           END-IF.
