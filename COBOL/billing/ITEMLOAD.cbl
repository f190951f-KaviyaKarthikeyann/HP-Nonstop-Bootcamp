      *               extract - item code in columns 1-8, description
      *               in 9-28, unit price digits (9(7)V99) in 29-37 -
      *               adding new items and updating the description
      *               and price on existing ones.  Columns 38-44 carry
      *               the reorder point and 45-51 the reorder
      *               quantity, applied when present; 52-60 carry an
      *               opening unit cost (9(7)V99), taken for a new
      *               item only - from then on the cost belongs to
      *               INVRECV.  A new item starts with nothing on
      *               hand or on order; stock comes in through
      *               INVRECV receipts.  Columns 61-102 carry three
      *               quantity breaks, each a minimum quantity (5
      *               digits) and its unit price (9(7)V99); when any
      *               are present all three are replaced, and a
      *               break left blank is cleared.  Columns 103-106
      *               carry the item class the commission plans rate
      *               by, applied when present.
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original item master load program.
      *   2026-10-15  RJP  Reorder point, reorder quantity and opening
      *                    unit cost; new items start with zero stock.
      *   2026-10-15  RJP  Quantity breaks in columns 61-102.
      *   2026-10-15  RJP  Item class in columns 103-106.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMLOAD.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-EXTRACT-FILE.
       01  ITEM-EXTRACT-RECORD           PIC X(120).

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.
           05  WS-EXT-PRICE-DIGITS       PIC 9(09).
           05  WS-EXT-PRICE REDEFINES WS-EXT-PRICE-DIGITS
                                         PIC 9(7)V99.
           05  WS-EXT-REORDER-POINT-X    PIC X(07).
           05  WS-EXT-REORDER-POINT REDEFINES WS-EXT-REORDER-POINT-X
                                         PIC 9(07).
           05  WS-EXT-REORDER-QTY-X      PIC X(07).
           05  WS-EXT-REORDER-QTY REDEFINES WS-EXT-REORDER-QTY-X
                                         PIC 9(07).
           05  WS-EXT-COST-X             PIC X(09).
           05  WS-EXT-COST REDEFINES WS-EXT-COST-X
                                         PIC 9(7)V99.
           05  WS-EXT-BREAK-AREA         PIC X(42).
           05  WS-EXT-BREAKS REDEFINES WS-EXT-BREAK-AREA.
               10  WS-EXT-BREAK OCCURS 3 TIMES.
                   15  WS-EXT-BREAK-QTY-X    PIC X(05).
                   15  WS-EXT-BREAK-QTY REDEFINES WS-EXT-BREAK-QTY-X
                                             PIC 9(05).
                   15  WS-EXT-BREAK-PRICE-X  PIC X(09).
                   15  WS-EXT-BREAK-PRICE
                           REDEFINES WS-EXT-BREAK-PRICE-X
                                             PIC 9(7)V99.
           05  WS-EXT-CLASS              PIC X(04).

       01  WS-BREAK-SUB                  PIC 9(02) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE ITEM-EXTRACT-RECORD(9:20) TO WS-EXT-DESC
                   MOVE ITEM-EXTRACT-RECORD(29:9) TO
                       WS-EXT-PRICE-DIGITS
                   MOVE ITEM-EXTRACT-RECORD(38:7) TO
                       WS-EXT-REORDER-POINT-X
                   MOVE ITEM-EXTRACT-RECORD(45:7) TO
                       WS-EXT-REORDER-QTY-X
                   MOVE ITEM-EXTRACT-RECORD(52:9) TO WS-EXT-COST-X
                   MOVE ITEM-EXTRACT-RECORD(61:42) TO
                       WS-EXT-BREAK-AREA
                   MOVE ITEM-EXTRACT-RECORD(103:4) TO WS-EXT-CLASS
                   PERFORM 2100-APPLY-ONE-ITEM
           END-READ.
       2000-EXIT.
                   INVALID KEY
                       MOVE WS-EXT-DESC  TO ITEM-DESC
                       MOVE WS-EXT-PRICE TO ITEM-UNIT-PRICE
                       MOVE ZERO TO ITEM-QTY-ON-HAND
                       MOVE ZERO TO ITEM-QTY-ON-ORDER
                       MOVE ZERO TO ITEM-REORDER-POINT
                       MOVE ZERO TO ITEM-REORDER-QTY
                       MOVE ZERO TO ITEM-UNIT-COST
                       MOVE ZERO TO ITEM-STOCK-VALUE
                       MOVE ZERO TO ITEM-LAST-RECEIPT-DATE
                       MOVE SPACES TO ITEM-CLASS
                       PERFORM 2300-CLEAR-ONE-BREAK
                           VARYING WS-BREAK-SUB FROM 1 BY 1
                           UNTIL WS-BREAK-SUB > 3
                       IF WS-EXT-COST-X IS NUMERIC
                           MOVE WS-EXT-COST TO ITEM-UNIT-COST
                       END-IF
                       PERFORM 2200-APPLY-REORDER-FIELDS
                       WRITE ITEM-MASTER-RECORD
                       ADD 1 TO WS-ITEMS-ADDED
                   NOT INVALID KEY
                       MOVE WS-EXT-DESC  TO ITEM-DESC
                       MOVE WS-EXT-PRICE TO ITEM-UNIT-PRICE
                       PERFORM 2200-APPLY-REORDER-FIELDS
                       REWRITE ITEM-MASTER-RECORD
                       ADD 1 TO WS-ITEMS-UPDATED
               END-READ
           END-IF.

       2200-APPLY-REORDER-FIELDS.
           IF WS-EXT-REORDER-POINT-X IS NUMERIC
               MOVE WS-EXT-REORDER-POINT TO ITEM-REORDER-POINT
           END-IF.
           IF WS-EXT-REORDER-QTY-X IS NUMERIC
               MOVE WS-EXT-REORDER-QTY TO ITEM-REORDER-QTY
           END-IF.
           IF WS-EXT-BREAK-AREA NOT = SPACES
               PERFORM 2310-APPLY-ONE-BREAK
                   VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > 3
           END-IF.
           IF WS-EXT-CLASS NOT = SPACES
               MOVE WS-EXT-CLASS TO ITEM-CLASS
           END-IF.

       2300-CLEAR-ONE-BREAK.
           MOVE ZERO TO ITEM-BREAK-MIN-QTY (WS-BREAK-SUB).
           MOVE ZERO TO ITEM-BREAK-PRICE (WS-BREAK-SUB).

      * A break needs both a quantity and a price; either missing
      * clears it.
       2310-APPLY-ONE-BREAK.
           IF WS-EXT-BREAK-QTY-X (WS-BREAK-SUB) IS NUMERIC
              AND WS-EXT-BREAK-PRICE-X (WS-BREAK-SUB) IS NUMERIC
               MOVE WS-EXT-BREAK-QTY (WS-BREAK-SUB)
                   TO ITEM-BREAK-MIN-QTY (WS-BREAK-SUB)
               MOVE WS-EXT-BREAK-PRICE (WS-BREAK-SUB)
                   TO ITEM-BREAK-PRICE (WS-BREAK-SUB)
           ELSE
               PERFORM 2300-CLEAR-ONE-BREAK
           END-IF.

       9000-TERMINATE.
           DISPLAY "ITEM MASTER LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ  : " WS-RECORDS-READ.
