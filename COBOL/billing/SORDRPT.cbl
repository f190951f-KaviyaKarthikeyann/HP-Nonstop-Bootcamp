      *               shipped and backordered quantities with the
      *               unbilled value at the order's stored price -
      *               so "what's been ordered but not yet billed"
      *               finally has an answer.  A line fulfillment
      *               left short shows why: STOCK-OUT or WAREHOUSE
      *               PARTIAL.
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original open-order report.
      *   2026-10-15  RJP  Backorder reason printed on each line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDRPT.
           05  WS-DTL-BACKORDER          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE "  UNBILLED ".
           05  WS-DTL-UNBILLED           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON             PIC X(17).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(24) VALUE
               MOVE ORD-QTY-SHIPPED TO WS-DTL-SHIPPED
               MOVE WS-BACKORDER-QTY TO WS-DTL-BACKORDER
               MOVE WS-UNBILLED-VALUE TO WS-DTL-UNBILLED
               EVALUATE TRUE
                   WHEN ORD-BO-STOCK-OUT
                       MOVE "STOCK-OUT" TO WS-DTL-REASON
                   WHEN ORD-BO-WAREHOUSE-PARTIAL
                       MOVE "WAREHOUSE PARTIAL" TO WS-DTL-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-DTL-REASON
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO OPEN-ORDER-REPORT-LINE
               WRITE OPEN-ORDER-REPORT-LINE
               ADD 1 TO WS-LINES-LISTED
