      *               order whose lines are all shipped in full is
      *               marked FULFILLED on its header.
      *
      *               Every shipment relieves the item's on-hand on
      *               the ITEM-MASTER at its average cost, and no line
      *               ships more than is on hand: a line the stock
      *               could not cover ships what there is and carries
      *               the STOCK-OUT backorder reason (a line the
      *               warehouse shipped short with stock on the shelf
      *               carries WAREHOUSE PARTIAL), and the register
      *               lists each stock-out.  The cost relieved is
      *               posted through one GLBATCH batch, a debit to
      *               cost of goods sold and a credit to inventory
      *               per order.
      *
      *               Shipment line (fixed column):
      *                   1-8    order number
      *                   9-11   line number
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original fulfillment program.
      *   2026-10-15  RJP  Shipments relieve ITEM-MASTER stock at
      *                    average cost and are held to what is on
      *                    hand; a short line records why it is on
      *                    backorder; cost of goods sold is posted
      *                    to the GL per order.
      *   2026-10-15  RJP  The invoice header carries the salesperson
      *                    the order header names, if any.
      *   2026-10-15  RJP  The invoice header carries the order's
      *                    ship-to location and that location's tax
      *                    state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDFUL.
               RELATIVE KEY IS WS-INC-RELKEY
               FILE STATUS IS WS-INVNOCTL-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT FULFILLMENT-REGISTER-FILE ASSIGN TO "SORDFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       01  INVOICE-NO-CONTROL-RECORD.
           05  INC-NEXT-INVOICE-ID       PIC 9(08).

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  SHIP-TO-FILE.
       COPY SHIPREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  FULFILLMENT-REGISTER-FILE.
       01  FULFILLMENT-REGISTER-LINE     PIC X(132).

           05  WS-INVLINE-STATUS         PIC X(02) VALUE "00".
           05  WS-INVNOCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-SHIPTO-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SHIP-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-INVOICING                 VALUE "Y".
           05  WS-ORDER-SCAN-SWITCH      PIC X(01) VALUE "N".
               88  WS-ORDER-SCAN-DONE           VALUE "Y".
           05  WS-STOCK-SHORT-SWITCH     PIC X(01) VALUE "N".
               88  WS-STOCK-SHORT               VALUE "Y".
           05  WS-SHIPTO-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-SHIPTO-OPEN               VALUE "Y".

       COPY GLBATW.

      * Standing GL accounts for the cost of goods sold feed.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-COST-OF-SALES-ACCT  PIC 9(06) VALUE 500100.
           05  WS-GL-INVENTORY-ACCT      PIC 9(06) VALUE 140100.

       01  WS-CONTROL-TOTALS.
           05  WS-SHIPMENTS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-CREATED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-BILLED           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-STOCK-OUT-LINES        PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-COST-RELIEVED    PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-INC-RELKEY             PIC 9(4) COMP VALUE 1.
           05  WS-LINE-EXTENSION         PIC S9(9)V99 COMP-3.
           05  WS-ALL-FULL-SWITCH        PIC X(01).
               88  WS-ORDER-ALL-FULL            VALUE "Y".
           05  WS-SHORT-QTY              PIC 9(05).
           05  WS-LINE-COST              PIC S9(9)V99 COMP-3.
           05  WS-ORDER-COST             PIC S9(9)V99 COMP-3.

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                    PIC X(06) VALUE "ORDER ".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-AMOUNT             PIC $$$,$$$,$$9.99.

       01  WS-STOCK-OUT-LINE.
           05  FILLER                    PIC X(06) VALUE "ORDER ".
           05  WS-SO-ORDER-NO            PIC 9(08).
           05  FILLER                    PIC X(06) VALUE " LINE ".
           05  WS-SO-LINE-NO             PIC 9(03).
           05  FILLER                    PIC X(06) VALUE " ITEM ".
           05  WS-SO-ITEM-CODE           PIC X(08).
           05  FILLER                    PIC X(07) VALUE " SHORT ".
           05  WS-SO-SHORT-QTY           PIC ZZ,ZZ9.
           05  FILLER                    PIC X(13) VALUE
               " - STOCK-OUT".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           END-READ.
           MOVE INC-NEXT-INVOICE-ID TO WS-NEXT-INVOICE-ID.
           OPEN OUTPUT FULFILLMENT-REGISTER-FILE.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "SORDFUL - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIPTO-STATUS = "00"
               SET WS-SHIPTO-OPEN TO TRUE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           MOVE "IS" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "SORDFUL" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

               UNTIL WS-SORT-END-OF-FILE.
           IF WS-INVOICING
               PERFORM 3400-CLOSE-ORDER-INVOICE
                   THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
                   IF SH-ORDER-NO NOT = WS-CURRENT-ORDER
                       IF WS-INVOICING
                           PERFORM 3400-CLOSE-ORDER-INVOICE
                               THRU 3400-EXIT
                       END-IF
                       PERFORM 3200-START-NEW-ORDER
                   END-IF
           MOVE WS-NEXT-INVOICE-ID TO INVH-INVOICE-ID.
           MOVE ORD-CUST-ID        TO INVH-CUST-ID.
           MOVE WS-CURRENT-DATE    TO INVH-INVOICE-DATE.
           MOVE ORD-SALESREP       TO INVH-SALESREP.
           PERFORM 3210-SET-SHIP-TO
               THRU 3210-EXIT.
           SET INVH-OPEN TO TRUE.
           WRITE INVOICE-HEADER-RECORD
               INVALID KEY
           MOVE INVH-INVOICE-ID TO WS-GEN-INVOICE-ID.
           MOVE ZERO TO WS-GEN-INVOICE-TOTAL.
           MOVE ZERO TO WS-GEN-LINE-NO.
           MOVE ZERO TO WS-ORDER-COST.
           ADD 1 TO WS-NEXT-INVOICE-ID.
           PERFORM 3500-SAVE-NEXT-INVOICE-ID.
       3200-EXIT.
           EXIT.

      * ================================================================
      * 3210-SET-SHIP-TO - the order's ship-to location and the state
      *                    whose tax the delivery bears.  A location
      *                    no longer on file is reported and the
      *                    invoice goes to the bill-to address.
      * ================================================================
       3210-SET-SHIP-TO.
           MOVE ZERO   TO INVH-SHIP-TO-LOC.
           MOVE SPACES TO INVH-SHIP-TO-STATE.
           IF ORD-SHIP-TO-LOC IS NOT NUMERIC
              OR ORD-SHIP-TO-LOC = ZERO
               GO TO 3210-EXIT
           END-IF.
           IF WS-SHIPTO-OPEN
               MOVE ORD-CUST-ID     TO SHP-CUST-ID
               MOVE ORD-SHIP-TO-LOC TO SHP-LOC-NO
               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SHP-LOC-NO    TO INVH-SHIP-TO-LOC
                       MOVE SHP-TAX-STATE TO INVH-SHIP-TO-STATE
                       GO TO 3210-EXIT
               END-READ
           END-IF.
           DISPLAY "SORDFUL - ORDER " SH-ORDER-NO " SHIP-TO LOCATION "
               ORD-SHIP-TO-LOC " NOT ON FILE - BILL-TO ADDRESS USED".
       3210-EXIT.
           EXIT.

      * ================================================================
      * 3300-POST-ONE-SHIPMENT - an overship clips to what is still
      *                          open on the line, and the clip is
      *                          reported; a shipment clips again to
      *                          the item's on-hand.  The billed
      *                          quantity is what actually shipped.
      * ================================================================
       3300-POST-ONE-SHIPMENT.
           MOVE SH-ORDER-NO TO ORD-ORDER-NO.
           ELSE
               MOVE SH-QTY-SHIPPED TO WS-SHIP-THIS-LINE
           END-IF.
           PERFORM 3310-RELIEVE-STOCK
               THRU 3310-EXIT.
           ADD WS-SHIP-THIS-LINE TO ORD-QTY-SHIPPED.
           EVALUATE TRUE
               WHEN ORD-QTY-SHIPPED NOT < ORD-QTY-ORDERED
                   SET ORD-BO-NONE TO TRUE
               WHEN WS-STOCK-SHORT
                   SET ORD-BO-STOCK-OUT TO TRUE
               WHEN OTHER
                   SET ORD-BO-WAREHOUSE-PARTIAL TO TRUE
           END-EVALUATE.
           REWRITE SALES-ORDER-RECORD.
           IF WS-SHIP-THIS-LINE = ZERO
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-LINES-POSTED.
           ADD 1 TO WS-GEN-LINE-NO.
           MOVE WS-GEN-INVOICE-ID TO INV-LINE-INVOICE-ID.
       3300-EXIT.
           EXIT.

      * ================================================================
      * 3310-RELIEVE-STOCK - takes the quantity shipping on this line
      *                      out of the item's on-hand at average
      *                      cost; the last of the stock takes the
      *                      whole remaining value so the item's
      *                      value never strands pennies.  A line
      *                      the stock cannot cover ships what is on
      *                      hand and is listed as a stock-out; so
      *                      is a line shipped short that leaves the
      *                      shelf too bare to cover its balance.
      *                      An item missing from the master ships
      *                      as confirmed, with nothing to relieve.
      * ================================================================
       3310-RELIEVE-STOCK.
           MOVE "N" TO WS-STOCK-SHORT-SWITCH.
           MOVE ZERO TO WS-LINE-COST.
           MOVE ORD-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY "SORDFUL - ORDER " SH-ORDER-NO
                       " LINE " SH-LINE-NO " ITEM " ORD-ITEM-CODE
                       " NOT ON ITEM MASTER - STOCK NOT RELIEVED"
                   GO TO 3310-EXIT
           END-READ.
           IF WS-SHIP-THIS-LINE > ITEM-QTY-ON-HAND
               SET WS-STOCK-SHORT TO TRUE
               MOVE ITEM-QTY-ON-HAND TO WS-SHIP-THIS-LINE
           END-IF.
           IF WS-SHIP-THIS-LINE = ITEM-QTY-ON-HAND
               MOVE ITEM-STOCK-VALUE TO WS-LINE-COST
           ELSE
               COMPUTE WS-LINE-COST ROUNDED =
                   WS-SHIP-THIS-LINE * ITEM-STOCK-VALUE
                       / ITEM-QTY-ON-HAND
           END-IF.
           SUBTRACT WS-SHIP-THIS-LINE FROM ITEM-QTY-ON-HAND.
           SUBTRACT WS-LINE-COST FROM ITEM-STOCK-VALUE.
           REWRITE ITEM-MASTER-RECORD.
           ADD WS-LINE-COST TO WS-ORDER-COST.
           COMPUTE WS-SHORT-QTY = ORD-QTY-ORDERED - ORD-QTY-SHIPPED
               - WS-SHIP-THIS-LINE.
           IF WS-SHORT-QTY > ITEM-QTY-ON-HAND
               SET WS-STOCK-SHORT TO TRUE
           END-IF.
           IF WS-STOCK-SHORT
               ADD 1 TO WS-STOCK-OUT-LINES
               MOVE SH-ORDER-NO   TO WS-SO-ORDER-NO
               MOVE SH-LINE-NO    TO WS-SO-LINE-NO
               MOVE ORD-ITEM-CODE TO WS-SO-ITEM-CODE
               MOVE WS-SHORT-QTY  TO WS-SO-SHORT-QTY
               MOVE WS-STOCK-OUT-LINE TO FULFILLMENT-REGISTER-LINE
               WRITE FULFILLMENT-REGISTER-LINE
           END-IF.
       3310-EXIT.
           EXIT.

      * ================================================================
      * 3400-CLOSE-ORDER-INVOICE - after the order's shipments post,
      *                            the header goes FULFILLED only
      *                            backorder for the next run.
      * ================================================================
       3400-CLOSE-ORDER-INVOICE.
           IF WS-ORDER-COST NOT = ZERO
               PERFORM 3450-POST-COST-OF-SALES
           END-IF.
           IF WS-GEN-LINE-NO = ZERO
               PERFORM 3460-DROP-EMPTY-INVOICE
               PERFORM 3410-CHECK-ORDER-COMPLETE
               MOVE "N" TO WS-INVOICING-SWITCH
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-INVOICES-CREATED.
           ADD WS-GEN-INVOICE-TOTAL TO WS-TOTAL-BILLED.
           MOVE WS-CURRENT-ORDER TO WS-REG-ORDER-NO.
           WRITE FULFILLMENT-REGISTER-LINE.
           PERFORM 3410-CHECK-ORDER-COMPLETE.
           MOVE "N" TO WS-INVOICING-SWITCH.
       3400-EXIT.
           EXIT.

       3410-CHECK-ORDER-COMPLETE.
           MOVE "Y" TO WS-ALL-FULL-SWITCH.
               END-IF
           END-IF.

       3450-POST-COST-OF-SALES.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-GL-COST-OF-SALES-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-ORDER-COST TO GL-TRANS-AMOUNT.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           STRING "COST ORDER " WS-CURRENT-ORDER
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-INVENTORY-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           ADD WS-ORDER-COST TO WS-TOTAL-COST-RELIEVED.

      * ================================================================
      * 3460-DROP-EMPTY-INVOICE - every line of the order came up
      *                           against an empty shelf, so nothing
      *                           shipped to bill; the header opened
      *                           for it comes back off and its
      *                           number is left unused.
      * ================================================================
       3460-DROP-EMPTY-INVOICE.
           MOVE WS-GEN-INVOICE-ID TO INVH-INVOICE-ID.
           DELETE INVOICE-HEADER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "SORDFUL - ORDER " WS-CURRENT-ORDER
               " SHIPPED NOTHING - INVOICE " WS-GEN-INVOICE-ID
               " NOT USED".

       3500-SAVE-NEXT-INVOICE-ID.
           MOVE WS-NEXT-INVOICE-ID TO INC-NEXT-INVOICE-ID.
           REWRITE INVOICE-NO-CONTROL-RECORD
           END-REWRITE.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "ORDER FULFILLMENT - END OF JOB SUMMARY".
           DISPLAY "  SHIPMENTS READ     : " WS-SHIPMENTS-READ.
           DISPLAY "  LINES POSTED       : " WS-LINES-POSTED.
           DISPLAY "  SHIPMENTS REJECTED : " WS-SHIPMENTS-REJECTED.
           DISPLAY "  INVOICES CREATED   : " WS-INVOICES-CREATED.
           DISPLAY "  TOTAL BILLED       : " WS-TOTAL-BILLED.
           DISPLAY "  STOCK-OUT LINES    : " WS-STOCK-OUT-LINES.
           DISPLAY "  COST RELIEVED      : " WS-TOTAL-COST-RELIEVED.
           CLOSE SALES-ORDER-FILE.
           CLOSE INVOICE-HEADER-FILE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE INVOICE-NO-CONTROL-FILE.
           CLOSE FULFILLMENT-REGISTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE GL-TRANSACTION-FILE.
           IF WS-SHIPTO-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM SORDFUL.
