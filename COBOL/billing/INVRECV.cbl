      ******************************************************************
      * PROGRAM:      INVRECV
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Inventory receiving.  Reads the purchasing and
      *               receiving dock transactions and keeps the
      *               ITEM-MASTER stock fields: a purchase order
      *               placed adds to on-order, a cancelled order
      *               takes it back off, and a receipt puts the
      *               quantity into stock - on-hand up, on-order
      *               relieved, the stock value up by the receipt at
      *               its cost and the moving average unit cost
      *               re-struck.  Every receipt is posted through
      *               one GLBATCH batch as a debit to inventory and
      *               a credit to goods received not invoiced, so
      *               the inventory account moves with the stock.
      *               Each transaction prints on the INVRCREG
      *               register with what it did, or why it was
      *               rejected.
      *
      *               Receiving transaction (fixed column):
      *                   1      type - O order placed, X order
      *                          cancelled, R receipt
      *                   2-9    item code
      *                   10-16  quantity
      *                   17-25  unit cost 9(7)V99 digits (receipt;
      *                          blank takes the item's average)
      *                   26-33  date YYYYMMDD (blank for today)
      *                   34-43  purchase order / packing slip ref
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original inventory receiving program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECV.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-FILE ASSIGN TO "INVRCPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT RECEIVING-REGISTER-FILE ASSIGN TO "INVRCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-FILE.
       01  RECEIVING-LINE                PIC X(80).

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  RECEIVING-REGISTER-FILE.
       01  RECEIVING-REGISTER-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RECEIVING-STATUS       PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       COPY GLBATW.

      * Standing GL accounts for the receiving feed.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-INVENTORY-ACCT      PIC 9(06) VALUE 140100.
           05  WS-GL-RECEIVED-NI-ACCT    PIC 9(06) VALUE 201200.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ORDERS-PLACED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ORDERS-CANCELLED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECEIPTS-POSTED        PIC 9(9) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-RECEIVED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-RECEIVING-FIELDS.
           05  WS-RCV-TYPE               PIC X(01).
               88  WS-RCV-ORDER-PLACED          VALUE "O".
               88  WS-RCV-ORDER-CANCELLED       VALUE "X".
               88  WS-RCV-RECEIPT               VALUE "R".
           05  WS-RCV-ITEM-CODE          PIC X(08).
           05  WS-RCV-QTY-X              PIC X(07).
           05  WS-RCV-QTY REDEFINES WS-RCV-QTY-X
                                         PIC 9(07).
           05  WS-RCV-COST-X             PIC X(09).
           05  WS-RCV-COST REDEFINES WS-RCV-COST-X
                                         PIC 9(7)V99.
           05  WS-RCV-DATE-X             PIC X(08).
           05  WS-RCV-DATE REDEFINES WS-RCV-DATE-X
                                         PIC 9(08).
           05  WS-RCV-REFERENCE          PIC X(10).
           05  WS-RCV-UNIT-COST          PIC S9(7)V99 COMP-3.
           05  WS-RCV-VALUE              PIC S9(9)V99 COMP-3.
           05  WS-RCV-ON-HAND            PIC 9(07).
           05  WS-RCV-ON-ORDER           PIC 9(07).
           05  WS-RCV-RESULT             PIC X(40).

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "INVENTORY RECEIVING REGISTER".
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(05) VALUE "TYPE".
           05  FILLER                    PIC X(10) VALUE "ITEM".
           05  FILLER                    PIC X(12) VALUE "REFERENCE".
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(10) VALUE "  QUANTITY".
           05  FILLER                    PIC X(14) VALUE
               "     UNIT COST".
           05  FILLER                    PIC X(16) VALUE
               "           VALUE".
           05  FILLER                    PIC X(10) VALUE "   ON HAND".
           05  FILLER                    PIC X(10) VALUE "  ON ORDER".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE               PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-REFERENCE          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DATE               PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-QTY                PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-UNIT-COST          PIC $$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-VALUE              PIC $$$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ON-HAND            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ON-ORDER           PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT             PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(40).
           05  WS-TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT             PIC $$$,$$$,$$$,$$9.99
                                         BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           OPEN INPUT RECEIVING-FILE.
           IF WS-RECEIVING-STATUS NOT = "00"
               DISPLAY "INVRECV - CANNOT OPEN INVRCPTS - STATUS "
                   WS-RECEIVING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "INVRECV - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT RECEIVING-REGISTER-FILE.
           MOVE "IR" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE-N(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE-N TO GBH-BATCH-DATE.
           MOVE "INVRECV" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           READ RECEIVING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-TRANS-READ.
           MOVE RECEIVING-LINE(1:1)   TO WS-RCV-TYPE.
           MOVE RECEIVING-LINE(2:8)   TO WS-RCV-ITEM-CODE.
           MOVE RECEIVING-LINE(10:7)  TO WS-RCV-QTY-X.
           MOVE RECEIVING-LINE(17:9)  TO WS-RCV-COST-X.
           MOVE RECEIVING-LINE(26:8)  TO WS-RCV-DATE-X.
           MOVE RECEIVING-LINE(34:10) TO WS-RCV-REFERENCE.
           IF WS-RCV-DATE-X = SPACES
               MOVE WS-CURRENT-DATE-N TO WS-RCV-DATE
           END-IF.
           MOVE ZERO TO WS-RCV-UNIT-COST.
           MOVE ZERO TO WS-RCV-VALUE.
           MOVE ZERO TO WS-RCV-ON-HAND.
           MOVE ZERO TO WS-RCV-ON-ORDER.
           PERFORM 3000-APPLY-ONE-TRANSACTION
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-TRANSACTION.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-APPLY-ONE-TRANSACTION - edits the transaction, then
      *                              applies it to the item; a
      *                              rejected one leaves the item as
      *                              it was and says why on the
      *                              register.
      * ================================================================
       3000-APPLY-ONE-TRANSACTION.
           IF NOT WS-RCV-ORDER-PLACED
              AND NOT WS-RCV-ORDER-CANCELLED
              AND NOT WS-RCV-RECEIPT
               MOVE "REJECTED - INVALID TRANSACTION TYPE"
                   TO WS-RCV-RESULT
               PERFORM 3900-REJECT-TRANSACTION
               GO TO 3000-EXIT
           END-IF.
           IF WS-RCV-QTY-X IS NOT NUMERIC
              OR WS-RCV-QTY = ZERO
               MOVE "REJECTED - QUANTITY MISSING OR ZERO"
                   TO WS-RCV-RESULT
               PERFORM 3900-REJECT-TRANSACTION
               GO TO 3000-EXIT
           END-IF.
           IF WS-RCV-DATE-X IS NOT NUMERIC
               MOVE "REJECTED - INVALID DATE" TO WS-RCV-RESULT
               PERFORM 3900-REJECT-TRANSACTION
               GO TO 3000-EXIT
           END-IF.
           IF WS-RCV-COST-X NOT = SPACES
              AND WS-RCV-COST-X IS NOT NUMERIC
               MOVE "REJECTED - INVALID UNIT COST" TO WS-RCV-RESULT
               PERFORM 3900-REJECT-TRANSACTION
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RCV-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - ITEM NOT ON ITEM MASTER"
                       TO WS-RCV-RESULT
                   PERFORM 3900-REJECT-TRANSACTION
                   GO TO 3000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN WS-RCV-ORDER-PLACED
                   ADD WS-RCV-QTY TO ITEM-QTY-ON-ORDER
                   ADD 1 TO WS-ORDERS-PLACED
                   MOVE "ON ORDER" TO WS-RCV-RESULT
               WHEN WS-RCV-ORDER-CANCELLED
                   IF WS-RCV-QTY > ITEM-QTY-ON-ORDER
                       MOVE ZERO TO ITEM-QTY-ON-ORDER
                       MOVE "ORDER CANCELLED - ON ORDER CLEARED"
                           TO WS-RCV-RESULT
                   ELSE
                       SUBTRACT WS-RCV-QTY FROM ITEM-QTY-ON-ORDER
                       MOVE "ORDER CANCELLED" TO WS-RCV-RESULT
                   END-IF
                   ADD 1 TO WS-ORDERS-CANCELLED
               WHEN WS-RCV-RECEIPT
                   PERFORM 3100-RECEIVE-INTO-STOCK
           END-EVALUATE.
           REWRITE ITEM-MASTER-RECORD.
           MOVE ITEM-QTY-ON-HAND  TO WS-RCV-ON-HAND.
           MOVE ITEM-QTY-ON-ORDER TO WS-RCV-ON-ORDER.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-RECEIVE-INTO-STOCK - a receipt with no cost comes in at
      *                           the item's moving average; one
      *                           against more than was on order
      *                           clears on-order and is received
      *                           in full all the same.
      * ================================================================
       3100-RECEIVE-INTO-STOCK.
           IF WS-RCV-COST-X = SPACES
               MOVE ITEM-UNIT-COST TO WS-RCV-UNIT-COST
           ELSE
               MOVE WS-RCV-COST TO WS-RCV-UNIT-COST
           END-IF.
           COMPUTE WS-RCV-VALUE ROUNDED =
               WS-RCV-QTY * WS-RCV-UNIT-COST.
           ADD WS-RCV-QTY TO ITEM-QTY-ON-HAND.
           ADD WS-RCV-VALUE TO ITEM-STOCK-VALUE.
           COMPUTE ITEM-UNIT-COST ROUNDED =
               ITEM-STOCK-VALUE / ITEM-QTY-ON-HAND.
           IF WS-RCV-QTY > ITEM-QTY-ON-ORDER
               MOVE ZERO TO ITEM-QTY-ON-ORDER
               MOVE "RECEIVED - MORE THAN WAS ON ORDER"
                   TO WS-RCV-RESULT
           ELSE
               SUBTRACT WS-RCV-QTY FROM ITEM-QTY-ON-ORDER
               MOVE "RECEIVED INTO STOCK" TO WS-RCV-RESULT
           END-IF.
           MOVE WS-RCV-DATE TO ITEM-LAST-RECEIPT-DATE.
           ADD 1 TO WS-RECEIPTS-POSTED.
           ADD WS-RCV-VALUE TO WS-TOTAL-RECEIVED.
           IF WS-RCV-VALUE > ZERO
               PERFORM 3200-WRITE-GL-LEGS
           END-IF.

       3200-WRITE-GL-LEGS.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-GL-INVENTORY-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-RCV-VALUE TO GL-TRANS-AMOUNT.
           MOVE WS-RCV-DATE TO GL-TRANS-DATE.
           STRING "RECEIPT " WS-RCV-ITEM-CODE
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-RECEIVED-NI-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.

       3900-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED.

       4000-PRINT-TRANSACTION.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-RCV-TYPE       TO WS-DTL-TYPE.
           MOVE WS-RCV-ITEM-CODE  TO WS-DTL-ITEM-CODE.
           MOVE WS-RCV-REFERENCE  TO WS-DTL-REFERENCE.
           MOVE WS-RCV-DATE-X     TO WS-DTL-DATE.
           IF WS-RCV-QTY-X IS NUMERIC
               MOVE WS-RCV-QTY TO WS-DTL-QTY
           ELSE
               MOVE ZERO TO WS-DTL-QTY
           END-IF.
           MOVE WS-RCV-UNIT-COST  TO WS-DTL-UNIT-COST.
           MOVE WS-RCV-VALUE      TO WS-DTL-VALUE.
           MOVE WS-RCV-ON-HAND    TO WS-DTL-ON-HAND.
           MOVE WS-RCV-ON-ORDER   TO WS-DTL-ON-ORDER.
           MOVE WS-RCV-RESULT     TO WS-DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

       4100-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE-N TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           MOVE WS-HEADING-LINE-2 TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           MOVE SPACES TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO RECEIVING-REGISTER-LINE.
           WRITE RECEIVING-REGISTER-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ORDERS PLACED" TO WS-TOT-CAPTION.
           MOVE WS-ORDERS-PLACED TO WS-TOT-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE "ORDERS CANCELLED" TO WS-TOT-CAPTION.
           MOVE WS-ORDERS-CANCELLED TO WS-TOT-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE "RECEIPTS INTO STOCK" TO WS-TOT-CAPTION.
           MOVE WS-RECEIPTS-POSTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-RECEIVED TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED" TO WS-TOT-CAPTION.
           MOVE WS-TRANS-REJECTED TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           DISPLAY "INVENTORY RECEIVING - END OF JOB SUMMARY".
           DISPLAY "  TRANSACTIONS READ  : " WS-TRANS-READ.
           DISPLAY "  ORDERS PLACED      : " WS-ORDERS-PLACED.
           DISPLAY "  ORDERS CANCELLED   : " WS-ORDERS-CANCELLED.
           DISPLAY "  RECEIPTS POSTED    : " WS-RECEIPTS-POSTED.
           DISPLAY "  REJECTED           : " WS-TRANS-REJECTED.
           DISPLAY "  TOTAL RECEIVED     : " WS-TOTAL-RECEIVED.
           CLOSE RECEIVING-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE RECEIVING-REGISTER-FILE.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM INVRECV.
