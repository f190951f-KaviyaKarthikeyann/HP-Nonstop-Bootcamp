      ******************************************************************
      * PROGRAM:      INVVALUE
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Month-end stock valuation.  Lists every item on
      *               the ITEM-MASTER with stock on hand - quantity,
      *               average unit cost and stock value - and ties
      *               the total to the running balance of the GL
      *               inventory account on GLBAL.  Receipts (INVRECV)
      *               and shipments (SORDFUL) move the item values
      *               and the account by the same amounts, so once
      *               GLPOST has posted their batches the two agree;
      *               a difference is flagged on the report and sets
      *               return code 4.  Run it after the month's last
      *               GLPOST and before GLCLOSE.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original month-end stock valuation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALUE.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT GL-ACCOUNT-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT VALUATION-REPORT-FILE ASSIGN TO "INVVALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLBAL-STATUS           PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-GL-INVENTORY-ACCT          PIC 9(06) VALUE 140100.

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-VALUED           PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-QTY              PIC 9(11) COMP VALUE ZERO.
           05  WS-TOTAL-VALUE            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GL-BALANCE             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "INVENTORY STOCK VALUATION".
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(10) VALUE "ITEM".
           05  FILLER                    PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(10) VALUE "   ON HAND".
           05  FILLER                    PIC X(16) VALUE
               "       UNIT COST".
           05  FILLER                    PIC X(20) VALUE
               "         STOCK VALUE".
           05  FILLER                    PIC X(14) VALUE
               "  LAST RECEIPT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DESC               PIC X(20).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ON-HAND            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-UNIT-COST          PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-VALUE              PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-DTL-LAST-RECEIPT       PIC 9(08).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-CAPTION            PIC X(57).
           05  WS-SUM-AMOUNT             PIC $$,$$$,$$$,$$9.99CR.
           05  WS-SUM-FLAG               PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-VALUE-ITEMS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-TIE-TO-GL
               THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "INVVALUE - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-ACCOUNT-BALANCE-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "INVVALUE - CANNOT OPEN GLBAL - STATUS "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VALUATION-REPORT-FILE.
       1000-EXIT.
           EXIT.

       2000-VALUE-ITEMS.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF ITEM-QTY-ON-HAND = ZERO
              AND ITEM-STOCK-VALUE = ZERO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-VALUED.
           ADD ITEM-QTY-ON-HAND TO WS-TOTAL-QTY.
           ADD ITEM-STOCK-VALUE TO WS-TOTAL-VALUE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE ITEM-CODE              TO WS-DTL-ITEM-CODE.
           MOVE ITEM-DESC              TO WS-DTL-DESC.
           MOVE ITEM-QTY-ON-HAND       TO WS-DTL-ON-HAND.
           MOVE ITEM-UNIT-COST         TO WS-DTL-UNIT-COST.
           MOVE ITEM-STOCK-VALUE       TO WS-DTL-VALUE.
           MOVE ITEM-LAST-RECEIPT-DATE TO WS-DTL-LAST-RECEIPT.
           MOVE WS-DETAIL-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-TIE-TO-GL - the stock value against the GL inventory
      *                  account's running balance.  No balance
      *                  record is an account nothing has posted to.
      * ================================================================
       3000-TIE-TO-GL.
           MOVE WS-GL-INVENTORY-ACCT TO GL-BAL-ACCT-ID.
           READ GL-ACCOUNT-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-GL-BALANCE
               NOT INVALID KEY
                   MOVE GL-BAL-RUNNING-BALANCE TO WS-GL-BALANCE
           END-READ.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-VALUE - WS-GL-BALANCE.
           IF RH-LINE-COUNT + 5 > RH-LINES-PER-PAGE
               PERFORM 8010-NEW-PAGE
           END-IF.
           MOVE SPACES TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "TOTAL STOCK VALUE" TO WS-SUM-CAPTION.
           MOVE WS-TOTAL-VALUE TO WS-SUM-AMOUNT.
           PERFORM 3100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO WS-SUM-CAPTION.
           STRING "GL INVENTORY ACCOUNT " WS-GL-INVENTORY-ACCT
                  " - GLBAL BALANCE"
               DELIMITED BY SIZE INTO WS-SUM-CAPTION.
           MOVE WS-GL-BALANCE TO WS-SUM-AMOUNT.
           PERFORM 3100-PRINT-SUMMARY-LINE.
           MOVE "DIFFERENCE" TO WS-SUM-CAPTION.
           MOVE WS-DIFFERENCE TO WS-SUM-AMOUNT.
           IF WS-DIFFERENCE = ZERO
               MOVE "  AGREES TO THE GL" TO WS-SUM-FLAG
           ELSE
               MOVE "  *** DOES NOT AGREE TO THE GL ***"
                   TO WS-SUM-FLAG
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 3100-PRINT-SUMMARY-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE-N TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE SPACES TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           DISPLAY "INVENTORY VALUATION - END OF JOB SUMMARY".
           DISPLAY "  ITEMS READ         : " WS-ITEMS-READ.
           DISPLAY "  ITEMS VALUED       : " WS-ITEMS-VALUED.
           DISPLAY "  UNITS ON HAND      : " WS-TOTAL-QTY.
           DISPLAY "  TOTAL STOCK VALUE  : " WS-TOTAL-VALUE.
           DISPLAY "  GL INVENTORY       : " WS-GL-BALANCE.
           DISPLAY "  DIFFERENCE         : " WS-DIFFERENCE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE GL-ACCOUNT-BALANCE-FILE.
           CLOSE VALUATION-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM INVVALUE.
