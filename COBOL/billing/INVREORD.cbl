      ******************************************************************
      * PROGRAM:      INVREORD
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Nightly reorder report.  Walks the ITEM-MASTER
      *               and lists every item whose on-hand is at or
      *               below its reorder point, with what is already
      *               on order.  An item whose on-hand and on-order
      *               together still do not clear the reorder point
      *               is marked ORDER with a suggested quantity - the
      *               item's reorder quantity, or enough to clear the
      *               point when none is set - and its cost at the
      *               item's average; one the open orders already
      *               cover is marked COVERED.  An item with no
      *               reorder point is not stocked to a level and is
      *               left off.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original nightly reorder report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREORD.
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

           SELECT REORDER-REPORT-FILE ASSIGN TO "INVREORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-LISTED           PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-TO-ORDER         PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-ORDER-COST       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-REORDER-FIELDS.
           05  WS-AVAILABLE-QTY          PIC 9(08).
           05  WS-SUGGESTED-QTY          PIC 9(08).
           05  WS-ORDER-COST             PIC S9(11)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "INVENTORY REORDER REPORT".
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(10) VALUE "ITEM".
           05  FILLER                    PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(10) VALUE "   ON HAND".
           05  FILLER                    PIC X(10) VALUE "  ON ORDER".
           05  FILLER                    PIC X(10) VALUE "   REORDER".
           05  FILLER                    PIC X(10) VALUE " REORD QTY".
           05  FILLER                    PIC X(10) VALUE "    ACTION".
           05  FILLER                    PIC X(10) VALUE " SUGGESTED".
           05  FILLER                    PIC X(18) VALUE
               "         EST. COST".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DESC               PIC X(20).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ON-HAND            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ON-ORDER           PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-REORDER-POINT      PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-REORDER-QTY        PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ACTION             PIC X(07).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-SUGGESTED          PIC Z,ZZZ,ZZ9
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ORDER-COST         PIC $$$,$$$,$$$,$$9.99
                                         BLANK WHEN ZERO.

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
           PERFORM 2000-CHECK-ITEMS
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
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "INVREORD - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REORDER-REPORT-FILE.
       1000-EXIT.
           EXIT.

       2000-CHECK-ITEMS.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF ITEM-REORDER-POINT = ZERO
              OR ITEM-QTY-ON-HAND > ITEM-REORDER-POINT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LIST-ONE-ITEM.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-LIST-ONE-ITEM - stock on order counts toward clearing
      *                      the reorder point; only what is still
      *                      short of it is suggested for ordering.
      * ================================================================
       2100-LIST-ONE-ITEM.
           ADD 1 TO WS-ITEMS-LISTED.
           COMPUTE WS-AVAILABLE-QTY =
               ITEM-QTY-ON-HAND + ITEM-QTY-ON-ORDER.
           MOVE ZERO TO WS-SUGGESTED-QTY.
           MOVE ZERO TO WS-ORDER-COST.
           IF WS-AVAILABLE-QTY > ITEM-REORDER-POINT
               MOVE "COVERED" TO WS-DTL-ACTION
           ELSE
               MOVE "ORDER" TO WS-DTL-ACTION
               IF ITEM-REORDER-QTY > ZERO
                   MOVE ITEM-REORDER-QTY TO WS-SUGGESTED-QTY
               ELSE
                   COMPUTE WS-SUGGESTED-QTY =
                       ITEM-REORDER-POINT - WS-AVAILABLE-QTY + 1
               END-IF
               COMPUTE WS-ORDER-COST ROUNDED =
                   WS-SUGGESTED-QTY * ITEM-UNIT-COST
               ADD 1 TO WS-ITEMS-TO-ORDER
               ADD WS-ORDER-COST TO WS-TOTAL-ORDER-COST
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE ITEM-CODE          TO WS-DTL-ITEM-CODE.
           MOVE ITEM-DESC          TO WS-DTL-DESC.
           MOVE ITEM-QTY-ON-HAND   TO WS-DTL-ON-HAND.
           MOVE ITEM-QTY-ON-ORDER  TO WS-DTL-ON-ORDER.
           MOVE ITEM-REORDER-POINT TO WS-DTL-REORDER-POINT.
           MOVE ITEM-REORDER-QTY   TO WS-DTL-REORDER-QTY.
           MOVE WS-SUGGESTED-QTY   TO WS-DTL-SUGGESTED.
           MOVE WS-ORDER-COST      TO WS-DTL-ORDER-COST.
           MOVE WS-DETAIL-LINE TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       3000-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE-N TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ITEMS AT OR BELOW REORDER POINT" TO WS-TOT-CAPTION.
           MOVE WS-ITEMS-LISTED TO WS-TOT-COUNT.
           PERFORM 3000-PRINT-TOTAL-LINE.
           MOVE "ITEMS TO ORDER - ESTIMATED COST" TO WS-TOT-CAPTION.
           MOVE WS-ITEMS-TO-ORDER TO WS-TOT-COUNT.
           MOVE WS-TOTAL-ORDER-COST TO WS-TOT-AMOUNT.
           PERFORM 3000-PRINT-TOTAL-LINE.
           DISPLAY "INVENTORY REORDER REPORT - END OF JOB SUMMARY".
           DISPLAY "  ITEMS READ         : " WS-ITEMS-READ.
           DISPLAY "  ITEMS LISTED       : " WS-ITEMS-LISTED.
           DISPLAY "  ITEMS TO ORDER     : " WS-ITEMS-TO-ORDER.
           DISPLAY "  ESTIMATED COST     : " WS-TOTAL-ORDER-COST.
           CLOSE ITEM-MASTER-FILE.
           CLOSE REORDER-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM INVREORD.
