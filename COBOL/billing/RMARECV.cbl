      ******************************************************************
      * PROGRAM:      RMARECV
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Returned goods receipt and credit.  Reads the
      *               warehouse's confirmations of goods received
      *               back against an RMA issued by RMAENT and, for
      *               each, credits the customer without anyone
      *               keying a credit memo:
      *                 - the merchandise at the invoiced unit price,
      *                   less the restocking fee from RMAPARM unless
      *                   the RMA's reason code is fee-exempt;
      *                 - the invoice's share of sales tax on what is
      *                   credited, recorded on STAXHIST as a credit
      *                   memo exactly as ARADJUST records one, so
      *                   the tax returns and the commission
      *                   chargebacks are net of it;
      *                 - the total taken off the invoice's AR open
      *                   item.  A return against an invoice already
      *                   paid leaves the item open with a credit
      *                   balance the customer can use;
      *                 - the item restocked at its average cost.
      *               The GL legs go through one GLBATCH batch: the
      *               credit as ARADJUST posts a credit memo (the
      *               fee stays in the adjustment account by being
      *               netted out of its debit), and the restock as
      *               inventory back from cost of sales.  Every
      *               confirmation prints on the RMAREG register,
      *               which ends with the RMAs still authorized and
      *               awaiting their goods, and how long each has
      *               been out.  The run signs on and requires
      *               maintain authority.
      *
      *               Receipt confirmation (fixed column):
      *                   1-8    RMA number
      *                   9-13   quantity received
      *                   14-21  date received YYYYMMDD (blank for
      *                          today)
      *
      *               RMAPARM parameter line (fixed column):
      *                   1-5    restocking fee percent 999V99
      *                   6-45   up to 20 two-character reason codes
      *                          that carry no restocking fee
      *               A missing RMAPARM charges no restocking fee
      *               (return code 4).
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original returned goods receipt program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARECV.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-RECEIPT-FILE ASSIGN TO "RMARCPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT RETURN-PARM-FILE ASSIGN TO "RMAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMAPARM-STATUS.

           SELECT RETURN-AUTH-FILE ASSIGN TO "RMAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-NO
               FILE STATUS IS WS-RMAMAST-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT SALES-TAX-DETAIL-FILE ASSIGN TO "STAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-STAXHIST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO "RMAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-RECEIPT-FILE.
       01  RETURN-RECEIPT-LINE           PIC X(80).

       FD  RETURN-PARM-FILE.
       01  RETURN-PARM-LINE              PIC X(80).

       FD  RETURN-AUTH-FILE.
       COPY RMAREC.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  SALES-TAX-DETAIL-FILE.
       COPY STAXDREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RECEIPT-STATUS         PIC X(02) VALUE "00".
           05  WS-RMAPARM-STATUS         PIC X(02) VALUE "00".
           05  WS-RMAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-STAXHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-RMA-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-RMA-END-OF-FILE           VALUE "Y".
           05  WS-REPORT-PART-SWITCH     PIC X(01) VALUE "R".
               88  WS-PRINTING-RECEIPTS         VALUE "R".
               88  WS-PRINTING-OPEN-RMAS        VALUE "O".
           05  WS-FEE-EXEMPT-SWITCH      PIC X(01) VALUE "N".
               88  WS-FEE-EXEMPT                VALUE "Y".

       COPY GLBATW.
       COPY SIGNONW.

      * Standing GL accounts for the returns feed.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-AR-ACCT             PIC 9(06) VALUE 120100.
           05  WS-GL-ADJUSTMENT-ACCT     PIC 9(06) VALUE 413100.
           05  WS-GL-SALES-TAX-ACCT      PIC 9(06) VALUE 220500.
           05  WS-GL-INVENTORY-ACCT      PIC 9(06) VALUE 140100.
           05  WS-GL-COST-OF-SALES-ACCT  PIC 9(06) VALUE 500100.

      * Restocking fee and the reasons that waive it, from RMAPARM.
       01  WS-RETURN-PARMS.
           05  WS-RESTOCK-FEE-PCT        PIC 9(3)V99 VALUE ZERO.
           05  WS-EXEMPT-REASON-AREA     PIC X(40) VALUE SPACES.
           05  WS-EXEMPT-REASON-TABLE REDEFINES WS-EXEMPT-REASON-AREA.
               10  WS-EXEMPT-REASON      PIC X(02) OCCURS 20 TIMES.
       01  WS-PARM-FEE-PCT-X             PIC X(05).
       01  WS-PARM-FEE-PCT REDEFINES WS-PARM-FEE-PCT-X
                                         PIC 9(3)V99.
       01  WS-REASON-IDX                 PIC 9(4) COMP.

       01  WS-CONTROL-TOTALS.
           05  WS-RECEIPTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-RETURNS-CREDITED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RETURNS-NOT-RESTOCKED  PIC 9(9) COMP VALUE ZERO.
           05  WS-RECEIPTS-REJECTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RMAS-AWAITING          PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-MERCHANDISE      PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-RESTOCK-FEES     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-TAX-CREDITED     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-CREDITED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-RESTOCKED        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-AWAITING         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-RECEIPT-FIELDS.
           05  WS-RCP-RMA-NO-X           PIC X(08).
           05  WS-RCP-RMA-NO REDEFINES WS-RCP-RMA-NO-X
                                         PIC 9(08).
           05  WS-RCP-QTY-X              PIC X(05).
           05  WS-RCP-QTY REDEFINES WS-RCP-QTY-X
                                         PIC 9(05).
           05  WS-RCP-DATE-X             PIC X(08).
           05  WS-RCP-DATE REDEFINES WS-RCP-DATE-X
                                         PIC 9(08).
           05  WS-RCP-RESULT             PIC X(26).

      * What one return comes to.  The tax is the invoice's own
      * proportion of tax to goods, applied to the goods credited.
       01  WS-CREDIT-FIELDS.
           05  WS-CR-MERCHANDISE         PIC S9(9)V99 COMP-3.
           05  WS-CR-RESTOCK-FEE         PIC S9(9)V99 COMP-3.
           05  WS-CR-NET-GOODS           PIC S9(9)V99 COMP-3.
           05  WS-CR-TAX                 PIC S9(9)V99 COMP-3.
           05  WS-CR-TOTAL               PIC S9(9)V99 COMP-3.
           05  WS-CR-RESTOCK-VALUE       PIC S9(9)V99 COMP-3.
           05  WS-INVOICE-GOODS          PIC S9(9)V99 COMP-3.
           05  WS-GL-AMOUNT              PIC S9(9)V99 COMP-3.

       01  WS-DAYS-OUTSTANDING           PIC S9(7) COMP.
       01  WS-AWAITING-VALUE             PIC S9(9)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "RETURNED GOODS REGISTER".
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.
           05  FILLER                    PIC X(12) VALUE
               "  OPERATOR ".
           05  WS-HDG-OPERATOR           PIC X(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(11) VALUE " RMA NO".
           05  FILLER                    PIC X(10) VALUE "INVOICE".
           05  FILLER                    PIC X(12) VALUE "CUSTOMER".
           05  FILLER                    PIC X(09) VALUE "ITEM".
           05  FILLER                    PIC X(06) VALUE "   QTY".
           05  FILLER                    PIC X(14) VALUE
               "   MERCHANDISE".
           05  FILLER                    PIC X(14) VALUE
               "   RESTOCK FEE".
           05  FILLER                    PIC X(14) VALUE
               "           TAX".
           05  FILLER                    PIC X(14) VALUE
               "        CREDIT".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE "RESULT".

       01  WS-HEADING-LINE-3.
           05  FILLER                    PIC X(11) VALUE " RMA NO".
           05  FILLER                    PIC X(10) VALUE "INVOICE".
           05  FILLER                    PIC X(12) VALUE "CUSTOMER".
           05  FILLER                    PIC X(09) VALUE "ITEM".
           05  FILLER                    PIC X(06) VALUE "   QTY".
           05  FILLER                    PIC X(14) VALUE
               "         VALUE".
           05  FILLER                    PIC X(12) VALUE
               "  AUTHORIZED".
           05  FILLER                    PIC X(06) VALUE "  DAYS".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "REASON".
           05  FILLER                    PIC X(09) VALUE "ISSUED BY".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-RMA-NO             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-INVOICE-ID         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-QTY                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-MERCHANDISE        PIC $$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-RESTOCK-FEE        PIC $$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-TAX                PIC $$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-CREDIT             PIC $$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT             PIC X(26).

       01  WS-OPEN-RMA-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OPN-RMA-NO             PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OPN-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OPN-CUST-ID            PIC 9(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OPN-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OPN-QTY                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OPN-VALUE              PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OPN-AUTH-DATE          PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OPN-DAYS               PIC ZZZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OPN-REASON             PIC X(02).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-OPN-OPERATOR           PIC X(08).

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
           PERFORM 2000-PROCESS-RECEIPTS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 5000-LIST-AWAITING-RMAS
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "RMARECV - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "RMARECV MAINTAIN REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-HDG-OPERATOR.
           PERFORM 1100-LOAD-RETURN-PARMS
               THRU 1100-EXIT.
           OPEN INPUT RETURN-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "RMARECV - CANNOT OPEN RMARCPTS - STATUS "
                   WS-RECEIPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RETURN-AUTH-FILE.
           IF WS-RMAMAST-STATUS NOT = "00"
               DISPLAY "RMARECV - CANNOT OPEN RMAMAST - STATUS "
                   WS-RMAMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AR-OPEN-ITEM-FILE.
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "RMARECV - CANNOT OPEN AROPEN - STATUS "
                   WS-AROPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "RMARECV - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALES-TAX-DETAIL-FILE.
           IF WS-STAXHIST-STATUS = "35"
               OPEN OUTPUT SALES-TAX-DETAIL-FILE
               CLOSE SALES-TAX-DETAIL-FILE
               OPEN I-O SALES-TAX-DETAIL-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT RETURN-REGISTER-FILE.
           MOVE "RA" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE-N(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE-N TO GBH-BATCH-DATE.
           MOVE "RMARECV" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-RETURN-PARMS - a missing or empty RMAPARM charges
      *                          no restocking fee; a fee percent
      *                          not numeric is ignored the same way.
      * ================================================================
       1100-LOAD-RETURN-PARMS.
           OPEN INPUT RETURN-PARM-FILE.
           IF WS-RMAPARM-STATUS NOT = "00"
               DISPLAY "RMARECV - NO RMAPARM - NO RESTOCKING FEE "
                   "CHARGED"
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ RETURN-PARM-FILE
               AT END
                   DISPLAY "RMARECV - RMAPARM IS EMPTY - NO "
                       "RESTOCKING FEE CHARGED"
                   MOVE 4 TO RETURN-CODE
                   MOVE SPACES TO RETURN-PARM-LINE
           END-READ.
           CLOSE RETURN-PARM-FILE.
           MOVE RETURN-PARM-LINE(1:5) TO WS-PARM-FEE-PCT-X.
           IF WS-PARM-FEE-PCT-X IS NUMERIC
               MOVE WS-PARM-FEE-PCT TO WS-RESTOCK-FEE-PCT
           END-IF.
           MOVE RETURN-PARM-LINE(6:40) TO WS-EXEMPT-REASON-AREA.
       1100-EXIT.
           EXIT.

       2000-PROCESS-RECEIPTS.
           READ RETURN-RECEIPT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECEIPTS-READ.
           MOVE RETURN-RECEIPT-LINE(1:8)  TO WS-RCP-RMA-NO-X.
           MOVE RETURN-RECEIPT-LINE(9:5)  TO WS-RCP-QTY-X.
           MOVE RETURN-RECEIPT-LINE(14:8) TO WS-RCP-DATE-X.
           IF WS-RCP-DATE-X = SPACES
               MOVE WS-CURRENT-DATE-N TO WS-RCP-DATE
           END-IF.
           MOVE ZERO TO WS-CR-MERCHANDISE.
           MOVE ZERO TO WS-CR-RESTOCK-FEE.
           MOVE ZERO TO WS-CR-TAX.
           MOVE ZERO TO WS-CR-TOTAL.
           MOVE SPACES TO RETURN-AUTH-RECORD.
           PERFORM 3000-CREDIT-ONE-RETURN
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-RECEIPT.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-CREDIT-ONE-RETURN - the RMA must still be authorized and
      *                          the quantity no more than it allows.
      *                          A short receipt is credited for what
      *                          came in and closes the RMA.  A
      *                          rejected confirmation changes nothing.
      * ================================================================
       3000-CREDIT-ONE-RETURN.
           IF WS-RCP-RMA-NO-X IS NOT NUMERIC
               MOVE "REJECTED - RMA NOT VALID" TO WS-RCP-RESULT
               PERFORM 3900-REJECT-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           IF WS-RCP-DATE-X IS NOT NUMERIC
               MOVE "REJECTED - DATE NOT VALID" TO WS-RCP-RESULT
               PERFORM 3900-REJECT-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RCP-RMA-NO TO RMA-NO.
           READ RETURN-AUTH-FILE
               INVALID KEY
                   MOVE SPACES TO RETURN-AUTH-RECORD
                   MOVE "REJECTED - RMA NOT ON FILE" TO WS-RCP-RESULT
                   PERFORM 3900-REJECT-RECEIPT
                   GO TO 3000-EXIT
           END-READ.
           IF NOT RMA-AUTHORIZED
               MOVE "REJECTED - RMA NOT OPEN" TO WS-RCP-RESULT
               PERFORM 3900-REJECT-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           IF WS-RCP-QTY-X IS NOT NUMERIC
              OR WS-RCP-QTY = ZERO
              OR WS-RCP-QTY > RMA-QTY-AUTHORIZED
               MOVE "REJECTED - QTY NOT VALID" TO WS-RCP-RESULT
               PERFORM 3900-REJECT-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           MOVE RMA-INVOICE-ID TO ARO-INVOICE-ID.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "REJECTED - NO AR OPEN ITEM" TO WS-RCP-RESULT
                   PERFORM 3900-REJECT-RECEIPT
                   GO TO 3000-EXIT
           END-READ.
           PERFORM 3100-PRICE-THE-RETURN.
           PERFORM 3200-CREDIT-SALES-TAX
               THRU 3200-EXIT.
           COMPUTE WS-CR-TOTAL = WS-CR-NET-GOODS + WS-CR-TAX.
           SUBTRACT WS-CR-TOTAL FROM ARO-OPEN-BALANCE.
           IF ARO-OPEN-BALANCE = ZERO
               SET ARO-ITEM-PAID TO TRUE
           ELSE
               SET ARO-ITEM-OPEN TO TRUE
           END-IF.
           REWRITE AR-OPEN-ITEM-RECORD.
           PERFORM 3300-WRITE-CREDIT-LEGS.
           PERFORM 3400-RESTOCK-THE-ITEM
               THRU 3400-EXIT.
           SET RMA-CREDITED TO TRUE.
           MOVE WS-RCP-QTY         TO RMA-QTY-RECEIVED.
           MOVE WS-RCP-DATE        TO RMA-RECEIVED-DATE.
           MOVE WS-CR-MERCHANDISE  TO RMA-MERCHANDISE-AMOUNT.
           MOVE WS-CR-RESTOCK-FEE  TO RMA-RESTOCK-FEE.
           MOVE WS-CR-TAX          TO RMA-TAX-AMOUNT.
           MOVE WS-CR-TOTAL        TO RMA-CREDIT-AMOUNT.
           REWRITE RETURN-AUTH-RECORD.
           ADD 1 TO WS-RETURNS-CREDITED.
           ADD WS-CR-MERCHANDISE TO WS-TOTAL-MERCHANDISE.
           ADD WS-CR-RESTOCK-FEE TO WS-TOTAL-RESTOCK-FEES.
           ADD WS-CR-TAX         TO WS-TOTAL-TAX-CREDITED.
           ADD WS-CR-TOTAL       TO WS-TOTAL-CREDITED.
       3000-EXIT.
           EXIT.

       3100-PRICE-THE-RETURN.
           COMPUTE WS-CR-MERCHANDISE ROUNDED =
               WS-RCP-QTY * RMA-UNIT-PRICE.
           MOVE "N" TO WS-FEE-EXEMPT-SWITCH.
           PERFORM 3110-CHECK-EXEMPT-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 20
                  OR WS-FEE-EXEMPT.
           IF WS-FEE-EXEMPT
               MOVE ZERO TO WS-CR-RESTOCK-FEE
           ELSE
               COMPUTE WS-CR-RESTOCK-FEE ROUNDED =
                   WS-CR-MERCHANDISE * WS-RESTOCK-FEE-PCT / 100
           END-IF.
           COMPUTE WS-CR-NET-GOODS =
               WS-CR-MERCHANDISE - WS-CR-RESTOCK-FEE.

       3110-CHECK-EXEMPT-REASON.
           IF WS-EXEMPT-REASON(WS-REASON-IDX) NOT = SPACES
              AND WS-EXEMPT-REASON(WS-REASON-IDX) = RMA-REASON
               SET WS-FEE-EXEMPT TO TRUE
           END-IF.

      * ================================================================
      * 3200-CREDIT-SALES-TAX - as ARADJUST: an invoice with no
      *                         STAXHIST record predates the tax
      *                         detail file and its return carries
      *                         no tax.  Otherwise the goods credited
      *                         take the invoice's proportion of tax
      *                         to goods, and the memo is recorded
      *                         under the invoice's next memo
      *                         sequence with its state, rate and
      *                         taxable or exempt standing.
      * ================================================================
       3200-CREDIT-SALES-TAX.
           MOVE ZERO TO WS-CR-TAX.
           MOVE RMA-INVOICE-ID TO TX-INVOICE-ID.
           MOVE ZERO TO TX-SEQ.
           READ SALES-TAX-DETAIL-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.
           COMPUTE WS-INVOICE-GOODS = TX-TAXABLE-AMOUNT
               + TX-EXEMPT-AMOUNT.
           IF TX-TAX-AMOUNT NOT = ZERO
              AND WS-INVOICE-GOODS NOT = ZERO
               COMPUTE WS-CR-TAX ROUNDED =
                   WS-CR-NET-GOODS * TX-TAX-AMOUNT / WS-INVOICE-GOODS
           END-IF.
           ADD 1 TO TX-MEMO-COUNT.
           REWRITE SALES-TAX-DETAIL-RECORD.
           MOVE TX-MEMO-COUNT TO TX-SEQ.
           SET TX-IS-CREDIT-MEMO TO TRUE.
           MOVE WS-RCP-DATE TO TX-DOC-DATE.
           MOVE WS-RCP-DATE(1:6) TO TX-PERIOD.
           IF TX-TAXABLE-AMOUNT NOT = ZERO
               MOVE WS-CR-NET-GOODS TO TX-TAXABLE-AMOUNT
               MOVE ZERO TO TX-EXEMPT-AMOUNT
           ELSE
               MOVE WS-CR-NET-GOODS TO TX-EXEMPT-AMOUNT
           END-IF.
           MOVE WS-CR-TAX TO TX-TAX-AMOUNT.
           MOVE ZERO TO TX-MEMO-COUNT.
           WRITE SALES-TAX-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "RMARECV - CREDIT MEMO " TX-KEY
                       " ALREADY ON STAXHIST"
           END-WRITE.
       3200-EXIT.
           EXIT.

      * ================================================================
      * 3300-WRITE-CREDIT-LEGS - the goods net of the fee to the
      *                          adjustment account and the tax to
      *                          sales tax payable, against the full
      *                          credit off the receivable.
      * ================================================================
       3300-WRITE-CREDIT-LEGS.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-RCP-DATE TO GL-TRANS-DATE.
           STRING "RMA " RMA-NO " CREDIT"
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           IF WS-CR-NET-GOODS NOT = ZERO
               MOVE WS-CR-NET-GOODS TO WS-GL-AMOUNT
               MOVE WS-GL-ADJUSTMENT-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               PERFORM 7000-WRITE-RETURN-LEG
           END-IF.
           IF WS-CR-TAX NOT = ZERO
               MOVE WS-CR-TAX TO WS-GL-AMOUNT
               MOVE WS-GL-SALES-TAX-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               PERFORM 7000-WRITE-RETURN-LEG
           END-IF.
           IF WS-CR-TOTAL NOT = ZERO
               MOVE WS-CR-TOTAL TO WS-GL-AMOUNT
               MOVE WS-GL-AR-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               PERFORM 7000-WRITE-RETURN-LEG
           END-IF.

      * ================================================================
      * 3400-RESTOCK-THE-ITEM - the goods go back on hand at the
      *                         item's average cost, which a return
      *                         at that cost leaves unchanged.  An
      *                         item no longer on the item master is
      *                         credited but cannot be restocked.
      * ================================================================
       3400-RESTOCK-THE-ITEM.
           MOVE "CREDITED AND RESTOCKED" TO WS-RCP-RESULT.
           MOVE RMA-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "CREDITED - NOT RESTOCKED" TO WS-RCP-RESULT
                   ADD 1 TO WS-RETURNS-NOT-RESTOCKED
                   GO TO 3400-EXIT
           END-READ.
           COMPUTE WS-CR-RESTOCK-VALUE ROUNDED =
               WS-RCP-QTY * ITEM-UNIT-COST.
           ADD WS-RCP-QTY TO ITEM-QTY-ON-HAND.
           ADD WS-CR-RESTOCK-VALUE TO ITEM-STOCK-VALUE.
           REWRITE ITEM-MASTER-RECORD.
           ADD WS-CR-RESTOCK-VALUE TO WS-TOTAL-RESTOCKED.
           IF WS-CR-RESTOCK-VALUE > ZERO
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-RCP-DATE TO GL-TRANS-DATE
               STRING "RMA " RMA-NO " RESTOCK"
                   DELIMITED BY SIZE INTO GL-TRANS-DESC
               MOVE WS-CR-RESTOCK-VALUE TO WS-GL-AMOUNT
               MOVE WS-GL-INVENTORY-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               PERFORM 7000-WRITE-RETURN-LEG
               MOVE WS-GL-COST-OF-SALES-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               PERFORM 7000-WRITE-RETURN-LEG
           END-IF.
       3400-EXIT.
           EXIT.

       3900-REJECT-RECEIPT.
           ADD 1 TO WS-RECEIPTS-REJECTED.

       4000-PRINT-RECEIPT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-RCP-RMA-NO-X     TO WS-DTL-RMA-NO.
           IF RMA-INVOICE-ID IS NUMERIC
               MOVE RMA-INVOICE-ID  TO WS-DTL-INVOICE-ID
               MOVE RMA-CUST-ID     TO WS-DTL-CUST-ID
           ELSE
               MOVE SPACES          TO WS-DTL-INVOICE-ID
               MOVE SPACES          TO WS-DTL-CUST-ID
           END-IF.
           MOVE RMA-ITEM-CODE       TO WS-DTL-ITEM-CODE.
           IF WS-RCP-QTY-X IS NUMERIC
               MOVE WS-RCP-QTY TO WS-DTL-QTY
           ELSE
               MOVE ZERO TO WS-DTL-QTY
           END-IF.
           MOVE WS-CR-MERCHANDISE   TO WS-DTL-MERCHANDISE.
           MOVE WS-CR-RESTOCK-FEE   TO WS-DTL-RESTOCK-FEE.
           MOVE WS-CR-TAX           TO WS-DTL-TAX.
           MOVE WS-CR-TOTAL         TO WS-DTL-CREDIT.
           MOVE WS-RCP-RESULT       TO WS-DTL-RESULT.
           MOVE WS-DETAIL-LINE TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

       4100-PRINT-TOTAL-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-TOTAL-LINE TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 5000-LIST-AWAITING-RMAS - after the totals for the run, a new
      *                           page of every RMA still authorized,
      *                           oldest number first, with how many
      *                           days since it was issued - the
      *                           warehouse's chase list.
      * ================================================================
       5000-LIST-AWAITING-RMAS.
           PERFORM 6000-PRINT-RUN-TOTALS.
           SET WS-PRINTING-OPEN-RMAS TO TRUE.
           PERFORM 8010-NEW-PAGE.
           MOVE ZERO TO RMA-NO.
           START RETURN-AUTH-FILE
               KEY IS GREATER THAN RMA-NO
               INVALID KEY
                   SET WS-RMA-END-OF-FILE TO TRUE
           END-START.
           PERFORM 5100-CHECK-ONE-RMA
               UNTIL WS-RMA-END-OF-FILE.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "RMAS AWAITING RECEIPT" TO WS-TOT-CAPTION.
           MOVE WS-RMAS-AWAITING TO WS-TOT-COUNT.
           MOVE WS-TOTAL-AWAITING TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-RMA.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   SET WS-RMA-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-RMA-END-OF-FILE
              AND RMA-AUTHORIZED
               PERFORM 5200-PRINT-AWAITING-RMA
           END-IF.

       5200-PRINT-AWAITING-RMA.
           COMPUTE WS-AWAITING-VALUE ROUNDED =
               RMA-QTY-AUTHORIZED * RMA-UNIT-PRICE.
           IF RMA-AUTH-DATE IS NUMERIC
              AND RMA-AUTH-DATE > ZERO
              AND RMA-AUTH-DATE NOT > WS-CURRENT-DATE-N
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
                 - FUNCTION INTEGER-OF-DATE (RMA-AUTH-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE RMA-NO              TO WS-OPN-RMA-NO.
           MOVE RMA-INVOICE-ID      TO WS-OPN-INVOICE-ID.
           MOVE RMA-CUST-ID         TO WS-OPN-CUST-ID.
           MOVE RMA-ITEM-CODE       TO WS-OPN-ITEM-CODE.
           MOVE RMA-QTY-AUTHORIZED  TO WS-OPN-QTY.
           MOVE WS-AWAITING-VALUE   TO WS-OPN-VALUE.
           MOVE RMA-AUTH-DATE       TO WS-OPN-AUTH-DATE.
           MOVE WS-DAYS-OUTSTANDING TO WS-OPN-DAYS.
           MOVE RMA-REASON          TO WS-OPN-REASON.
           MOVE RMA-AUTH-OPERATOR   TO WS-OPN-OPERATOR.
           MOVE WS-OPEN-RMA-LINE TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-RMAS-AWAITING.
           ADD WS-AWAITING-VALUE TO WS-TOTAL-AWAITING.

       6000-PRINT-RUN-TOTALS.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "RETURNS CREDITED - MERCHANDISE" TO WS-TOT-CAPTION.
           MOVE WS-RETURNS-CREDITED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-MERCHANDISE TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "  LESS RESTOCKING FEES" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-RESTOCK-FEES TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "  PLUS SALES TAX CREDITED" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-TAX-CREDITED TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "  TOTAL CREDITED TO CUSTOMERS" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-CREDITED TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "RESTOCKED AT COST" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-RESTOCKED TO WS-TOT-AMOUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CREDITED BUT NOT RESTOCKED" TO WS-TOT-CAPTION.
           MOVE WS-RETURNS-NOT-RESTOCKED TO WS-TOT-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CONFIRMATIONS REJECTED" TO WS-TOT-CAPTION.
           MOVE WS-RECEIPTS-REJECTED TO WS-TOT-COUNT.
           PERFORM 4100-PRINT-TOTAL-LINE.

       7000-WRITE-RETURN-LEG.
           MOVE WS-GL-AMOUNT TO GL-TRANS-AMOUNT.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE-N TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           IF WS-PRINTING-OPEN-RMAS
               MOVE "RMAS AUTHORIZED AND AWAITING RECEIPT"
                   TO RETURN-REGISTER-LINE
               WRITE RETURN-REGISTER-LINE
               MOVE WS-HEADING-LINE-3 TO RETURN-REGISTER-LINE
           ELSE
               MOVE "RECEIPTS CREDITED THIS RUN"
                   TO RETURN-REGISTER-LINE
               WRITE RETURN-REGISTER-LINE
               MOVE WS-HEADING-LINE-2 TO RETURN-REGISTER-LINE
           END-IF.
           WRITE RETURN-REGISTER-LINE.
           MOVE SPACES TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.
           MOVE 4 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "RETURNED GOODS - END OF JOB SUMMARY".
           DISPLAY "  CONFIRMATIONS READ : " WS-RECEIPTS-READ.
           DISPLAY "  RETURNS CREDITED   : " WS-RETURNS-CREDITED.
           DISPLAY "  NOT RESTOCKED      : " WS-RETURNS-NOT-RESTOCKED.
           DISPLAY "  REJECTED           : " WS-RECEIPTS-REJECTED.
           DISPLAY "  TOTAL CREDITED     : " WS-TOTAL-CREDITED.
           DISPLAY "  RESTOCKING FEES    : " WS-TOTAL-RESTOCK-FEES.
           DISPLAY "  TAX CREDITED       : " WS-TOTAL-TAX-CREDITED.
           DISPLAY "  RMAS AWAITING      : " WS-RMAS-AWAITING.
           CLOSE RETURN-RECEIPT-FILE.
           CLOSE RETURN-AUTH-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE SALES-TAX-DETAIL-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE RETURN-REGISTER-FILE.
           IF WS-RECEIPTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM RMARECV.
