      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original AR adjustment program.
      *   2026-10-15  RJP  A credit memo against an invoice on the
      *                    STAXHIST sales tax detail file gives back
      *                    its share of the invoice's tax: the tax
      *                    part is debited to sales tax payable
      *                    rather than the adjustment account, and
      *                    the memo is recorded on STAXHIST so the
      *                    sales tax returns are net of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARADJUST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT SALES-TAX-DETAIL-FILE ASSIGN TO "STAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-STAXHIST-STATUS.

           SELECT ADJUSTMENT-REGISTER-FILE ASSIGN TO "ARADJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  SALES-TAX-DETAIL-FILE.
       COPY STAXDREC.

       FD  ADJUSTMENT-REGISTER-FILE.
       01  ADJUSTMENT-REGISTER-LINE      PIC X(132).

           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-STAXHIST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           05  WS-GL-AR-ACCT             PIC 9(06) VALUE 120100.
           05  WS-GL-ADJUSTMENT-ACCT     PIC 9(06) VALUE 413100.
           05  WS-GL-BAD-DEBT-ACCT       PIC 9(06) VALUE 530100.
           05  WS-GL-SALES-TAX-ACCT      PIC 9(06) VALUE 220500.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
                                         VALUE ZERO.
           05  WS-TOTAL-WRITTEN-OFF      PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-TAX-CREDITED     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-TRANS-FIELDS.
           05  WS-TRN-TYPE               PIC X(01).

       01  WS-APPLIED-AMOUNT             PIC S9(9)V99 COMP-3.

      * The tax share of a credit memo, in the invoice's own
      * proportion of tax to total.
       01  WS-CREDIT-TAX-FIELDS.
           05  WS-CREDIT-TAX             PIC S9(9)V99 COMP-3.
           05  WS-INVOICE-GROSS          PIC S9(9)V99 COMP-3.

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-TYPE               PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN I-O SALES-TAX-DETAIL-FILE.
           IF WS-STAXHIST-STATUS = "35"
               OPEN OUTPUT SALES-TAX-DETAIL-FILE
               CLOSE SALES-TAX-DETAIL-FILE
               OPEN I-O SALES-TAX-DETAIL-FILE
           END-IF.
           OPEN OUTPUT ADJUSTMENT-REGISTER-FILE.
           MOVE "AJ" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
               SET ARO-ITEM-PAID TO TRUE
           END-IF.
           REWRITE AR-OPEN-ITEM-RECORD.
           PERFORM 3150-CREDIT-SALES-TAX
               THRU 3150-EXIT.
           COMPUTE WS-APPLIED-AMOUNT = WS-TRN-AMOUNT - WS-CREDIT-TAX.
           IF WS-APPLIED-AMOUNT NOT = ZERO
               MOVE WS-GL-ADJUSTMENT-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE "AR CREDIT MEMO" TO GL-TRANS-DESC
               PERFORM 7000-WRITE-ADJ-LEG
           END-IF.
           IF WS-CREDIT-TAX NOT = ZERO
               MOVE WS-CREDIT-TAX TO WS-APPLIED-AMOUNT
               MOVE WS-GL-SALES-TAX-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE "CREDIT MEMO TAX" TO GL-TRANS-DESC
               PERFORM 7000-WRITE-ADJ-LEG
           END-IF.
           MOVE WS-TRN-AMOUNT TO WS-APPLIED-AMOUNT.
           MOVE WS-GL-AR-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE "AR CREDIT MEMO" TO GL-TRANS-DESC.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 3150-CREDIT-SALES-TAX - an invoice with no STAXHIST record
      *                         predates the tax detail file and its
      *                         credit memo carries no tax share.
      *                         Otherwise the memo takes the same
      *                         proportion of tax as the invoice
      *                         charged, and is recorded under the
      *                         invoice's next memo sequence with
      *                         the invoice's state, rate and
      *                         taxable or exempt standing.
      * ================================================================
       3150-CREDIT-SALES-TAX.
           MOVE ZERO TO WS-CREDIT-TAX.
           MOVE WS-TRN-INVOICE-ID TO TX-INVOICE-ID.
           MOVE ZERO TO TX-SEQ.
           READ SALES-TAX-DETAIL-FILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           COMPUTE WS-INVOICE-GROSS = TX-TAXABLE-AMOUNT
               + TX-EXEMPT-AMOUNT + TX-TAX-AMOUNT.
           IF TX-TAX-AMOUNT NOT = ZERO
              AND WS-INVOICE-GROSS NOT = ZERO
               COMPUTE WS-CREDIT-TAX ROUNDED =
                   WS-TRN-AMOUNT * TX-TAX-AMOUNT / WS-INVOICE-GROSS
           END-IF.
           ADD 1 TO TX-MEMO-COUNT.
           REWRITE SALES-TAX-DETAIL-RECORD.
           MOVE TX-MEMO-COUNT TO TX-SEQ.
           SET TX-IS-CREDIT-MEMO TO TRUE.
           MOVE WS-CURRENT-DATE TO TX-DOC-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO TX-PERIOD.
           IF TX-TAXABLE-AMOUNT NOT = ZERO
               COMPUTE TX-TAXABLE-AMOUNT =
                   WS-TRN-AMOUNT - WS-CREDIT-TAX
               MOVE ZERO TO TX-EXEMPT-AMOUNT
           ELSE
               COMPUTE TX-EXEMPT-AMOUNT =
                   WS-TRN-AMOUNT - WS-CREDIT-TAX
           END-IF.
           MOVE WS-CREDIT-TAX TO TX-TAX-AMOUNT.
           MOVE ZERO TO TX-MEMO-COUNT.
           WRITE SALES-TAX-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "ARADJUST - CREDIT MEMO " TX-KEY
                       " ALREADY ON STAXHIST"
           END-WRITE.
           ADD WS-CREDIT-TAX TO WS-TOTAL-TAX-CREDITED.
       3150-EXIT.
           EXIT.

       3200-APPLY-DEBIT-MEMO.
           ADD WS-TRN-AMOUNT TO ARO-OPEN-BALANCE.
           SET ARO-ITEM-OPEN TO TRUE.
           DISPLAY "  TOTAL CREDITED     : " WS-TOTAL-CREDITED.
           DISPLAY "  TOTAL DEBITED      : " WS-TOTAL-DEBITED.
           DISPLAY "  TOTAL WRITTEN OFF  : " WS-TOTAL-WRITTEN-OFF.
           DISPLAY "  TAX CREDITED       : " WS-TOTAL-TAX-CREDITED.
           CLOSE ADJUSTMENT-TRANS-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE ADJUSTMENT-REGISTER-FILE.
           CLOSE SALES-TAX-DETAIL-FILE.
       9000-EXIT.
           EXIT.

