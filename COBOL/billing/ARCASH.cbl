      *               nothing open - lands on the unapplied exception
      *               report rather than vanishing.
      *
      *               A payment loaded from the bank lockbox carries
      *               the invoices the customer's remittance advice
      *               names.  Those items are relieved first, by the
      *               amount remitted against each; only what the
      *               check has left over goes oldest first.  A
      *               short-pay, and an amount remitted against an
      *               invoice that cannot be identified - not on
      *               file, another customer's, already paid - goes
      *               to the cash-application worklist for a clerk
      *               to resolve; the amount held there is neither
      *               applied nor reported as unapplied.
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original cash application program.
      *   2026-08-22  RJP  The GL feed now travels as a batch with a
      *                    header and a count/hash trailer through
      *                    the shared GLBATW/GLBATP routine.
      *   2026-10-15  RJP  Lockbox payments apply to the invoices
      *                    their remittance names before the oldest-
      *                    first sweep; short-pays and unidentified
      *                    invoices go to the ARCASHWL worklist.
      *   2026-10-15  RJP  Every item relieved is logged to ARAPPLOG
      *                    - invoice, payment date, amount applied -
      *                    the payment history the receipts forecast
      *                    averages.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCASH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT CASH-WORKLIST-FILE ASSIGN TO "ARCASHWL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "ARAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-PAYMENTS-FILE.
       01  CUSTOMER-PAYMENT-LINE         PIC X(200).

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.
       FD  UNAPPLIED-EXCEPTION-FILE.
       01  UNAPPLIED-EXCEPTION-LINE      PIC X(132).

       FD  CASH-WORKLIST-FILE.
       01  CASH-WORKLIST-LINE            PIC X(132).

       FD  APPLICATION-LOG-FILE.
       COPY ARAPPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ARPMTS-STATUS          PIC X(02) VALUE "00".
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".
           05  WS-WORKLIST-STATUS        PIC X(02) VALUE "00".
           05  WS-APPLOG-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
           05  WS-PAYMENTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-RELIEVED         PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYMENTS-UNAPPLIED     PIC 9(9) COMP VALUE ZERO.
           05  WS-NAMED-ITEMS-RELIEVED   PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKLIST-ITEMS         PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-APPLIED          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-UNAPPLIED        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-HELD             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * ---------------------------------------------------------- *
      * Payment line layout (fixed column):                         *
      *     1-10   customer id                                      *
      *     11-18  payment date YYYYMMDD                            *
      *     19-29  payment amount 9(9)V99 digits                    *
      *     30-193 lockbox check number and remittance detail -     *
      *            see ARPMTREC                                     *
      * ---------------------------------------------------------- *
       01  WS-PAYMENT-FIELDS.
           05  WS-PMT-CUST-ID            PIC 9(10).
           05  WS-PMT-AMOUNT             PIC 9(9)V99.
           05  WS-PMT-REMAINING          PIC S9(9)V99 COMP-3.
           05  WS-APPLIED-THIS-ITEM      PIC S9(9)V99 COMP-3.
           05  WS-PMT-APPLIED            PIC S9(9)V99 COMP-3.
           05  WS-PMT-HELD               PIC S9(9)V99 COMP-3.

       COPY ARPMTREC.

      * The remittance line being applied.
       01  WS-REMIT-FIELDS.
           05  WS-REMIT-SUB              PIC 9(02) COMP.
           05  WS-REMIT-INVOICE          PIC X(08).
           05  WS-REMIT-REMITTED         PIC S9(9)V99 COMP-3.
           05  WS-REMIT-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-REMIT-REASON           PIC X(40).

       01  WS-PAYMENT-PARSE-FIELDS.
           05  WS-PMT-AMOUNT-DIGITS      PIC 9(11).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON             PIC X(40).

       01  WS-WORKLIST-DETAIL-LINE.
           05  WS-WKL-CUST-ID            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WKL-CHECK-NO           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WKL-INVOICE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WKL-REMITTED           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WKL-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WKL-REASON             PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT UNAPPLIED-EXCEPTION-FILE.
           OPEN OUTPUT CASH-WORKLIST-FILE.
           OPEN EXTEND APPLICATION-LOG-FILE.
           IF WS-APPLOG-STATUS = "35"
               OPEN OUTPUT APPLICATION-LOG-FILE
           END-IF.
           MOVE "AR" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CUSTOMER-PAYMENT-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO WS-PAYMENTS-READ
                   MOVE CUSTOMER-PAYMENT-LINE(1:10)
                       TO WS-PMT-CUST-ID
                   MOVE CUSTOMER-PAYMENT-LINE(19:11) TO
                       WS-PMT-AMOUNT-DIGITS
                   MOVE WS-PMT-AMOUNT-N TO WS-PMT-AMOUNT
                   MOVE CUSTOMER-PAYMENT-LINE TO AR-PAYMENT-RECORD
                   IF ARP-REMIT-COUNT IS NOT NUMERIC
                       MOVE ZERO TO ARP-REMIT-COUNT
                   END-IF
                   PERFORM 3000-APPLY-ONE-PAYMENT
                       THRU 3000-EXIT
           END-READ.
           EXIT.

      * ================================================================
      * 3000-APPLY-ONE-PAYMENT - the invoices the remittance names
      *                          first, then walks the open items in
      *                          ascending invoice-id order (booking
      *                          order, so oldest first), relieving
      *                          this customer's open balances until
      *                          the payment is used up.  A payment
      *                          no customer could be found for goes
      *                          whole to the worklist.
      * ================================================================
       3000-APPLY-ONE-PAYMENT.
           MOVE WS-PMT-AMOUNT TO WS-PMT-REMAINING.
           MOVE ZERO TO WS-PMT-HELD.
           IF ARP-REMIT-COUNT > ZERO
               PERFORM 3050-APPLY-NAMED-INVOICE
                   THRU 3050-EXIT
                   VARYING WS-REMIT-SUB FROM 1 BY 1
                   UNTIL WS-REMIT-SUB > ARP-REMIT-COUNT
           END-IF.
           IF WS-PMT-CUST-ID = ZERO
              AND WS-PMT-REMAINING > ZERO
               MOVE SPACES TO WS-REMIT-INVOICE
               MOVE ZERO TO WS-REMIT-REMITTED
               MOVE WS-PMT-REMAINING TO WS-REMIT-AMOUNT
               MOVE "CUSTOMER NOT IDENTIFIED - CASH HELD"
                   TO WS-REMIT-REASON
               PERFORM 3080-HOLD-REMITTANCE
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE ZERO TO ARO-INVOICE-ID.
           START AR-OPEN-ITEM-FILE KEY IS GREATER THAN ARO-INVOICE-ID
                   TO UNAPPLIED-EXCEPTION-LINE
               WRITE UNAPPLIED-EXCEPTION-LINE
           END-IF.
           COMPUTE WS-PMT-APPLIED =
               WS-PMT-AMOUNT - WS-PMT-REMAINING - WS-PMT-HELD.
           IF WS-PMT-APPLIED > ZERO
               PERFORM 3200-WRITE-GL-LEGS
           END-IF.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3050-APPLY-NAMED-INVOICE - one invoice off the remittance.
      *                            It is relieved by what was
      *                            remitted against it, up to its
      *                            open balance; any excess stays
      *                            on the check for the oldest-
      *                            first sweep.  Less than the
      *                            balance is a short-pay and the
      *                            rest of the item is worklisted.
      *                            An invoice that is not this
      *                            customer's open item has its
      *                            amount held on the worklist.
      * ================================================================
       3050-APPLY-NAMED-INVOICE.
           MOVE ARP-REMIT-INVOICE (WS-REMIT-SUB) TO WS-REMIT-INVOICE.
           MOVE ARP-REMIT-AMOUNT (WS-REMIT-SUB) TO WS-REMIT-REMITTED.
           MOVE WS-REMIT-REMITTED TO WS-REMIT-AMOUNT.
           IF WS-REMIT-AMOUNT > WS-PMT-REMAINING
               MOVE WS-PMT-REMAINING TO WS-REMIT-AMOUNT
           END-IF.
           IF WS-REMIT-INVOICE IS NOT NUMERIC
               MOVE "INVOICE NUMBER NOT RECOGNISED"
                   TO WS-REMIT-REASON
               PERFORM 3080-HOLD-REMITTANCE
               GO TO 3050-EXIT
           END-IF.
           MOVE WS-REMIT-INVOICE TO ARO-INVOICE-ID.
           READ AR-OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "INVOICE NOT ON THE OPEN-ITEM FILE"
                       TO WS-REMIT-REASON
                   PERFORM 3080-HOLD-REMITTANCE
                   GO TO 3050-EXIT
           END-READ.
           IF ARO-CUST-ID NOT = WS-PMT-CUST-ID
               MOVE "INVOICE IS ANOTHER CUSTOMER'S"
                   TO WS-REMIT-REASON
               PERFORM 3080-HOLD-REMITTANCE
               GO TO 3050-EXIT
           END-IF.
           IF NOT ARO-ITEM-OPEN
              OR ARO-OPEN-BALANCE NOT > ZERO
               MOVE "INVOICE ALREADY PAID"
                   TO WS-REMIT-REASON
               PERFORM 3080-HOLD-REMITTANCE
               GO TO 3050-EXIT
           END-IF.
           IF WS-REMIT-AMOUNT >= ARO-OPEN-BALANCE
               MOVE ARO-OPEN-BALANCE TO WS-APPLIED-THIS-ITEM
               MOVE ZERO TO ARO-OPEN-BALANCE
               SET ARO-ITEM-PAID TO TRUE
           ELSE
               MOVE WS-REMIT-AMOUNT TO WS-APPLIED-THIS-ITEM
               SUBTRACT WS-APPLIED-THIS-ITEM FROM ARO-OPEN-BALANCE
           END-IF.
           SUBTRACT WS-APPLIED-THIS-ITEM FROM WS-PMT-REMAINING.
           ADD WS-APPLIED-THIS-ITEM TO WS-TOTAL-APPLIED.
           ADD 1 TO WS-ITEMS-RELIEVED.
           ADD 1 TO WS-NAMED-ITEMS-RELIEVED.
           REWRITE AR-OPEN-ITEM-RECORD.
           PERFORM 3150-LOG-APPLICATION.
           IF ARO-ITEM-OPEN
               MOVE ARO-OPEN-BALANCE TO WS-WKL-AMOUNT
               MOVE "SHORT PAY - BALANCE LEFT OPEN"
                   TO WS-WKL-REASON
               PERFORM 3090-WRITE-WORKLIST-LINE
           END-IF.
       3050-EXIT.
           EXIT.

      * A remitted amount held off the customer's account: taken off
      * what is left of the check so the oldest-first sweep cannot
      * apply it to the wrong item.
       3080-HOLD-REMITTANCE.
           SUBTRACT WS-REMIT-AMOUNT FROM WS-PMT-REMAINING.
           ADD WS-REMIT-AMOUNT TO WS-PMT-HELD.
           ADD WS-REMIT-AMOUNT TO WS-TOTAL-HELD.
           MOVE WS-REMIT-AMOUNT TO WS-WKL-AMOUNT.
           MOVE WS-REMIT-REASON TO WS-WKL-REASON.
           PERFORM 3090-WRITE-WORKLIST-LINE.

       3090-WRITE-WORKLIST-LINE.
           ADD 1 TO WS-WORKLIST-ITEMS.
           MOVE WS-PMT-CUST-ID TO WS-WKL-CUST-ID.
           MOVE ARP-CHECK-NO TO WS-WKL-CHECK-NO.
           MOVE WS-REMIT-INVOICE TO WS-WKL-INVOICE.
           MOVE WS-REMIT-REMITTED TO WS-WKL-REMITTED.
           MOVE WS-WORKLIST-DETAIL-LINE TO CASH-WORKLIST-LINE.
           WRITE CASH-WORKLIST-LINE.

       3100-APPLY-TO-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                       ADD WS-APPLIED-THIS-ITEM TO WS-TOTAL-APPLIED
                       ADD 1 TO WS-ITEMS-RELIEVED
                       REWRITE AR-OPEN-ITEM-RECORD
                       PERFORM 3150-LOG-APPLICATION
                   END-IF
           END-READ.

      * One line of payment history for each item relieved.
       3150-LOG-APPLICATION.
           MOVE SPACES TO AR-APPLICATION-LOG-RECORD.
           MOVE ARO-INVOICE-ID       TO AP-INVOICE-ID.
           MOVE ARO-CUST-ID          TO AP-CUST-ID.
           MOVE ARO-INVOICE-DATE     TO AP-INVOICE-DATE.
           MOVE WS-PMT-DATE          TO AP-PAYMENT-DATE.
           MOVE WS-APPLIED-THIS-ITEM TO AP-AMOUNT-APPLIED.
           MOVE ARP-CHECK-NO         TO AP-CHECK-NO.
           WRITE AR-APPLICATION-LOG-RECORD.

       3200-WRITE-GL-LEGS.
           MOVE WS-GL-CASH-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-PMT-APPLIED TO GL-TRANS-AMOUNT.
           MOVE "AR CASH RECEIPT" TO GL-TRANS-DESC.
           MOVE WS-PMT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           DISPLAY "  PAYMENTS UNAPPLIED : " WS-PAYMENTS-UNAPPLIED.
           DISPLAY "  TOTAL APPLIED      : " WS-TOTAL-APPLIED.
           DISPLAY "  TOTAL UNAPPLIED    : " WS-TOTAL-UNAPPLIED.
           DISPLAY "  NAMED ITEMS PAID   : " WS-NAMED-ITEMS-RELIEVED.
           DISPLAY "  WORKLIST ITEMS     : " WS-WORKLIST-ITEMS.
           DISPLAY "  TOTAL HELD         : " WS-TOTAL-HELD.
           CLOSE CUSTOMER-PAYMENTS-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE UNAPPLIED-EXCEPTION-FILE.
           CLOSE CASH-WORKLIST-FILE.
           CLOSE APPLICATION-LOG-FILE.
       9000-EXIT.
           EXIT.

