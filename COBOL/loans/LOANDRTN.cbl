      ******************************************************************
      * PROGRAM:      LOANDRTN
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Autopay draft return processing.  Reads the
      *               bank's returns against the LOANDRFT debit file
      *               and, for each:
      *                 - a returned PRENOTE marks the enrollment
      *                   RETURNED, so drafting never starts on a bad
      *                   account;
      *                 - a returned DRAFT reverses the payment it
      *                   produced.  The payment's split is found on
      *                   the LOANPHIS payment history (account,
      *                   draft date and amount) and unwound on the
      *                   master - principal and escrow back, late
      *                   fees due again, suspense restored, the
      *                   period and due date stepped back, a loan
      *                   the draft closed reopened - with
      *                   mirror-image GL legs and a REVERSAL entry
      *                   on the history for the statement.  A draft
      *                   LOANPAY held in suspense comes back out of
      *                   suspense.  A draft that never posted lands
      *                   on the report for the office to pull from
      *                   LOANPMTS.
      *               An NSF return (R01 insufficient funds, R09
      *               uncollected funds) is counted against the
      *               enrollment, which is stopped (RETURNED) at the
      *               NSF limit; any other return reason is an
      *               account problem and stops it at once.  Every
      *               return prints on the return report and every
      *               stop goes to the error log.
      *
      *               Return line (fixed column, from the bank):
      *                   1-10   loan account number
      *                   11-13  return reason code
      *                   14     record type returned - P prenote,
      *                          D draft
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original autopay return processing program.
      *   2026-10-15  RJP  A reversed payment's interest and late fees
      *                    come back off the loan's LOANYTD totals
      *                    for the draft year, so the year-end
      *                    statement reports only money kept.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDRTN.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-RETURN-FILE ASSIGN TO "LOANDRRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDRRT-STATUS.

           SELECT LOAN-AUTOPAY-FILE ASSIGN TO "LOANAPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LA-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANAPAY-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOAN-PAYMENT-HISTORY-FILE ASSIGN TO "LOANPHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANPHIS-STATUS.

           SELECT LOAN-YTD-FILE ASSIGN TO "LOANYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-KEY
               FILE STATUS IS WS-LOANYTD-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "LOANRTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFT-RETURN-FILE.
       01  DRAFT-RETURN-LINE             PIC X(80).

       FD  LOAN-AUTOPAY-FILE.
       COPY LOANAPRC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  LOAN-PAYMENT-HISTORY-FILE.
       COPY LOANPREC.

       FD  LOAN-YTD-FILE.
       COPY LOANYREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANDRRT-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANAPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANPHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANYTD-STATUS         PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-RTNRPT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-HIST-END-OF-FILE          VALUE "Y".

       COPY GLBATW.

       01  WS-CURRENT-DATE               PIC 9(08).

      * Standing GL accounts - the same ones LOANPAY posts to, so
      * each reversal leg undoes its original leg.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-CASH-ACCT           PIC 9(06) VALUE 110100.
           05  WS-GL-INT-INCOME-ACCT     PIC 9(06) VALUE 410100.
           05  WS-GL-LOANS-RECV-ACCT     PIC 9(06) VALUE 130100.
           05  WS-GL-ESCROW-ACCT         PIC 9(06) VALUE 230100.
           05  WS-GL-SUSPENSE-ACCT       PIC 9(06) VALUE 230200.
           05  WS-GL-FEE-INCOME-ACCT     PIC 9(06) VALUE 420100.

      * NSF returns an enrollment may take before drafting stops.
       01  WS-NSF-LIMIT                  PIC 9(03) VALUE 003.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-PRENOTES-RETURNED      PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYMENTS-REVERSED      PIC 9(9) COMP VALUE ZERO.
           05  WS-SUSPENSE-REVERSED      PIC 9(9) COMP VALUE ZERO.
           05  WS-NOT-POSTED             PIC 9(9) COMP VALUE ZERO.
           05  WS-NSF-RETURNS            PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-STOPPED    PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-REVERSED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * The day's returns, loaded first so the payment history can
      * be searched in a single pass for the payment each returned
      * draft produced.
       01  WS-RETURN-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY OCCURS 500 TIMES.
               10  WS-RT-ACCT-NO         PIC 9(10).
               10  WS-RT-REASON-CODE     PIC X(03).
                   88  WS-RT-NSF                VALUE "R01" "R09".
               10  WS-RT-RECORD-TYPE     PIC X(01).
                   88  WS-RT-PRENOTE            VALUE "P".
                   88  WS-RT-DRAFT              VALUE "D".
               10  WS-RT-DRAFT-DATE      PIC 9(08).
               10  WS-RT-DRAFT-AMOUNT    PIC S9(9)V99 COMP-3.
               10  WS-RT-HISTORY-SWITCH  PIC X(01).
                   88  WS-RT-NOT-FOUND          VALUE "N".
                   88  WS-RT-POSTED             VALUE "Y".
                   88  WS-RT-ALREADY-REVERSED   VALUE "R".
               10  WS-RT-INTEREST        PIC S9(9)V99 COMP-3.
               10  WS-RT-PRINCIPAL       PIC S9(9)V99 COMP-3.
               10  WS-RT-ESCROW          PIC S9(9)V99 COMP-3.
       01  WS-RETURN-SUB                 PIC 9(03) COMP.

       01  WS-RESIDUAL                   PIC S9(9)V99 COMP-3.

       01  WS-DUE-DATE-FIELDS.
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY           PIC 9(4).
               10  WS-DUE-MM             PIC 9(2).
               10  WS-DUE-DD             PIC 9(2).

       01  WS-REPORT-HEADING-1.
           05  FILLER                    PIC X(40) VALUE
               "AUTOPAY DRAFT RETURNS".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).

       01  WS-REPORT-HEADING-2.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(08) VALUE "REASON".
           05  FILLER                    PIC X(16) VALUE "AMOUNT".
           05  FILLER                    PIC X(06) VALUE "NSF".
           05  FILLER                    PIC X(40) VALUE "ACTION".

       01  WS-RETURN-DETAIL-LINE.
           05  WS-RTN-DTL-ACCT-NO        PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RTN-DTL-REASON         PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RTN-DTL-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RTN-DTL-NSF-COUNT      PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RTN-DTL-ACTION         PIC X(40).

       COPY ERRLOGW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-RETURN
               THRU 2000-EXIT
               VARYING WS-RETURN-SUB FROM 1 BY 1
               UNTIL WS-RETURN-SUB > WS-RETURN-COUNT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DRAFT-RETURN-FILE.
           IF WS-LOANDRRT-STATUS = "35"
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           OPEN I-O LOAN-AUTOPAY-FILE.
           IF WS-LOANAPAY-STATUS NOT = "00"
               DISPLAY "LOANDRTN - CANNOT OPEN LOANAPAY AUTOPAY FILE - "
                   "STATUS " WS-LOANAPAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANDRTN - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-RETURN
               THRU 1100-EXIT
               UNTIL WS-END-OF-FILE.
           IF WS-LOANDRRT-STATUS NOT = "35"
               CLOSE DRAFT-RETURN-FILE
           END-IF.
           PERFORM 1200-MATCH-PAYMENT-HISTORY.
           OPEN EXTEND LOAN-PAYMENT-HISTORY-FILE.
           IF WS-LOANPHIS-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENT-HISTORY-FILE
           END-IF.
           OPEN I-O LOAN-YTD-FILE.
           IF WS-LOANYTD-STATUS = "35"
               OPEN OUTPUT LOAN-YTD-FILE
               CLOSE LOAN-YTD-FILE
               OPEN I-O LOAN-YTD-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE "DR" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "LOANDRTN" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-ONE-RETURN - the draft a return refers to is the
      *                        one the enrollment remembers; no
      *                        enrollment leaves the date and amount
      *                        zero and the return is rejected when
      *                        it is processed.
      * ================================================================
       1100-LOAD-ONE-RETURN.
           READ DRAFT-RETURN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF DRAFT-RETURN-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 1100-EXIT
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   IF WS-RETURN-COUNT >= 500
                       DISPLAY "LOANDRTN - MORE THAN 500 RETURNS - "
                           "RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE WS-RETURN-COUNT TO WS-RETURN-SUB
                   MOVE DRAFT-RETURN-LINE(1:10)
                       TO WS-RT-ACCT-NO (WS-RETURN-SUB)
                   MOVE DRAFT-RETURN-LINE(11:3)
                       TO WS-RT-REASON-CODE (WS-RETURN-SUB)
                   MOVE DRAFT-RETURN-LINE(14:1)
                       TO WS-RT-RECORD-TYPE (WS-RETURN-SUB)
                   SET WS-RT-NOT-FOUND (WS-RETURN-SUB) TO TRUE
                   MOVE ZERO TO WS-RT-DRAFT-DATE (WS-RETURN-SUB)
                   MOVE ZERO TO WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
                   MOVE ZERO TO WS-RT-INTEREST (WS-RETURN-SUB)
                   MOVE ZERO TO WS-RT-PRINCIPAL (WS-RETURN-SUB)
                   MOVE ZERO TO WS-RT-ESCROW (WS-RETURN-SUB)
                   MOVE WS-RT-ACCT-NO (WS-RETURN-SUB)
                       TO LA-LOAN-ACCT-NO
                   READ LOAN-AUTOPAY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LA-LAST-DRAFT-DATE
                               TO WS-RT-DRAFT-DATE (WS-RETURN-SUB)
                           MOVE LA-LAST-DRAFT-AMOUNT
                               TO WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
                   END-READ
           END-READ.
       1100-EXIT.
           EXIT.

      * ================================================================
      * 1200-MATCH-PAYMENT-HISTORY - one pass of the history.  A
      *                              REVERSAL entry already on file
      *                              for the same draft means a
      *                              return has been processed twice
      *                              and must not reverse again.
      * ================================================================
       1200-MATCH-PAYMENT-HISTORY.
           OPEN INPUT LOAN-PAYMENT-HISTORY-FILE.
           IF WS-LOANPHIS-STATUS = "35"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1210-MATCH-ONE-PAYMENT
                   UNTIL WS-HIST-END-OF-FILE
               CLOSE LOAN-PAYMENT-HISTORY-FILE
           END-IF.

       1210-MATCH-ONE-PAYMENT.
           READ LOAN-PAYMENT-HISTORY-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 1220-CHECK-ONE-RETURN
                       VARYING WS-RETURN-SUB FROM 1 BY 1
                       UNTIL WS-RETURN-SUB > WS-RETURN-COUNT
           END-READ.

       1220-CHECK-ONE-RETURN.
           IF WS-RT-DRAFT (WS-RETURN-SUB)
              AND WS-RT-ACCT-NO (WS-RETURN-SUB) = LP-LOAN-ACCT-NO
              AND WS-RT-DRAFT-DATE (WS-RETURN-SUB) = LP-PAYMENT-DATE
              AND WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
                  = LP-PAYMENT-AMOUNT
               IF LP-REVERSAL-ENTRY
                   SET WS-RT-ALREADY-REVERSED (WS-RETURN-SUB) TO TRUE
               ELSE
                   IF NOT WS-RT-ALREADY-REVERSED (WS-RETURN-SUB)
                       SET WS-RT-POSTED (WS-RETURN-SUB) TO TRUE
                       MOVE LP-INTEREST-PORTION
                           TO WS-RT-INTEREST (WS-RETURN-SUB)
                       MOVE LP-PRINCIPAL-PORTION
                           TO WS-RT-PRINCIPAL (WS-RETURN-SUB)
                       MOVE LP-ESCROW-PORTION
                           TO WS-RT-ESCROW (WS-RETURN-SUB)
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-ONE-RETURN.
           MOVE WS-RT-ACCT-NO (WS-RETURN-SUB) TO LA-LOAN-ACCT-NO.
           MOVE WS-RT-REASON-CODE (WS-RETURN-SUB)
               TO WS-RTN-DTL-REASON.
           MOVE WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
               TO WS-RTN-DTL-AMOUNT.
           READ LOAN-AUTOPAY-FILE
               INVALID KEY
                   MOVE ZERO TO WS-RTN-DTL-AMOUNT
                   MOVE "REJECTED - NO ENROLLMENT ON FILE"
                       TO WS-RTN-DTL-ACTION
                   PERFORM 8100-WRITE-REJECT-LINE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-RT-PRENOTE (WS-RETURN-SUB)
               MOVE ZERO TO WS-RTN-DTL-AMOUNT
               ADD 1 TO WS-PRENOTES-RETURNED
               MOVE "PRENOTE RETURNED" TO WS-RTN-DTL-ACTION
               PERFORM 2500-STOP-ENROLLMENT
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-RT-DRAFT (WS-RETURN-SUB)
               MOVE "REJECTED - RECORD TYPE NOT P OR D"
                   TO WS-RTN-DTL-ACTION
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 2000-EXIT
           END-IF.
           IF NOT LA-DRAFT-OUTSTANDING
              OR WS-RT-ALREADY-REVERSED (WS-RETURN-SUB)
               MOVE "REJECTED - NO DRAFT OUTSTANDING"
                   TO WS-RTN-DTL-ACTION
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE LA-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - LOAN NOT ON MASTER"
                       TO WS-RTN-DTL-ACTION
                   PERFORM 8100-WRITE-REJECT-LINE
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN WS-RT-POSTED (WS-RETURN-SUB)
                   PERFORM 2100-REVERSE-POSTED-PAYMENT
                   MOVE "PAYMENT REVERSED" TO WS-RTN-DTL-ACTION
               WHEN LM-SUSPENSE-BALANCE >=
                    WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
                   PERFORM 2300-REVERSE-FROM-SUSPENSE
                   MOVE "REVERSED FROM SUSPENSE" TO WS-RTN-DTL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-NOT-POSTED
                   MOVE "NOT POSTED - PULL FROM LOANPMTS"
                       TO WS-RTN-DTL-ACTION
           END-EVALUATE.
           SET LA-DRAFT-RETURNED TO TRUE.
           MOVE WS-RT-REASON-CODE (WS-RETURN-SUB)
               TO LA-LAST-RETURN-CODE.
           IF WS-RT-NSF (WS-RETURN-SUB)
               ADD 1 TO LA-NSF-COUNT
               ADD 1 TO WS-NSF-RETURNS
           END-IF.
           IF WS-RT-NSF (WS-RETURN-SUB)
              AND LA-NSF-COUNT < WS-NSF-LIMIT
               REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD
               PERFORM 8000-WRITE-RETURN-LINE
           ELSE
               PERFORM 2500-STOP-ENROLLMENT
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-REVERSE-POSTED-PAYMENT - whatever the amount held beyond
      *                               interest, principal and escrow
      *                               was late fees LOANPAY collected
      *                               (due again); a shortfall is
      *                               suspense LOANPAY applied along
      *                               with the draft (restored).
      * ================================================================
       2100-REVERSE-POSTED-PAYMENT.
           COMPUTE WS-RESIDUAL =
               WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
               - WS-RT-INTEREST (WS-RETURN-SUB)
               - WS-RT-PRINCIPAL (WS-RETURN-SUB)
               - WS-RT-ESCROW (WS-RETURN-SUB).
           ADD WS-RT-PRINCIPAL (WS-RETURN-SUB)
               TO LM-OUTSTANDING-PRINCIPAL.
           SUBTRACT WS-RT-ESCROW (WS-RETURN-SUB)
               FROM LM-ESCROW-BALANCE.
           IF WS-RESIDUAL > ZERO
               ADD WS-RESIDUAL TO LM-FEES-DUE
           END-IF.
           IF WS-RESIDUAL < ZERO
               SUBTRACT WS-RESIDUAL FROM LM-SUSPENSE-BALANCE
           END-IF.
           ADD 1 TO LM-PERIODS-REMAINING.
           PERFORM 2150-STEP-BACK-DUE-DATE.
           IF LM-CLOSED
               SET LM-OPEN TO TRUE
           END-IF.
           REWRITE LOAN-MASTER-RECORD.
           MOVE WS-RT-ACCT-NO (WS-RETURN-SUB)    TO LP-LOAN-ACCT-NO.
           MOVE WS-RT-DRAFT-DATE (WS-RETURN-SUB) TO LP-PAYMENT-DATE.
           MOVE WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
               TO LP-PAYMENT-AMOUNT.
           MOVE WS-RT-INTEREST (WS-RETURN-SUB)
               TO LP-INTEREST-PORTION.
           MOVE WS-RT-PRINCIPAL (WS-RETURN-SUB)
               TO LP-PRINCIPAL-PORTION.
           MOVE WS-RT-ESCROW (WS-RETURN-SUB)     TO LP-ESCROW-PORTION.
           SET LP-REVERSAL-ENTRY TO TRUE.
           WRITE LOAN-PAYMENT-HISTORY-RECORD.
           PERFORM 2160-REVERSE-YTD-TOTALS.
           PERFORM 2200-WRITE-REVERSAL-LEGS.
           ADD 1 TO WS-PAYMENTS-REVERSED.
           ADD WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB) TO WS-TOTAL-REVERSED.

       2150-STEP-BACK-DUE-DATE.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM = 1
               MOVE 12 TO WS-DUE-MM
               SUBTRACT 1 FROM WS-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-DUE-MM
           END-IF.
           MOVE WS-DUE-DATE TO LM-NEXT-DUE-DATE.

      * ================================================================
      * 2160-REVERSE-YTD-TOTALS - LOANPAY added the interest and any
      *                           late fees to the year-to-date
      *                           record for the draft year; they
      *                           come back off it.  No record means
      *                           nothing was carried to reverse.
      * ================================================================
       2160-REVERSE-YTD-TOTALS.
           MOVE WS-RT-ACCT-NO (WS-RETURN-SUB) TO LY-LOAN-ACCT-NO.
           MOVE WS-RT-DRAFT-DATE (WS-RETURN-SUB) (1:4)
               TO LY-TAX-YEAR.
           READ LOAN-YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-RT-INTEREST (WS-RETURN-SUB)
                       FROM LY-INTEREST-PAID
                   IF WS-RESIDUAL > ZERO
                       SUBTRACT WS-RESIDUAL FROM LY-FEES-PAID
                   END-IF
                   MOVE WS-CURRENT-DATE TO LY-LAST-UPDATE-DATE
                   REWRITE LOAN-YTD-RECORD
           END-READ.

      * ================================================================
      * 2200-WRITE-REVERSAL-LEGS - cash credit for the returned draft,
      *                            a debit for each leg LOANPAY
      *                            credited, so the reversal
      *                            balances leg for leg.
      * ================================================================
       2200-WRITE-REVERSAL-LEGS.
           MOVE WS-GL-CASH-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB) TO GL-TRANS-AMOUNT.
           MOVE "LOAN DRAFT RETURNED" TO GL-TRANS-DESC.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           IF WS-RT-INTEREST (WS-RETURN-SUB) NOT = ZERO
               MOVE WS-GL-INT-INCOME-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-RT-INTEREST (WS-RETURN-SUB) TO GL-TRANS-AMOUNT
               MOVE "LOAN INT REVERSED" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           IF WS-RT-PRINCIPAL (WS-RETURN-SUB) NOT = ZERO
               MOVE WS-GL-LOANS-RECV-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-RT-PRINCIPAL (WS-RETURN-SUB)
                   TO GL-TRANS-AMOUNT
               MOVE "LOAN PRIN REVERSED" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           IF WS-RT-ESCROW (WS-RETURN-SUB) NOT = ZERO
               MOVE WS-GL-ESCROW-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-RT-ESCROW (WS-RETURN-SUB) TO GL-TRANS-AMOUNT
               MOVE "LOAN ESCROW REVERSED" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           IF WS-RESIDUAL > ZERO
               MOVE WS-GL-FEE-INCOME-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-RESIDUAL TO GL-TRANS-AMOUNT
               MOVE "LOAN FEE REVERSED" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           IF WS-RESIDUAL < ZERO
               MOVE WS-GL-SUSPENSE-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               COMPUTE GL-TRANS-AMOUNT = ZERO - WS-RESIDUAL
               MOVE "LOAN SUSP RESTORED" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.

      * ================================================================
      * 2300-REVERSE-FROM-SUSPENSE - LOANPAY banked the draft as a
      *                              partial (cash debit, suspense
      *                              credit); the return takes it
      *                              back out the same way.
      * ================================================================
       2300-REVERSE-FROM-SUSPENSE.
           SUBTRACT WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB)
               FROM LM-SUSPENSE-BALANCE.
           REWRITE LOAN-MASTER-RECORD.
           MOVE WS-GL-SUSPENSE-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB) TO GL-TRANS-AMOUNT.
           MOVE "LOAN SUSP REVERSED" TO GL-TRANS-DESC.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-CASH-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB) TO GL-TRANS-AMOUNT.
           MOVE "LOAN DRAFT RETURNED" TO GL-TRANS-DESC.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           ADD 1 TO WS-SUSPENSE-REVERSED.
           ADD WS-RT-DRAFT-AMOUNT (WS-RETURN-SUB) TO WS-TOTAL-REVERSED.

      * ================================================================
      * 2500-STOP-ENROLLMENT - the borrower reverts to paying by
      *                        remittance until the office re-keys a
      *                        good account.
      * ================================================================
       2500-STOP-ENROLLMENT.
           SET LA-ENROLLMENT-RETURNED TO TRUE.
           MOVE WS-RT-REASON-CODE (WS-RETURN-SUB)
               TO LA-LAST-RETURN-CODE.
           REWRITE LOAN-AUTOPAY-ENROLLMENT-RECORD.
           ADD 1 TO WS-ENROLLMENTS-STOPPED.
           PERFORM 8000-WRITE-RETURN-LINE.
           MOVE "AUTOPAY STOPPED" TO WS-RTN-DTL-ACTION.
           MOVE ZERO TO WS-RTN-DTL-AMOUNT.
           PERFORM 8000-WRITE-RETURN-LINE.
           MOVE "LOANDRTN" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-WARNING TO TRUE.
           MOVE LA-LOAN-ACCT-NO TO EL-RECORD-KEY.
           MOVE SPACES TO EL-MESSAGE.
           STRING "AUTOPAY RETURN " LA-LAST-RETURN-CODE
                  " - AUTOPAY STOPPED"
               DELIMITED BY SIZE INTO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

       8000-WRITE-RETURN-LINE.
           MOVE LA-LOAN-ACCT-NO TO WS-RTN-DTL-ACCT-NO.
           MOVE LA-NSF-COUNT TO WS-RTN-DTL-NSF-COUNT.
           MOVE WS-RETURN-DETAIL-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

       8100-WRITE-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE WS-RT-ACCT-NO (WS-RETURN-SUB) TO WS-RTN-DTL-ACCT-NO.
           MOVE ZERO TO WS-RTN-DTL-NSF-COUNT.
           MOVE WS-RETURN-DETAIL-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "AUTOPAY RETURN PROCESSING - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ         : " WS-RECORDS-READ.
           DISPLAY "  PRENOTES RETURNED    : " WS-PRENOTES-RETURNED.
           DISPLAY "  PAYMENTS REVERSED    : " WS-PAYMENTS-REVERSED.
           DISPLAY "  SUSPENSE REVERSED    : " WS-SUSPENSE-REVERSED.
           DISPLAY "  DRAFTS NOT POSTED    : " WS-NOT-POSTED.
           DISPLAY "  TOTAL REVERSED       : " WS-TOTAL-REVERSED.
           DISPLAY "  NSF RETURNS          : " WS-NSF-RETURNS.
           DISPLAY "  ENROLLMENTS STOPPED  : " WS-ENROLLMENTS-STOPPED.
           DISPLAY "  RECORDS REJECTED     : " WS-RECORDS-REJECTED.
           CLOSE LOAN-AUTOPAY-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-PAYMENT-HISTORY-FILE.
           CLOSE LOAN-YTD-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE RETURN-REPORT-FILE.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM LOANDRTN.
