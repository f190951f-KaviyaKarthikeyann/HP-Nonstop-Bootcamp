      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original escrow disbursement program.
      *   2026-10-15  RJP  Property tax bills paid are added to the
      *                    loan's LOANYTD totals for the paid-date
      *                    year, for the year-end interest statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCDISB.
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOAN-YTD-FILE ASSIGN TO "LOANYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-KEY
               FILE STATUS IS WS-LOANYTD-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.
       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  LOAN-YTD-FILE.
       COPY LOANYREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       01  WS-FILE-STATUSES.
           05  WS-ESCPAID-STATUS         PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANYTD-STATUS         PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-YTD-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-YTD-RECORD-FOUND          VALUE "Y".

       COPY GLBATW.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAID-BILLS-FILE.
           OPEN I-O LOAN-MASTER-FILE.
           OPEN I-O LOAN-YTD-FILE.
           IF WS-LOANYTD-STATUS = "35"
               OPEN OUTPUT LOAN-YTD-FILE
               CLOSE LOAN-YTD-FILE
               OPEN I-O LOAN-YTD-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           REWRITE LOAN-MASTER-RECORD.
           ADD 1 TO WS-BILLS-PAID.
           ADD WS-BIL-AMOUNT TO WS-TOTAL-DISBURSED.
           IF WS-BIL-IS-TAX
               PERFORM 3200-UPDATE-YTD-TAX
           END-IF.
           MOVE WS-GL-ESCROW-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-BIL-AMOUNT TO GL-TRANS-AMOUNT.
               TO DISBURSEMENT-REGISTER-LINE.
           WRITE DISBURSEMENT-REGISTER-LINE.

      * ================================================================
      * 3200-UPDATE-YTD-TAX - a property tax bill paid from escrow is
      *                       reported to the borrower at year end;
      *                       it goes on the loan's year-to-date
      *                       record for the year the bill was paid.
      *                       Insurance is not reportable and is not
      *                       carried.
      * ================================================================
       3200-UPDATE-YTD-TAX.
           MOVE WS-BIL-ACCT-NO TO LY-LOAN-ACCT-NO.
           MOVE WS-BIL-DATE(1:4) TO LY-TAX-YEAR.
           READ LOAN-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-SWITCH
           END-READ.
           IF WS-YTD-RECORD-FOUND
               ADD WS-BIL-AMOUNT TO LY-TAX-DISBURSED
               MOVE WS-CURRENT-DATE TO LY-LAST-UPDATE-DATE
               REWRITE LOAN-YTD-RECORD
           ELSE
               MOVE SPACES TO LOAN-YTD-RECORD
               MOVE WS-BIL-ACCT-NO TO LY-LOAN-ACCT-NO
               MOVE WS-BIL-DATE(1:4) TO LY-TAX-YEAR
               MOVE ZERO TO LY-INTEREST-PAID
               MOVE ZERO TO LY-FEES-PAID
               MOVE WS-BIL-AMOUNT TO LY-TAX-DISBURSED
               MOVE WS-CURRENT-DATE TO LY-LAST-UPDATE-DATE
               SET LY-STATEMENT-NOT-ISSUED TO TRUE
               MOVE ZERO TO LY-STATEMENT-DATE
               WRITE LOAN-YTD-RECORD
           END-IF.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "ESCROW DISBURSEMENT - END OF JOB SUMMARY".
           DISPLAY "  TOTAL DISBURSED  : " WS-TOTAL-DISBURSED.
           CLOSE PAID-BILLS-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-YTD-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE DISBURSEMENT-REGISTER-FILE.
       9000-EXIT.
