      * DATE-COMPILED:
      * PURPOSE:      Nightly subsystem-to-GL position
      *               reconciliation, the RECON idea applied to the
      *               AR, loan and AP books.  Foots ARO-OPEN-BALANCE
      *               across the AR-OPEN-ITEM file against the GL
      *               AR control account's running balance, and
      *               LM-OUTSTANDING-PRINCIPAL across the open and
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original position reconciliation.
      *   2026-10-15  RJP  Added the AP book: APO-OPEN-BALANCE across
      *                    the open AP-OPEN-ITEM records against the
      *                    AP trade payables account, whose credit
      *                    balance is sign-reversed to compare.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRECON.
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT GL-ACCOUNT-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  AP-OPEN-ITEM-FILE.
       COPY APOPNREC.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       01  WS-FILE-STATUSES.
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-APOPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-GLBAL-STATUS           PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".
               88  WS-AR-END-OF-FILE            VALUE "Y".
           05  WS-LOAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-LOAN-END-OF-FILE          VALUE "Y".
           05  WS-AP-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-AP-END-OF-FILE            VALUE "Y".
           05  WS-TRANS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-TRANS-END-OF-FILE         VALUE "Y".
           05  WS-OUT-OF-BALANCE-SWITCH  PIC X(01) VALUE "N".
       01  WS-CONTROL-ACCOUNTS.
           05  WS-GL-AR-ACCT             PIC 9(06) VALUE 120100.
           05  WS-GL-LOANS-RECV-ACCT     PIC 9(06) VALUE 130100.
           05  WS-GL-AP-ACCT             PIC 9(06) VALUE 201100.

       01  WS-CONTROL-TOTALS.
           05  WS-AR-ITEMS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-LOANS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-AP-ITEMS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-AR-SUBSYSTEM-TOTAL     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-LOAN-SUBSYSTEM-TOTAL   PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-AP-SUBSYSTEM-TOTAL     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GL-CONTROL-BALANCE     PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3
               THRU 2000-EXIT.
           PERFORM 3000-RECONCILE-LOANS
               THRU 3000-EXIT.
           PERFORM 4000-RECONCILE-AP
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.
                   END-IF
           END-READ.

      * ================================================================
      * 4000-RECONCILE-AP - the payables account carries a credit
      *                     balance, negative on GLBAL, so it is
      *                     turned positive to compare with what the
      *                     open items say is owed.
      * ================================================================
       4000-RECONCILE-AP.
           OPEN INPUT AP-OPEN-ITEM-FILE.
           IF WS-APOPEN-STATUS = "00"
               PERFORM 4100-SUM-ONE-AP-ITEM
                   UNTIL WS-AP-END-OF-FILE
               CLOSE AP-OPEN-ITEM-FILE
           END-IF.
           MOVE WS-GL-AP-ACCT TO WS-ACTIVITY-ACCT.
           PERFORM 7000-FETCH-GL-BALANCE
               THRU 7000-EXIT.
           COMPUTE WS-GL-CONTROL-BALANCE = 0 - WS-GL-CONTROL-BALANCE.
           MOVE "AP OPEN ITEMS VS GL   : " TO WS-SEC-CAPTION.
           MOVE WS-AP-SUBSYSTEM-TOTAL TO WS-SEC-SUBSYSTEM.
           COMPUTE WS-DIFFERENCE =
               WS-AP-SUBSYSTEM-TOTAL - WS-GL-CONTROL-BALANCE.
           PERFORM 8000-PRINT-SECTION.
       4000-EXIT.
           EXIT.

       4100-SUM-ONE-AP-ITEM.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-AP-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AP-ITEMS-READ
                   IF APO-ITEM-OPEN
                       ADD APO-OPEN-BALANCE
                           TO WS-AP-SUBSYSTEM-TOTAL
                   END-IF
           END-READ.

       7000-FETCH-GL-BALANCE.
           MOVE ZERO TO WS-GL-CONTROL-BALANCE.
           MOVE WS-ACTIVITY-ACCT TO GL-BAL-ACCT-ID.
                   "ITS GL CONTROL ACCOUNT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "SUBRECON - AR, LOANS AND AP FOOT TO THE GL"
           END-IF.
           DISPLAY "  AR ITEMS READ : " WS-AR-ITEMS-READ.
           DISPLAY "  LOANS READ    : " WS-LOANS-READ.
           DISPLAY "  AP ITEMS READ : " WS-AP-ITEMS-READ.
           CLOSE GL-ACCOUNT-BALANCE-FILE.
           CLOSE RECON-EXCEPTION-FILE.
       9000-EXIT.
