      ******************************************************************
      * PROGRAM:      BANKRECN
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Operating cash bank reconciliation, run after
      *               GLPOST.  Takes every leg to the operating cash
      *               account off GLTRANS - only from batches GLPOST
      *               has registered as posted, so the cash book is
      *               exactly what GLBAL holds - onto the CASH-BOOK-
      *               ITEM file; loads the bank's daily statement onto
      *               the BANK-STATEMENT-ITEM file; and matches one
      *               to the other by direction and amount: a bank
      *               credit to a cash debit (ARCASH receipts, LOANPAY
      *               payments), a bank debit to a cash credit
      *               (ESCDISB disbursements, AP checks, anything
      *               else paid out).  The formal reconciliation
      *               follows - balance per bank plus deposits in
      *               transit less outstanding payments, against
      *               balance per books plus and less the bank items
      *               not yet on the books - and the reconciling
      *               difference is left on the BANKRCTL status record
      *               that GLCLOSE reads: a period does not close
      *               until the bank reconciles to zero.  Unmatched
      *               items on either side carry forward to the next
      *               run.
      *
      *               Bank statement line (fixed column, from the
      *               bank):
      *                   1      record type - B balance, C credit
      *                          (deposit), D debit (check, fee)
      *                 B record:
      *                   2-9    statement date YYYYMMDD
      *                   10-22  closing balance 9(11)V99 digits
      *                   23     "-" when overdrawn
      *                 C and D records:
      *                   2-9    posted date YYYYMMDD
      *                   10-20  amount 9(9)V99 digits
      *                   21-30  bank reference
      *                   31-60  description
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original operating cash reconciliation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO "GLBATREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GBR-BATCH-ID
               FILE STATUS IS WS-GLBATREG-STATUS.

           SELECT GL-ACCOUNT-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT CASH-BOOK-ITEM-FILE ASSIGN TO "CASHITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS WS-CASHITEM-STATUS.

           SELECT BANK-STATEMENT-ITEM-FILE ASSIGN TO "BANKITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-KEY
               FILE STATUS IS WS-BANKITEM-STATUS.

           SELECT BANK-RECON-CONTROL-FILE ASSIGN TO "BANKRCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BRC-RELKEY
               FILE STATUS IS WS-BANKRCTL-STATUS.

           SELECT BANK-RECON-REPORT-FILE ASSIGN TO "BANKRECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-LINE           PIC X(80).

       FD  GL-TRANSACTION-FILE.
       01  GL-TRANSACTION-LINE           PIC X(80).

       FD  BATCH-REGISTRY-FILE.
       COPY GLBREGRC.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  CASH-BOOK-ITEM-FILE.
       COPY CASHIREC.

       FD  BANK-STATEMENT-ITEM-FILE.
       COPY BANKIREC.

      * One-record status of the latest reconciliation, read by
      * GLCLOSE before it freezes a period.
       FD  BANK-RECON-CONTROL-FILE.
       01  BANK-RECON-CONTROL-RECORD.
           05  BRC-STATEMENT-DATE        PIC 9(08).
           05  BRC-RUN-DATE              PIC 9(08).
           05  BRC-DIFFERENCE            PIC S9(11)V99.
           05  BRC-RECONCILED-SWITCH     PIC X(01).
               88  BRC-RECONCILED               VALUE "Y".

       FD  BANK-RECON-REPORT-FILE.
       01  BANK-RECON-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BANKSTMT-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-GLBATREG-STATUS        PIC X(02) VALUE "00".
           05  WS-GLBAL-STATUS           PIC X(02) VALUE "00".
           05  WS-CASHITEM-STATUS        PIC X(02) VALUE "00".
           05  WS-BANKITEM-STATUS        PIC X(02) VALUE "00".
           05  WS-BANKRCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-TRANS-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-TRANS-END-OF-FILE         VALUE "Y".
           05  WS-STMT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-STMT-END-OF-FILE          VALUE "Y".
           05  WS-ITEM-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ITEM-END-OF-FILE          VALUE "Y".
           05  WS-BATCH-POSTED-SWITCH    PIC X(01) VALUE "N".
               88  WS-BATCH-POSTED              VALUE "Y".
           05  WS-REGISTRY-SWITCH        PIC X(01) VALUE "N".
               88  WS-REGISTRY-OPEN             VALUE "Y".
           05  WS-BALANCE-SWITCH         PIC X(01) VALUE "N".
               88  WS-BALANCE-RECEIVED          VALUE "Y".

       COPY GLTRANRC.
       COPY GLBATCH.
       COPY RPTHDGW.

      * The operating cash account this reconciliation is for.
       01  WS-GL-CASH-ACCT               PIC 9(06) VALUE 110100.

       01  WS-CONTROL-TOTALS.
           05  WS-LEGS-HARVESTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-LEGS-ALREADY-HELD      PIC 9(9) COMP VALUE ZERO.
           05  WS-BANK-ITEMS-LOADED      PIC 9(9) COMP VALUE ZERO.
           05  WS-BANK-ITEMS-DUPLICATE   PIC 9(9) COMP VALUE ZERO.
           05  WS-STMT-LINES-REJECTED    PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-MATCHED          PIC 9(9) COMP VALUE ZERO.
           05  WS-TABLE-OVERFLOW         PIC 9(9) COMP VALUE ZERO.

      * Reconciliation figures.
       01  WS-RECON-FIGURES.
           05  WS-BANK-BALANCE           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-BOOK-BALANCE           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DEPOSITS-IN-TRANSIT    PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-OUTSTANDING-PAYMENTS   PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-BANK-ONLY-CREDITS      PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-BANK-ONLY-DEBITS       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-ADJUSTED-BANK          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-ADJUSTED-BOOK          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-STATEMENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-BRC-RELKEY                 PIC 9(4) COMP VALUE 1.

      * The batch being walked on GLTRANS.
       01  WS-HARVEST-FIELDS.
           05  WS-HARVEST-BATCH-ID       PIC X(08).
           05  WS-HARVEST-SOURCE         PIC X(08).
           05  WS-HARVEST-SEQ            PIC 9(06).

       01  WS-STATEMENT-FIELDS.
           05  WS-STM-TYPE               PIC X(01).
               88  WS-STM-IS-BALANCE            VALUE "B".
               88  WS-STM-IS-CREDIT             VALUE "C".
               88  WS-STM-IS-DEBIT              VALUE "D".
           05  WS-STM-DATE               PIC X(08).
           05  WS-STM-DATE-N REDEFINES WS-STM-DATE
                                         PIC 9(08).
           05  WS-STM-BALANCE-DIGITS     PIC X(13).
           05  WS-STM-BALANCE-N REDEFINES WS-STM-BALANCE-DIGITS
                                         PIC 9(11)V99.
           05  WS-STM-BALANCE-SIGN       PIC X(01).
           05  WS-STM-AMOUNT-DIGITS      PIC X(11).
           05  WS-STM-AMOUNT-N REDEFINES WS-STM-AMOUNT-DIGITS
                                         PIC 9(9)V99.
           05  WS-STM-BANK-REF           PIC X(10).
           05  WS-STM-DESC               PIC X(30).

      * Open book items, held for the matching pass.  An item past
      * the end of the table waits for a later run.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-COUNT             PIC 9(5) COMP VALUE ZERO.
           05  WS-BOOK-ENTRY OCCURS 5000 TIMES.
               10  WS-BT-KEY             PIC X(14).
               10  WS-BT-DRCR            PIC X(01).
               10  WS-BT-AMOUNT          PIC S9(9)V99 COMP-3.
               10  WS-BT-TAKEN           PIC X(01).
       01  WS-BOOK-SUB                   PIC 9(5) COMP VALUE ZERO.
       01  WS-WANT-DRCR                  PIC X(01).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(36) VALUE
               "OPERATING CASH BANK RECONCILIATION".
           05  FILLER                    PIC X(09) VALUE "ACCOUNT ".
           05  WS-HDG-ACCT               PIC 9(06).
           05  FILLER                    PIC X(13) VALUE
               "  STATEMENT ".
           05  WS-HDG-STATEMENT-DATE     PIC 9(08).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(20) VALUE "REFERENCE".
           05  FILLER                    PIC X(10) VALUE "SOURCE".
           05  FILLER                    PIC X(32) VALUE
               "DESCRIPTION".
           05  FILLER                    PIC X(18) VALUE
               "            AMOUNT".

       01  WS-SECTION-TITLE-LINE.
           05  WS-STL-TITLE              PIC X(60).

       01  WS-BOOK-DETAIL-LINE.
           05  WS-BDL-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BDL-BATCH-ID           PIC X(08).
           05  FILLER                    PIC X(01) VALUE "/".
           05  WS-BDL-SEQ                PIC 9(06).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-BDL-SOURCE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BDL-DESC               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BDL-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       01  WS-BANK-DETAIL-LINE.
           05  WS-KDL-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KDL-BANK-REF           PIC X(10).
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-KDL-TYPE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KDL-DESC               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KDL-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       01  WS-RECON-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-RCL-CAPTION            PIC X(40).
           05  FILLER                    PIC X(22) VALUE SPACES.
           05  WS-RCL-AMOUNT             PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-HARVEST-CASH-LEGS
               THRU 2000-EXIT.
           PERFORM 3000-LOAD-STATEMENT
               THRU 3000-EXIT
               UNTIL WS-STMT-END-OF-FILE.
           IF NOT WS-BALANCE-RECEIVED
               DISPLAY "BANKRECN - NO BALANCE RECORD ON THE BANK "
                   "STATEMENT - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4000-LOAD-OPEN-BOOK-ITEMS
               THRU 4000-EXIT.
           PERFORM 5000-MATCH-BANK-ITEMS
               THRU 5000-EXIT.
           PERFORM 6000-PRINT-RECONCILIATION
               THRU 6000-EXIT.
           PERFORM 7000-SAVE-RECON-STATUS.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF WS-BANKSTMT-STATUS NOT = "00"
               DISPLAY "BANKRECN - CANNOT OPEN BANKSTMT - STATUS "
                   WS-BANKSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-ACCOUNT-BALANCE-FILE.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF WS-GLBATREG-STATUS = "00"
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF.
           OPEN I-O CASH-BOOK-ITEM-FILE.
           IF WS-CASHITEM-STATUS = "35"
               OPEN OUTPUT CASH-BOOK-ITEM-FILE
               CLOSE CASH-BOOK-ITEM-FILE
               OPEN I-O CASH-BOOK-ITEM-FILE
           END-IF.
           OPEN I-O BANK-STATEMENT-ITEM-FILE.
           IF WS-BANKITEM-STATUS = "35"
               OPEN OUTPUT BANK-STATEMENT-ITEM-FILE
               CLOSE BANK-STATEMENT-ITEM-FILE
               OPEN I-O BANK-STATEMENT-ITEM-FILE
           END-IF.
           OPEN I-O BANK-RECON-CONTROL-FILE.
           IF WS-BANKRCTL-STATUS = "35"
               OPEN OUTPUT BANK-RECON-CONTROL-FILE
               CLOSE BANK-RECON-CONTROL-FILE
               OPEN I-O BANK-RECON-CONTROL-FILE
           END-IF.
           OPEN OUTPUT BANK-RECON-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-HARVEST-CASH-LEGS - a batch GLPOST has not registered
      *                          (refused, or not yet posted) is
      *                          passed by and picked up on a later
      *                          run once it posts.  A leg already
      *                          on the cash book from an earlier
      *                          pass over the same file is refused
      *                          by its key.
      * ================================================================
       2000-HARVEST-CASH-LEGS.
           IF NOT WS-REGISTRY-OPEN
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-HARVEST-ONE-RECORD
               UNTIL WS-TRANS-END-OF-FILE.
           CLOSE GL-TRANSACTION-FILE.
       2000-EXIT.
           EXIT.

       2100-HARVEST-ONE-RECORD.
           READ GL-TRANSACTION-FILE
               AT END
                   SET WS-TRANS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE GL-TRANSACTION-LINE(1:1)
                       WHEN "H"
                           PERFORM 2200-NOTE-BATCH-HEADER
                       WHEN "T"
                           MOVE "N" TO WS-BATCH-POSTED-SWITCH
                       WHEN OTHER
                           ADD 1 TO WS-HARVEST-SEQ
                           IF WS-BATCH-POSTED
                               PERFORM 2300-TAKE-CASH-LEG
                                   THRU 2300-EXIT
                           END-IF
                   END-EVALUATE
           END-READ.

       2200-NOTE-BATCH-HEADER.
           MOVE GL-TRANSACTION-LINE TO GL-BATCH-HEADER-RECORD.
           MOVE GBH-BATCH-ID TO WS-HARVEST-BATCH-ID.
           MOVE GBH-SOURCE   TO WS-HARVEST-SOURCE.
           MOVE ZERO TO WS-HARVEST-SEQ.
           MOVE "N" TO WS-BATCH-POSTED-SWITCH.
           MOVE GBH-BATCH-ID TO GBR-BATCH-ID.
           READ BATCH-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BATCH-POSTED-SWITCH
           END-READ.

       2300-TAKE-CASH-LEG.
           MOVE GL-TRANSACTION-LINE TO GL-TRANSACTION-RECORD.
           IF GL-TRANS-ACCT-ID NOT = WS-GL-CASH-ACCT
              OR NOT (GL-TRANS-IS-DEBIT OR GL-TRANS-IS-CREDIT)
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES              TO CASH-BOOK-ITEM-RECORD.
           MOVE WS-HARVEST-BATCH-ID TO CI-BATCH-ID.
           MOVE WS-HARVEST-SEQ      TO CI-BATCH-SEQ.
           MOVE WS-HARVEST-SOURCE   TO CI-SOURCE.
           MOVE GL-TRANS-TYPE       TO CI-DRCR.
           MOVE GL-TRANS-AMOUNT     TO CI-AMOUNT.
           MOVE GL-TRANS-DATE       TO CI-BOOK-DATE.
           MOVE GL-TRANS-DESC       TO CI-DESC.
           SET CI-OPEN TO TRUE.
           MOVE ZERO                TO CI-MATCH-DATE.
           WRITE CASH-BOOK-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-LEGS-ALREADY-HELD
               NOT INVALID KEY
                   ADD 1 TO WS-LEGS-HARVESTED
           END-WRITE.
       2300-EXIT.
           EXIT.

      * ================================================================
      * 3000-LOAD-STATEMENT - the balance record gives the statement
      *                       date and closing balance; each credit
      *                       and debit goes on the bank item file
      *                       UNMATCHED.  The same item fed twice is
      *                       refused on its key.
      * ================================================================
       3000-LOAD-STATEMENT.
           READ BANK-STATEMENT-FILE
               AT END
                   SET WS-STMT-END-OF-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           MOVE BANK-STATEMENT-LINE(1:1)   TO WS-STM-TYPE.
           MOVE BANK-STATEMENT-LINE(2:8)   TO WS-STM-DATE.
           IF WS-STM-DATE IS NOT NUMERIC
               ADD 1 TO WS-STMT-LINES-REJECTED
               DISPLAY "BANKRECN - STATEMENT LINE WITH INVALID DATE "
                   "REJECTED - " BANK-STATEMENT-LINE(1:30)
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-STM-IS-BALANCE
                   PERFORM 3100-TAKE-BALANCE
                       THRU 3100-EXIT
               WHEN WS-STM-IS-CREDIT
               WHEN WS-STM-IS-DEBIT
                   PERFORM 3200-TAKE-BANK-ITEM
                       THRU 3200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-STMT-LINES-REJECTED
                   DISPLAY "BANKRECN - STATEMENT LINE TYPE "
                       WS-STM-TYPE " NOT B, C OR D - REJECTED"
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-TAKE-BALANCE.
           MOVE BANK-STATEMENT-LINE(10:13) TO WS-STM-BALANCE-DIGITS.
           MOVE BANK-STATEMENT-LINE(23:1)  TO WS-STM-BALANCE-SIGN.
           IF WS-STM-BALANCE-DIGITS IS NOT NUMERIC
               ADD 1 TO WS-STMT-LINES-REJECTED
               DISPLAY "BANKRECN - BALANCE RECORD NOT NUMERIC - "
                   "REJECTED"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-STM-DATE-N TO WS-STATEMENT-DATE.
           MOVE WS-STM-BALANCE-N TO WS-BANK-BALANCE.
           IF WS-STM-BALANCE-SIGN = "-"
               COMPUTE WS-BANK-BALANCE = 0 - WS-BANK-BALANCE
           END-IF.
           SET WS-BALANCE-RECEIVED TO TRUE.
       3100-EXIT.
           EXIT.

       3200-TAKE-BANK-ITEM.
           MOVE BANK-STATEMENT-LINE(10:11) TO WS-STM-AMOUNT-DIGITS.
           MOVE BANK-STATEMENT-LINE(21:10) TO WS-STM-BANK-REF.
           MOVE BANK-STATEMENT-LINE(31:30) TO WS-STM-DESC.
           IF WS-STM-AMOUNT-DIGITS IS NOT NUMERIC
              OR WS-STM-AMOUNT-N = ZERO
              OR WS-STM-BANK-REF = SPACES
               ADD 1 TO WS-STMT-LINES-REJECTED
               DISPLAY "BANKRECN - STATEMENT ITEM " WS-STM-BANK-REF
                   " AMOUNT OR REFERENCE INVALID - REJECTED"
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES            TO BANK-STATEMENT-ITEM-RECORD.
           MOVE WS-STM-DATE-N     TO BI-POSTED-DATE.
           MOVE WS-STM-BANK-REF   TO BI-BANK-REF.
           MOVE WS-STM-TYPE       TO BI-TYPE.
           MOVE WS-STM-AMOUNT-N   TO BI-AMOUNT.
           MOVE WS-STM-DESC       TO BI-DESC.
           SET BI-UNMATCHED TO TRUE.
           MOVE WS-CURRENT-DATE   TO BI-LOADED-DATE.
           MOVE ZERO              TO BI-MATCH-DATE.
           WRITE BANK-STATEMENT-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-BANK-ITEMS-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-BANK-ITEMS-LOADED
           END-WRITE.
       3200-EXIT.
           EXIT.

      * ================================================================
      * 4000-LOAD-OPEN-BOOK-ITEMS - every cash book item still OPEN,
      *                             this run's and those carried
      *                             forward, into the matching table.
      * ================================================================
       4000-LOAD-OPEN-BOOK-ITEMS.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           MOVE LOW-VALUES TO CI-KEY.
           START CASH-BOOK-ITEM-FILE KEY IS NOT LESS THAN CI-KEY
               INVALID KEY
                   SET WS-ITEM-END-OF-FILE TO TRUE
           END-START.
           PERFORM 4100-LOAD-ONE-BOOK-ITEM
               UNTIL WS-ITEM-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-LOAD-ONE-BOOK-ITEM.
           READ CASH-BOOK-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-END-OF-FILE TO TRUE
               NOT AT END
                   IF CI-OPEN
                       IF WS-BOOK-COUNT < 5000
                           ADD 1 TO WS-BOOK-COUNT
                           MOVE CI-KEY
                               TO WS-BT-KEY (WS-BOOK-COUNT)
                           MOVE CI-DRCR
                               TO WS-BT-DRCR (WS-BOOK-COUNT)
                           MOVE CI-AMOUNT
                               TO WS-BT-AMOUNT (WS-BOOK-COUNT)
                           MOVE "N"
                               TO WS-BT-TAKEN (WS-BOOK-COUNT)
                       ELSE
                           ADD 1 TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      * ================================================================
      * 5000-MATCH-BANK-ITEMS - each UNMATCHED bank item takes the
      *                         first open book item of the opposite
      *                         side for the same amount: a bank
      *                         credit is our cash debit, a bank
      *                         debit our cash credit.
      * ================================================================
       5000-MATCH-BANK-ITEMS.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           MOVE LOW-VALUES TO BI-KEY.
           START BANK-STATEMENT-ITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   SET WS-ITEM-END-OF-FILE TO TRUE
           END-START.
           PERFORM 5100-MATCH-ONE-BANK-ITEM
               THRU 5100-EXIT
               UNTIL WS-ITEM-END-OF-FILE.
       5000-EXIT.
           EXIT.

       5100-MATCH-ONE-BANK-ITEM.
           READ BANK-STATEMENT-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF NOT BI-UNMATCHED
               GO TO 5100-EXIT
           END-IF.
           IF BI-IS-CREDIT
               MOVE "D" TO WS-WANT-DRCR
           ELSE
               MOVE "C" TO WS-WANT-DRCR
           END-IF.
           MOVE 1 TO WS-BOOK-SUB.
           PERFORM 5110-STEP-ONE-SLOT
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
               OR (WS-BT-TAKEN (WS-BOOK-SUB) = "N"
                   AND WS-BT-DRCR (WS-BOOK-SUB) = WS-WANT-DRCR
                   AND WS-BT-AMOUNT (WS-BOOK-SUB) = BI-AMOUNT).
           IF WS-BOOK-SUB > WS-BOOK-COUNT
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-BT-KEY (WS-BOOK-SUB) TO CI-KEY.
           READ CASH-BOOK-ITEM-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           MOVE "Y" TO WS-BT-TAKEN (WS-BOOK-SUB).
           SET CI-MATCHED TO TRUE.
           MOVE WS-CURRENT-DATE TO CI-MATCH-DATE.
           MOVE BI-KEY          TO CI-BANK-KEY.
           REWRITE CASH-BOOK-ITEM-RECORD.
           SET BI-MATCHED TO TRUE.
           MOVE WS-CURRENT-DATE TO BI-MATCH-DATE.
           MOVE CI-KEY          TO BI-BOOK-KEY.
           REWRITE BANK-STATEMENT-ITEM-RECORD.
           ADD 1 TO WS-ITEMS-MATCHED.
       5100-EXIT.
           EXIT.

       5110-STEP-ONE-SLOT.
           ADD 1 TO WS-BOOK-SUB.

      * ================================================================
      * 6000-PRINT-RECONCILIATION - the reconciling items section by
      *                             section, then the formal
      *                             statement: adjusted bank balance
      *                             against adjusted book balance.
      * ================================================================
       6000-PRINT-RECONCILIATION.
           MOVE WS-GL-CASH-ACCT    TO WS-HDG-ACCT.
           MOVE WS-STATEMENT-DATE  TO WS-HDG-STATEMENT-DATE.
           MOVE ZERO TO WS-BOOK-BALANCE.
           MOVE WS-GL-CASH-ACCT TO GL-BAL-ACCT-ID.
           READ GL-ACCOUNT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GL-BAL-RUNNING-BALANCE TO WS-BOOK-BALANCE
           END-READ.
           MOVE "D" TO WS-WANT-DRCR.
           MOVE "DEPOSITS IN TRANSIT - ON THE BOOKS, NOT YET BANKED"
               TO WS-STL-TITLE.
           PERFORM 6100-PRINT-OPEN-BOOK-ITEMS
               THRU 6100-EXIT.
           MOVE "TOTAL DEPOSITS IN TRANSIT" TO WS-RCL-CAPTION.
           MOVE WS-DEPOSITS-IN-TRANSIT TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "C" TO WS-WANT-DRCR.
           MOVE "OUTSTANDING PAYMENTS - ON THE BOOKS, NOT YET PAID"
               TO WS-STL-TITLE.
           PERFORM 6100-PRINT-OPEN-BOOK-ITEMS
               THRU 6100-EXIT.
           MOVE "TOTAL OUTSTANDING PAYMENTS" TO WS-RCL-CAPTION.
           MOVE WS-OUTSTANDING-PAYMENTS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "BANK ITEMS NOT ON THE BOOKS" TO WS-STL-TITLE.
           PERFORM 6200-PRINT-BANK-ONLY-ITEMS
               THRU 6200-EXIT.
           MOVE "TOTAL BANK CREDITS NOT ON BOOKS" TO WS-RCL-CAPTION.
           MOVE WS-BANK-ONLY-CREDITS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "TOTAL BANK DEBITS NOT ON BOOKS" TO WS-RCL-CAPTION.
           MOVE WS-BANK-ONLY-DEBITS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE
               + WS-DEPOSITS-IN-TRANSIT - WS-OUTSTANDING-PAYMENTS.
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-BANK-ONLY-CREDITS - WS-BANK-ONLY-DEBITS.
           COMPUTE WS-DIFFERENCE =
               WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
           PERFORM 6300-PRINT-STATEMENT.
       6000-EXIT.
           EXIT.

       6100-PRINT-OPEN-BOOK-ITEMS.
           PERFORM 6800-WRITE-SECTION-TITLE.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           MOVE LOW-VALUES TO CI-KEY.
           START CASH-BOOK-ITEM-FILE KEY IS NOT LESS THAN CI-KEY
               INVALID KEY
                   GO TO 6100-EXIT
           END-START.
           PERFORM 6110-PRINT-ONE-BOOK-ITEM
               UNTIL WS-ITEM-END-OF-FILE.
       6100-EXIT.
           EXIT.

       6110-PRINT-ONE-BOOK-ITEM.
           READ CASH-BOOK-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-END-OF-FILE TO TRUE
               NOT AT END
                   IF CI-OPEN AND CI-DRCR = WS-WANT-DRCR
                       PERFORM 8000-CHECK-PAGE-BREAK
                       MOVE CI-BOOK-DATE TO WS-BDL-DATE
                       MOVE CI-BATCH-ID  TO WS-BDL-BATCH-ID
                       MOVE CI-BATCH-SEQ TO WS-BDL-SEQ
                       MOVE CI-SOURCE    TO WS-BDL-SOURCE
                       MOVE CI-DESC      TO WS-BDL-DESC
                       MOVE CI-AMOUNT    TO WS-BDL-AMOUNT
                       MOVE WS-BOOK-DETAIL-LINE
                           TO BANK-RECON-REPORT-LINE
                       WRITE BANK-RECON-REPORT-LINE
                       ADD 1 TO RH-LINE-COUNT
                       IF CI-IS-DEPOSIT
                           ADD CI-AMOUNT TO WS-DEPOSITS-IN-TRANSIT
                       ELSE
                           ADD CI-AMOUNT TO WS-OUTSTANDING-PAYMENTS
                       END-IF
                   END-IF
           END-READ.

       6200-PRINT-BANK-ONLY-ITEMS.
           PERFORM 6800-WRITE-SECTION-TITLE.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           MOVE LOW-VALUES TO BI-KEY.
           START BANK-STATEMENT-ITEM-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY
                   GO TO 6200-EXIT
           END-START.
           PERFORM 6210-PRINT-ONE-BANK-ITEM
               UNTIL WS-ITEM-END-OF-FILE.
       6200-EXIT.
           EXIT.

       6210-PRINT-ONE-BANK-ITEM.
           READ BANK-STATEMENT-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-END-OF-FILE TO TRUE
               NOT AT END
                   IF BI-UNMATCHED
                       PERFORM 8000-CHECK-PAGE-BREAK
                       MOVE BI-POSTED-DATE TO WS-KDL-DATE
                       MOVE BI-BANK-REF    TO WS-KDL-BANK-REF
                       MOVE BI-DESC        TO WS-KDL-DESC
                       MOVE BI-AMOUNT      TO WS-KDL-AMOUNT
                       IF BI-IS-CREDIT
                           MOVE "CREDIT" TO WS-KDL-TYPE
                           ADD BI-AMOUNT TO WS-BANK-ONLY-CREDITS
                       ELSE
                           MOVE "DEBIT"  TO WS-KDL-TYPE
                           ADD BI-AMOUNT TO WS-BANK-ONLY-DEBITS
                       END-IF
                       MOVE WS-BANK-DETAIL-LINE
                           TO BANK-RECON-REPORT-LINE
                       WRITE BANK-RECON-REPORT-LINE
                       ADD 1 TO RH-LINE-COUNT
                   END-IF
           END-READ.

       6300-PRINT-STATEMENT.
           MOVE "RECONCILIATION" TO WS-STL-TITLE.
           PERFORM 6800-WRITE-SECTION-TITLE.
           MOVE "BALANCE PER BANK STATEMENT" TO WS-RCL-CAPTION.
           MOVE WS-BANK-BALANCE TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "  ADD DEPOSITS IN TRANSIT" TO WS-RCL-CAPTION.
           MOVE WS-DEPOSITS-IN-TRANSIT TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "  LESS OUTSTANDING PAYMENTS" TO WS-RCL-CAPTION.
           MOVE WS-OUTSTANDING-PAYMENTS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO WS-RCL-CAPTION.
           MOVE WS-ADJUSTED-BANK TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "BALANCE PER BOOKS (GL)" TO WS-RCL-CAPTION.
           MOVE WS-BOOK-BALANCE TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "  ADD BANK CREDITS NOT ON BOOKS" TO WS-RCL-CAPTION.
           MOVE WS-BANK-ONLY-CREDITS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "  LESS BANK DEBITS NOT ON BOOKS" TO WS-RCL-CAPTION.
           MOVE WS-BANK-ONLY-DEBITS TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO WS-RCL-CAPTION.
           MOVE WS-ADJUSTED-BOOK TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE "RECONCILING DIFFERENCE" TO WS-RCL-CAPTION.
           MOVE WS-DIFFERENCE TO WS-RCL-AMOUNT.
           PERFORM 6900-WRITE-RECON-LINE.
           MOVE SPACES TO BANK-RECON-REPORT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "*** BANK RECONCILED ***"
                   TO BANK-RECON-REPORT-LINE
           ELSE
               MOVE "*** NOT RECONCILED - PERIOD CANNOT CLOSE ***"
                   TO BANK-RECON-REPORT-LINE
           END-IF.
           WRITE BANK-RECON-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       6800-WRITE-SECTION-TITLE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE WS-SECTION-TITLE-LINE TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       6900-WRITE-RECON-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-RECON-LINE TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 7000-SAVE-RECON-STATUS - GLCLOSE refuses to freeze a period
      *                          unless this record shows a zero
      *                          difference on a statement dated in
      *                          or after that period.
      * ================================================================
       7000-SAVE-RECON-STATUS.
           MOVE WS-STATEMENT-DATE TO BRC-STATEMENT-DATE.
           MOVE WS-CURRENT-DATE   TO BRC-RUN-DATE.
           MOVE WS-DIFFERENCE     TO BRC-DIFFERENCE.
           IF WS-DIFFERENCE = ZERO
               MOVE "Y" TO BRC-RECONCILED-SWITCH
           ELSE
               MOVE "N" TO BRC-RECONCILED-SWITCH
           END-IF.
           REWRITE BANK-RECON-CONTROL-RECORD
               INVALID KEY
                   WRITE BANK-RECON-CONTROL-RECORD
           END-REWRITE.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE SPACES TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "BANKRECN - OPERATING CASH DOES NOT RECONCILE "
                   "- DIFFERENCE ON BANKRECR"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BANKRECN - OPERATING CASH RECONCILED"
           END-IF.
           IF WS-TABLE-OVERFLOW > ZERO
               DISPLAY "BANKRECN - BOOK ITEM TABLE FULL - "
                   WS-TABLE-OVERFLOW " ITEMS NOT MATCHED THIS RUN"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "  STATEMENT DATE    : " WS-STATEMENT-DATE.
           DISPLAY "  CASH LEGS TAKEN   : " WS-LEGS-HARVESTED.
           DISPLAY "  LEGS ALREADY HELD : " WS-LEGS-ALREADY-HELD.
           DISPLAY "  BANK ITEMS LOADED : " WS-BANK-ITEMS-LOADED.
           DISPLAY "  BANK DUPLICATES   : " WS-BANK-ITEMS-DUPLICATE.
           DISPLAY "  LINES REJECTED    : " WS-STMT-LINES-REJECTED.
           DISPLAY "  ITEMS MATCHED     : " WS-ITEMS-MATCHED.
           CLOSE BANK-STATEMENT-FILE.
           CLOSE GL-ACCOUNT-BALANCE-FILE.
           IF WS-REGISTRY-OPEN
               CLOSE BATCH-REGISTRY-FILE
           END-IF.
           CLOSE CASH-BOOK-ITEM-FILE.
           CLOSE BANK-STATEMENT-ITEM-FILE.
           CLOSE BANK-RECON-CONTROL-FILE.
           CLOSE BANK-RECON-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM BANKRECN.
