      ******************************************************************
      * PROGRAM:      APPAYRUN
      * AUTHOR:       R. J. PILLAI - ACCOUNTS PAYABLE SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      AP payment run.  Reads AP-OPEN-ITEM in vendor
      *               order and pays every open item that falls due
      *               on or before the pay-through date, together
      *               with any item whose early-payment discount would
      *               be lost by waiting past that date - the discount
      *               is taken whenever the run is on or before the
      *               item's discount date.  Each vendor is paid by
      *               one check covering all its selected items: the
      *               check is drawn from the AP check series,
      *               registered on the AP check register, printed
      *               with the remit-to address and a remittance
      *               stub listing every invoice it pays, and sent to
      *               the bank on the AP positive-pay extract.  Each
      *               item paid is marked PAID with the check that
      *               paid it, and its GL legs - debit AP trade
      *               payables for the balance and credit purchase
      *               discounts earned for the discount - post
      *               through a GLBATCH batch in the item's
      *               department; cash is credited once per check for
      *               the check amount, so the bank's debit for the
      *               check matches one book entry.  Vendors ON HOLD or
      *               INACTIVE are passed by.  The APPAYREG register
      *               lists every item paid and every check written.
      *
      *               The pay-through date is taken from the command
      *               line (columns 1-8, YYYYMMDD); when none is given
      *               the operator is prompted, and a blank answer
      *               pays through today.
      *
      *               The AP checks are a series of their own, on
      *               their own register and control file, started
      *               well clear of the payroll series so a vendor
      *               check number can never be mistaken for a
      *               paycheck at the bank.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original AP payment run.
      *   2026-10-15  RJP  Cash credited once per check, not per item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDMAST-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "APCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "APCHKCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKC-RELKEY
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT VENDOR-CHECK-PRINT-FILE ASSIGN TO "APCHKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCHKS-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "APPOSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "APPAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEM-FILE.
       COPY APOPNREC.

       FD  VENDOR-MASTER-FILE.
       COPY VENDREC.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREGRC.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05  CKC-NEXT-CHECK-NO         PIC 9(10).

       FD  VENDOR-CHECK-PRINT-FILE.
       01  VENDOR-CHECK-PRINT-LINE       PIC X(132).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE             PIC X(80).

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  PAYMENT-REGISTER-FILE.
       01  PAYMENT-REGISTER-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-APOPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-VENDMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CHKREG-STATUS          PIC X(02) VALUE "00".
           05  WS-CHKCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-APCHKS-STATUS          PIC X(02) VALUE "00".
           05  WS-POSPAY-STATUS          PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-VENDOR-PAYABLE-SWITCH  PIC X(01) VALUE "N".
               88  WS-VENDOR-PAYABLE            VALUE "Y".
           05  WS-CHECK-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-CHECK-OPEN                VALUE "Y".
           05  WS-NUMBER-FREE-SWITCH     PIC X(01) VALUE "N".
               88  WS-NUMBER-FREE               VALUE "Y".

       COPY GLBATW.
       COPY RPTHDGW.

      * Standing GL accounts for the payment feed.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-CASH-ACCT           PIC 9(06) VALUE 110100.
           05  WS-GL-AP-ACCT             PIC 9(06) VALUE 201100.
           05  WS-GL-DISCOUNT-ACCT       PIC 9(06) VALUE 460100.

      * First number of the AP check series, used when the control
      * file is brand new.
       01  WS-FIRST-AP-CHECK-NO          PIC 9(10) VALUE 5000000001.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-PAY-THROUGH-DATE.
           05  WS-PAY-THROUGH-YYYY       PIC 9(04).
           05  WS-PAY-THROUGH-MM         PIC 9(02).
           05  WS-PAY-THROUGH-DD         PIC 9(02).
       01  WS-PAY-THROUGH-DATE-N REDEFINES WS-PAY-THROUGH-DATE
                                         PIC 9(08).

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-PAID             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-HELD             PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-ISSUED          PIC 9(9) COMP VALUE ZERO.
           05  WS-NUMBERS-SKIPPED        PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-GROSS            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-DISCOUNT         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-DISBURSED        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-CKC-RELKEY             PIC 9(4) COMP VALUE 1.
           05  WS-NEXT-CHECK-NO          PIC 9(10) VALUE ZERO.

      * The vendor and check being built.
       01  WS-VENDOR-FIELDS.
           05  WS-CURRENT-VEND-ID        PIC 9(06) VALUE ZERO.
           05  WS-CHECK-NO               PIC 9(10) VALUE ZERO.
           05  WS-CHECK-ITEMS            PIC 9(5) COMP VALUE ZERO.
           05  WS-CHECK-AMOUNT           PIC S9(9)V99 COMP-3
                                         VALUE ZERO.

       01  WS-ITEM-FIELDS.
           05  WS-ITEM-DISCOUNT          PIC S9(9)V99 COMP-3.
           05  WS-ITEM-NET               PIC S9(9)V99 COMP-3.

      * ---------------------------------------------------------- *
      * Positive-pay extract line - the same layout the bank takes  *
      * for the payroll series (see PAYDISB).                        *
      * ---------------------------------------------------------- *
       01  WS-POSPAY-DETAIL.
           05  WS-PP-STATUS              PIC X(01).
           05  WS-PP-CHECK-NO            PIC 9(10).
           05  WS-PP-ISSUE-DATE          PIC 9(08).
           05  WS-PP-PAYEE               PIC X(30).
           05  WS-PP-AMOUNT              PIC 9(9)V99.

      * ---------------------------------------------------------- *
      * Printed vendor check - the remittance stub, one line per     *
      * invoice paid, then the check with the remit-to address and  *
      * a separator.                                                 *
      * ---------------------------------------------------------- *
       01  WS-STUB-HEADING.
           05  FILLER                    PIC X(18) VALUE
               "REMITTANCE ADVICE ".
           05  WS-STBH-VEND-ID           PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STBH-VEND-NAME         PIC X(30).

       01  WS-STUB-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STB-INVOICE-NO         PIC X(15).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STB-INVOICE-DATE       PIC 9(08).
           05  WS-STB-GROSS              PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(06) VALUE " DISC ".
           05  WS-STB-DISCOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(05) VALUE " NET ".
           05  WS-STB-NET                PIC $$$,$$$,$$9.99.

       01  WS-CHECK-LINE-1.
           05  FILLER                    PIC X(09) VALUE "CHECK NO ".
           05  WS-CHK1-CHECK-NO          PIC 9(10).
           05  FILLER                    PIC X(08) VALUE "   DATE ".
           05  WS-CHK1-DATE              PIC 9(08).

       01  WS-CHECK-LINE-2.
           05  FILLER                    PIC X(16) VALUE
               "PAY TO ORDER OF ".
           05  WS-CHK2-PAYEE             PIC X(30).

       01  WS-CHECK-LINE-3.
           05  FILLER                    PIC X(16) VALUE
               "THE AMOUNT OF   ".
           05  WS-CHK3-AMOUNT            PIC $$$,$$$,$$9.99.

       01  WS-CHECK-ADDRESS-LINE-1.
           05  FILLER                    PIC X(16) VALUE SPACES.
           05  WS-CHKA-STREET            PIC X(30).

       01  WS-CHECK-ADDRESS-LINE-2.
           05  FILLER                    PIC X(16) VALUE SPACES.
           05  WS-CHKA-CITY              PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CHKA-STATE             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHKA-ZIP               PIC X(10).

       01  WS-CHECK-SEPARATOR.
           05  FILLER                    PIC X(40) VALUE ALL "-".

      * ---------------------------------------------------------- *
      * Payment register report.                                    *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "AP PAYMENT REGISTER".
           05  FILLER                    PIC X(14) VALUE
               "PAY THROUGH ".
           05  WS-HDG-PAY-THROUGH        PIC 9(08).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE "VENDOR".
           05  FILLER                    PIC X(17) VALUE "INVOICE".
           05  FILLER                    PIC X(10) VALUE "DUE".
           05  FILLER                    PIC X(10) VALUE "DEPT ACCT".
           05  FILLER                    PIC X(14) VALUE
               "         GROSS".
           05  FILLER                    PIC X(14) VALUE
               "      DISCOUNT".
           05  FILLER                    PIC X(14) VALUE
               "           NET".
           05  FILLER                    PIC X(12) VALUE
               "    CHECK NO".

       01  WS-DETAIL-LINE.
           05  WS-DTL-VEND-ID            PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-INVOICE-NO         PIC X(15).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DUE-DATE           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DTL-EXPENSE-ACCT       PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DTL-GROSS              PIC $$$,$$$,$$9.99.
           05  WS-DTL-DISCOUNT           PIC $$$,$$$,$$9.99.
           05  WS-DTL-NET                PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CHECK-NO           PIC 9(10).

       01  WS-CHECK-TOTAL-LINE.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE "CHECK NO ".
           05  WS-CTL-CHECK-NO           PIC 9(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CTL-VEND-NAME          PIC X(30).
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-CTL-ITEMS              PIC ZZZZ9.
           05  FILLER                    PIC X(07) VALUE " ITEMS ".
           05  WS-CTL-AMOUNT             PIC $$$,$$$,$$9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(30).
           05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TOT-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-OPEN-ITEMS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           IF WS-CHECK-OPEN
               PERFORM 4000-ISSUE-VENDOR-CHECK
                   THRU 4000-EXIT
           END-IF.
           PERFORM 5000-PRINT-RUN-TOTALS.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "PAY THROUGH DATE (YYYYMMDD, BLANK FOR "
                   "TODAY) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           IF WS-CMD-LINE-PARM(1:8) = SPACES
               MOVE WS-CURRENT-DATE TO WS-PAY-THROUGH-DATE
           ELSE
               MOVE WS-CMD-LINE-PARM(1:8) TO WS-PAY-THROUGH-DATE
           END-IF.
           IF WS-PAY-THROUGH-DATE IS NOT NUMERIC
              OR WS-PAY-THROUGH-MM < 1 OR WS-PAY-THROUGH-MM > 12
              OR WS-PAY-THROUGH-DD < 1 OR WS-PAY-THROUGH-DD > 31
               DISPLAY "APPAYRUN - INVALID PAY THROUGH DATE "
                   WS-CMD-LINE-PARM(1:8) " - EXPECTED YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PAY-THROUGH-DATE-N TO WS-HDG-PAY-THROUGH.
           OPEN I-O AP-OPEN-ITEM-FILE.
           IF WS-APOPEN-STATUS NOT = "00"
               DISPLAY "APPAYRUN - CANNOT OPEN APOPEN - STATUS "
                   WS-APOPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O VENDOR-MASTER-FILE.
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "APPAYRUN - CANNOT OPEN VENDMAST - STATUS "
                   WS-VENDMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF.
           OPEN I-O CHECK-CONTROL-FILE.
           IF WS-CHKCTL-STATUS = "35"
               OPEN OUTPUT CHECK-CONTROL-FILE
               CLOSE CHECK-CONTROL-FILE
               OPEN I-O CHECK-CONTROL-FILE
           END-IF.
           PERFORM 1100-LOAD-NEXT-CHECK-NO
               THRU 1100-EXIT.
           OPEN EXTEND VENDOR-CHECK-PRINT-FILE.
           IF WS-APCHKS-STATUS = "35"
               OPEN OUTPUT VENDOR-CHECK-PRINT-FILE
           END-IF.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF WS-POSPAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT PAYMENT-REGISTER-FILE.
           MOVE "VC" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "APPAYRUN" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-NEXT-CHECK-NO - the one-record AP check control file
      *                           is the only authority on the next
      *                           vendor check number; a brand-new
      *                           file starts the AP series.
      * ================================================================
       1100-LOAD-NEXT-CHECK-NO.
           READ CHECK-CONTROL-FILE
               INVALID KEY
                   MOVE WS-FIRST-AP-CHECK-NO TO CKC-NEXT-CHECK-NO
                   WRITE CHECK-CONTROL-RECORD
           END-READ.
           MOVE CKC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO.
       1100-EXIT.
           EXIT.

      * ================================================================
      * 2000-PROCESS-OPEN-ITEMS - the file reads in vendor order, so a
      *                           change of vendor finishes the check
      *                           for the one before.
      * ================================================================
       2000-PROCESS-OPEN-ITEMS.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF NOT APO-ITEM-OPEN
              OR APO-OPEN-BALANCE NOT > ZERO
               GO TO 2000-EXIT
           END-IF.
           IF APO-VEND-ID NOT = WS-CURRENT-VEND-ID
               IF WS-CHECK-OPEN
                   PERFORM 4000-ISSUE-VENDOR-CHECK
                       THRU 4000-EXIT
               END-IF
               PERFORM 2100-START-VENDOR
                   THRU 2100-EXIT
           END-IF.
           IF APO-DUE-DATE > WS-PAY-THROUGH-DATE-N
               IF APO-DISCOUNT-AMOUNT = ZERO
                  OR APO-DISCOUNT-DATE < WS-CURRENT-DATE
                  OR APO-DISCOUNT-DATE > WS-PAY-THROUGH-DATE-N
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF NOT WS-VENDOR-PAYABLE
               ADD 1 TO WS-ITEMS-HELD
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-CHECK-OPEN
               PERFORM 3000-OPEN-VENDOR-CHECK
                   THRU 3000-EXIT
           END-IF.
           PERFORM 3100-PAY-ONE-ITEM.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-START-VENDOR - an item for a vendor not on the master,
      *                     ON HOLD or INACTIVE stays open.
      * ================================================================
       2100-START-VENDOR.
           MOVE APO-VEND-ID TO WS-CURRENT-VEND-ID.
           MOVE "N" TO WS-VENDOR-PAYABLE-SWITCH.
           MOVE APO-VEND-ID TO VEND-ID.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "APPAYRUN - VENDOR " APO-VEND-ID
                       " NOT ON VENDMAST - ITEMS NOT PAID"
                   GO TO 2100-EXIT
           END-READ.
           IF VEND-ACTIVE
               MOVE "Y" TO WS-VENDOR-PAYABLE-SWITCH
           END-IF.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 3000-OPEN-VENDOR-CHECK - draws the vendor's check number on
      *                          the first item selected.  A number
      *                          already on the AP register means the
      *                          control file is out of step; the
      *                          number is skipped and reported, the
      *                          same as the payroll series.
      * ================================================================
       3000-OPEN-VENDOR-CHECK.
           MOVE "N" TO WS-NUMBER-FREE-SWITCH.
           PERFORM 3010-TRY-ONE-NUMBER
               UNTIL WS-NUMBER-FREE.
           SET WS-CHECK-OPEN TO TRUE.
           MOVE ZERO TO WS-CHECK-ITEMS.
           MOVE ZERO TO WS-CHECK-AMOUNT.
           MOVE VEND-ID   TO WS-STBH-VEND-ID.
           MOVE VEND-NAME TO WS-STBH-VEND-NAME.
           MOVE WS-STUB-HEADING TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
       3000-EXIT.
           EXIT.

       3010-TRY-ONE-NUMBER.
           MOVE WS-NEXT-CHECK-NO TO CHK-CHECK-NO.
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE WS-NEXT-CHECK-NO TO WS-CHECK-NO
                   SET WS-NUMBER-FREE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-NUMBERS-SKIPPED
                   DISPLAY "APPAYRUN - CHECK NO " WS-NEXT-CHECK-NO
                       " ALREADY ON REGISTER - NUMBER SKIPPED"
           END-READ.
           ADD 1 TO WS-NEXT-CHECK-NO.

      * ================================================================
      * 3100-PAY-ONE-ITEM - the discount is earned only while today is
      *                     on or before the item's discount date.
      * ================================================================
       3100-PAY-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-DISCOUNT.
           IF APO-DISCOUNT-AMOUNT > ZERO
              AND APO-DISCOUNT-DATE NOT < WS-CURRENT-DATE
               MOVE APO-DISCOUNT-AMOUNT TO WS-ITEM-DISCOUNT
               IF WS-ITEM-DISCOUNT > APO-OPEN-BALANCE
                   MOVE APO-OPEN-BALANCE TO WS-ITEM-DISCOUNT
               END-IF
           END-IF.
           COMPUTE WS-ITEM-NET = APO-OPEN-BALANCE - WS-ITEM-DISCOUNT.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-GL-AP-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE APO-OPEN-BALANCE TO GL-TRANS-AMOUNT.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           STRING "AP CHECK " WS-CHECK-NO
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           MOVE APO-DEPT-CODE TO GL-TRANS-DEPT-CODE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           IF WS-ITEM-DISCOUNT > ZERO
               MOVE WS-GL-DISCOUNT-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-ITEM-DISCOUNT TO GL-TRANS-AMOUNT
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           MOVE APO-VEND-INV-NO  TO WS-STB-INVOICE-NO.
           MOVE APO-INVOICE-DATE TO WS-STB-INVOICE-DATE.
           MOVE APO-OPEN-BALANCE TO WS-STB-GROSS.
           MOVE WS-ITEM-DISCOUNT TO WS-STB-DISCOUNT.
           MOVE WS-ITEM-NET      TO WS-STB-NET.
           MOVE WS-STUB-LINE TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE APO-VEND-ID      TO WS-DTL-VEND-ID.
           MOVE APO-VEND-INV-NO  TO WS-DTL-INVOICE-NO.
           MOVE APO-DUE-DATE     TO WS-DTL-DUE-DATE.
           MOVE APO-DEPT-CODE    TO WS-DTL-DEPT-CODE.
           MOVE APO-EXPENSE-ACCT TO WS-DTL-EXPENSE-ACCT.
           MOVE APO-OPEN-BALANCE TO WS-DTL-GROSS.
           MOVE WS-ITEM-DISCOUNT TO WS-DTL-DISCOUNT.
           MOVE WS-ITEM-NET      TO WS-DTL-NET.
           MOVE WS-CHECK-NO      TO WS-DTL-CHECK-NO.
           MOVE WS-DETAIL-LINE TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-CHECK-ITEMS.
           ADD WS-ITEM-NET TO WS-CHECK-AMOUNT.
           ADD 1 TO WS-ITEMS-PAID.
           ADD APO-OPEN-BALANCE TO WS-TOTAL-GROSS.
           ADD WS-ITEM-DISCOUNT TO WS-TOTAL-DISCOUNT.
           MOVE WS-ITEM-DISCOUNT TO APO-DISCOUNT-TAKEN.
           MOVE ZERO             TO APO-OPEN-BALANCE.
           SET APO-ITEM-PAID TO TRUE.
           MOVE WS-CHECK-NO      TO APO-PAID-CHECK-NO.
           MOVE WS-CURRENT-DATE  TO APO-PAID-DATE.
           REWRITE AP-OPEN-ITEM-RECORD.

      * ================================================================
      * 4000-ISSUE-VENDOR-CHECK - registers, prints and reports the
      *                           vendor's one check for the items
      *                           just paid, credits cash for it,
      *                           stamps the vendor's last
      *                           paid date and saves the next check
      *                           number.
      * ================================================================
       4000-ISSUE-VENDOR-CHECK.
           MOVE "N" TO WS-CHECK-OPEN-SWITCH.
           MOVE WS-CHECK-NO      TO CHK-CHECK-NO.
           MOVE VEND-ID          TO CHK-EMP-ID.
           MOVE VEND-NAME        TO CHK-PAYEE-NAME.
           MOVE WS-CHECK-AMOUNT  TO CHK-AMOUNT.
           MOVE WS-CURRENT-DATE  TO CHK-ISSUE-DATE.
           SET CHK-ISSUED TO TRUE.
           MOVE ZERO             TO CHK-REPLACED-BY.
           MOVE ZERO             TO CHK-CLEARED-DATE.
           MOVE ZERO             TO CHK-LETTER-DATE.
           MOVE ZERO             TO CHK-ESCHEAT-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "APPAYRUN - CHECK NO " WS-CHECK-NO
                       " COULD NOT BE REGISTERED - STATUS "
                       WS-CHKREG-STATUS
           END-WRITE.
           ADD 1 TO WS-CHECKS-ISSUED.
           ADD WS-CHECK-AMOUNT TO WS-TOTAL-DISBURSED.
           IF WS-CHECK-AMOUNT > ZERO
               MOVE SPACES TO GL-TRANSACTION-RECORD
               MOVE WS-GL-CASH-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-CHECK-AMOUNT TO GL-TRANS-AMOUNT
               MOVE WS-CURRENT-DATE TO GL-TRANS-DATE
               STRING "AP CHECK " WS-CHECK-NO
                   DELIMITED BY SIZE INTO GL-TRANS-DESC
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.
           PERFORM 4100-PRINT-ONE-CHECK.
           MOVE "I"              TO WS-PP-STATUS.
           MOVE CHK-CHECK-NO     TO WS-PP-CHECK-NO.
           MOVE CHK-ISSUE-DATE   TO WS-PP-ISSUE-DATE.
           MOVE CHK-PAYEE-NAME   TO WS-PP-PAYEE.
           MOVE CHK-AMOUNT       TO WS-PP-AMOUNT.
           MOVE WS-POSPAY-DETAIL TO POSITIVE-PAY-LINE.
           WRITE POSITIVE-PAY-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CHECK-NO      TO WS-CTL-CHECK-NO.
           MOVE VEND-NAME        TO WS-CTL-VEND-NAME.
           MOVE WS-CHECK-ITEMS   TO WS-CTL-ITEMS.
           MOVE WS-CHECK-AMOUNT  TO WS-CTL-AMOUNT.
           MOVE WS-CHECK-TOTAL-LINE TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE SPACES TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           ADD 2 TO RH-LINE-COUNT.
           MOVE WS-CURRENT-DATE TO VEND-LAST-PAID-DATE.
           REWRITE VENDOR-RECORD.
           PERFORM 4200-SAVE-NEXT-CHECK-NO.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-CHECK.
           MOVE CHK-CHECK-NO   TO WS-CHK1-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO WS-CHK1-DATE.
           MOVE WS-CHECK-LINE-1 TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           MOVE CHK-PAYEE-NAME TO WS-CHK2-PAYEE.
           MOVE WS-CHECK-LINE-2 TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           MOVE VEND-REMIT-STREET TO WS-CHKA-STREET.
           MOVE WS-CHECK-ADDRESS-LINE-1 TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           MOVE VEND-REMIT-CITY  TO WS-CHKA-CITY.
           MOVE VEND-REMIT-STATE TO WS-CHKA-STATE.
           MOVE VEND-REMIT-ZIP   TO WS-CHKA-ZIP.
           MOVE WS-CHECK-ADDRESS-LINE-2 TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           MOVE CHK-AMOUNT     TO WS-CHK3-AMOUNT.
           MOVE WS-CHECK-LINE-3 TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.
           MOVE WS-CHECK-SEPARATOR TO VENDOR-CHECK-PRINT-LINE.
           WRITE VENDOR-CHECK-PRINT-LINE.

       4200-SAVE-NEXT-CHECK-NO.
           MOVE WS-NEXT-CHECK-NO TO CKC-NEXT-CHECK-NO.
           REWRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   WRITE CHECK-CONTROL-RECORD
           END-REWRITE.

       5000-PRINT-RUN-TOTALS.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ITEMS PAID - GROSS" TO WS-TOT-CAPTION.
           MOVE WS-ITEMS-PAID TO WS-TOT-COUNT.
           MOVE WS-TOTAL-GROSS TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "DISCOUNTS TAKEN" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-DISCOUNT TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "CHECKS WRITTEN - NET" TO WS-TOT-CAPTION.
           MOVE WS-CHECKS-ISSUED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-DISBURSED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           ADD 3 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE WS-HEADING-LINE-2 TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE SPACES TO PAYMENT-REGISTER-LINE.
           WRITE PAYMENT-REGISTER-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE CHECK-CONTROL-FILE.
           CLOSE VENDOR-CHECK-PRINT-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE PAYMENT-REGISTER-FILE.
           DISPLAY "AP PAYMENT RUN - END OF JOB SUMMARY".
           DISPLAY "  PAY THROUGH DATE  : " WS-PAY-THROUGH-DATE.
           DISPLAY "  ITEMS READ        : " WS-ITEMS-READ.
           DISPLAY "  ITEMS PAID        : " WS-ITEMS-PAID.
           DISPLAY "  ITEMS HELD        : " WS-ITEMS-HELD.
           DISPLAY "  CHECKS ISSUED     : " WS-CHECKS-ISSUED.
           DISPLAY "  NUMBERS SKIPPED   : " WS-NUMBERS-SKIPPED.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM APPAYRUN.
