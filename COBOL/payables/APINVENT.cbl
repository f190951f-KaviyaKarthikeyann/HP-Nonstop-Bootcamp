      ******************************************************************
      * PROGRAM:      APINVENT
      * AUTHOR:       R. J. PILLAI - ACCOUNTS PAYABLE SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Vendor invoice entry.  An AP clerk keys each
      *               supplier bill as it arrives; the invoice goes on
      *               AP-OPEN-ITEM with its due date and any early-
      *               payment discount worked out from the vendor's
      *               terms, and the liability is booked at once -
      *               debit the expense (or asset) account, credit AP
      *               trade payables - through a GLBATCH batch
      *               carrying the department the cost belongs to.
      *               The same vendor invoice number cannot be keyed
      *               twice for a vendor.  A vendor ON HOLD still
      *               takes invoices; an INACTIVE one does not.  The
      *               session signs on and requires maintain
      *               authority - booking a liability is not an
      *               inquiry.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original vendor invoice entry program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVENT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDMAST-STATUS.

           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       COPY VENDREC.

       FD  AP-OPEN-ITEM-FILE.
       COPY APOPNREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VENDMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-APOPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SESSION-DONE              VALUE "Y".
           05  WS-BATCH-SWITCH           PIC X(01) VALUE "N".
               88  WS-BATCH-OPEN                VALUE "Y".

       COPY GLBATW.
       COPY SIGNONW.

      * Standing GL account for the invoice feed.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-AP-ACCT             PIC 9(06) VALUE 201100.

       01  WS-CONTROL-TOTALS.
           05  WS-INVOICES-KEYED         PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-ENTERED       PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-REFUSED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-ENTERED          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-FUNCTION-CODE              PIC X(01).
       01  WS-ENTER-VENDOR               PIC X(06).
       01  WS-ENTER-VENDOR-N REDEFINES WS-ENTER-VENDOR
                                         PIC 9(06).
       01  WS-ENTER-INVOICE-NO           PIC X(15).
       01  WS-ENTER-DATE.
           05  WS-ENTER-YYYY             PIC 9(04).
           05  WS-ENTER-MM               PIC 9(02).
           05  WS-ENTER-DD               PIC 9(02).
       01  WS-ENTER-DATE-N REDEFINES WS-ENTER-DATE
                                         PIC 9(08).
       01  WS-ENTER-AMOUNT               PIC 9(9)V99.
       01  WS-ENTER-ACCT                 PIC X(06).
       01  WS-ENTER-ACCT-N REDEFINES WS-ENTER-ACCT
                                         PIC 9(06).
       01  WS-ENTER-DEPT                 PIC X(02).
       01  WS-ENTER-DESC                 PIC X(20).
       01  WS-ENTER-CONFIRM              PIC X(01).

      * Terms worked out for the invoice being keyed.
       01  WS-TERMS-FIELDS.
           05  WS-INVOICE-DAY-NO         PIC 9(07).
           05  WS-DUE-DATE               PIC 9(08).
           05  WS-DISCOUNT-DATE          PIC 9(08).
           05  WS-DISCOUNT-AMOUNT        PIC S9(9)V99 COMP-3.

       01  WS-DISPLAY-AMOUNT             PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-COMMAND
               THRU 2000-EXIT
               UNTIL WS-SESSION-DONE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "APINVENT - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "APINVENT ENTRY REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "APINVENT - CANNOT OPEN VENDMAST - STATUS "
                   WS-VENDMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AP-OPEN-ITEM-FILE.
           IF WS-APOPEN-STATUS = "35"
               OPEN OUTPUT AP-OPEN-ITEM-FILE
               CLOSE AP-OPEN-ITEM-FILE
               OPEN I-O AP-OPEN-ITEM-FILE
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-COMMAND.
           DISPLAY "ENTER FUNCTION (E-ENTER INVOICE X-EXIT)".
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE WS-FUNCTION-CODE
               WHEN "E"
                   PERFORM 3000-ENTER-ONE-INVOICE
                       THRU 3000-EXIT
               WHEN "X"
                   SET WS-SESSION-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-ENTER-ONE-INVOICE - every field is edited as it is keyed
      *                          and the first bad one refuses the
      *                          whole invoice; nothing is written
      *                          until the clerk confirms the terms.
      * ================================================================
       3000-ENTER-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-KEYED.
           DISPLAY "ENTER VENDOR ID".
           ACCEPT WS-ENTER-VENDOR.
           IF WS-ENTER-VENDOR IS NOT NUMERIC
               DISPLAY "VENDOR ID MUST BE NUMERIC - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ENTER-VENDOR-N TO VEND-ID.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON VENDMAST - INVOICE REFUSED"
                   GO TO 3000-EXIT
           END-READ.
           IF VEND-INACTIVE
               DISPLAY "VENDOR INACTIVE - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "VENDOR " VEND-NAME.
           IF VEND-ON-HOLD
               DISPLAY "NOTE - VENDOR ON HOLD - WILL NOT BE PAID "
                   "UNTIL RELEASED"
           END-IF.
           DISPLAY "ENTER VENDOR INVOICE NUMBER".
           ACCEPT WS-ENTER-INVOICE-NO.
           IF WS-ENTER-INVOICE-NO = SPACES
               DISPLAY "INVOICE NUMBER BLANK - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE VEND-ID             TO APO-VEND-ID.
           MOVE WS-ENTER-INVOICE-NO TO APO-VEND-INV-NO.
           READ AP-OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "INVOICE ALREADY ENTERED "
                       APO-ENTERED-DATE " BY " APO-ENTERED-BY
                       " - DUPLICATE REFUSED"
                   GO TO 3000-EXIT
           END-READ.
           DISPLAY "ENTER INVOICE DATE (YYYYMMDD)".
           ACCEPT WS-ENTER-DATE.
           IF WS-ENTER-DATE IS NOT NUMERIC
              OR WS-ENTER-MM < 1 OR WS-ENTER-MM > 12
              OR WS-ENTER-DD < 1 OR WS-ENTER-DD > 31
               DISPLAY "INVALID DATE - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           IF WS-ENTER-DATE-N > WS-CURRENT-DATE
               DISPLAY "INVOICE DATE IN THE FUTURE - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER AMOUNT (999999999.99 AS DIGITS)".
           ACCEPT WS-ENTER-AMOUNT.
           IF WS-ENTER-AMOUNT = ZERO
               DISPLAY "AMOUNT ZERO - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER EXPENSE ACCOUNT (BLANK = VENDOR DEFAULT "
               VEND-EXPENSE-ACCT ")".
           ACCEPT WS-ENTER-ACCT.
           IF WS-ENTER-ACCT = SPACES
               MOVE VEND-EXPENSE-ACCT TO WS-ENTER-ACCT-N
           END-IF.
           IF WS-ENTER-ACCT IS NOT NUMERIC
               DISPLAY "ACCOUNT MUST BE NUMERIC - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ENTER-ACCT-N TO COA-ACCT-ID.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON COAMAST - INVOICE REFUSED"
                   GO TO 3000-EXIT
           END-READ.
           IF COA-INACTIVE
              OR NOT (COA-TYPE-EXPENSE OR COA-TYPE-ASSET)
               DISPLAY "ACCOUNT INACTIVE OR NOT EXPENSE/ASSET - "
                   "INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER DEPARTMENT".
           ACCEPT WS-ENTER-DEPT.
           IF WS-ENTER-DEPT = SPACES OR WS-ENTER-DEPT = "??"
               DISPLAY "DEPARTMENT MISSING OR ?? - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ENTER-DEPT TO DEPT-CODE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "DEPARTMENT NOT ON DEPTMAST - "
                       "INVOICE REFUSED"
                   GO TO 3000-EXIT
           END-READ.
           IF NOT DEPT-ACTIVE
               DISPLAY "DEPARTMENT INACTIVE - INVOICE REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER DESCRIPTION (BLANK = VENDOR NAME)".
           ACCEPT WS-ENTER-DESC.
           IF WS-ENTER-DESC = SPACES
               MOVE VEND-NAME TO WS-ENTER-DESC
           END-IF.
           PERFORM 3100-APPLY-TERMS.
           MOVE WS-ENTER-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY "INVOICE " WS-ENTER-INVOICE-NO " "
               WS-DISPLAY-AMOUNT " DUE " WS-DUE-DATE.
           IF WS-DISCOUNT-AMOUNT > ZERO
               MOVE WS-DISCOUNT-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "  DISCOUNT " WS-DISPLAY-AMOUNT
                   " IF PAID BY " WS-DISCOUNT-DATE
           END-IF.
           DISPLAY "CONFIRM (Y/N)".
           ACCEPT WS-ENTER-CONFIRM.
           IF WS-ENTER-CONFIRM NOT = "Y"
               DISPLAY "INVOICE NOT CONFIRMED - NOTHING WRITTEN"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-WRITE-OPEN-ITEM
               THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-APPLY-TERMS - the due date is the invoice date plus the
      *                    vendor's net days; a discount is earned by
      *                    paying by the invoice date plus the
      *                    discount days, on the gross amount.
      * ================================================================
       3100-APPLY-TERMS.
           COMPUTE WS-INVOICE-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-ENTER-DATE-N).
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-INVOICE-DAY-NO + VEND-NET-DAYS).
           IF VEND-DISCOUNT-PCT > ZERO
               COMPUTE WS-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INVOICE-DAY-NO + VEND-DISCOUNT-DAYS)
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-ENTER-AMOUNT * VEND-DISCOUNT-PCT / 100
           ELSE
               MOVE ZERO TO WS-DISCOUNT-DATE
               MOVE ZERO TO WS-DISCOUNT-AMOUNT
           END-IF.

      * ================================================================
      * 3200-WRITE-OPEN-ITEM - the open item and its two GL legs.  The
      *                        batch is opened with the first invoice
      *                        of the session, so a session that
      *                        books nothing leaves no empty batch.
      * ================================================================
       3200-WRITE-OPEN-ITEM.
           MOVE SPACES              TO AP-OPEN-ITEM-RECORD.
           MOVE VEND-ID             TO APO-VEND-ID.
           MOVE WS-ENTER-INVOICE-NO TO APO-VEND-INV-NO.
           MOVE WS-ENTER-DATE-N     TO APO-INVOICE-DATE.
           MOVE WS-DUE-DATE         TO APO-DUE-DATE.
           MOVE WS-DISCOUNT-DATE    TO APO-DISCOUNT-DATE.
           MOVE WS-DISCOUNT-AMOUNT  TO APO-DISCOUNT-AMOUNT.
           MOVE WS-ENTER-AMOUNT     TO APO-GROSS-AMOUNT.
           MOVE WS-ENTER-AMOUNT     TO APO-OPEN-BALANCE.
           MOVE WS-ENTER-ACCT-N     TO APO-EXPENSE-ACCT.
           MOVE WS-ENTER-DEPT       TO APO-DEPT-CODE.
           MOVE WS-ENTER-DESC       TO APO-DESCRIPTION.
           SET APO-ITEM-OPEN TO TRUE.
           MOVE SO-OPERATOR-ID      TO APO-ENTERED-BY.
           MOVE WS-CURRENT-DATE     TO APO-ENTERED-DATE.
           MOVE ZERO                TO APO-PAID-CHECK-NO.
           MOVE ZERO                TO APO-PAID-DATE.
           MOVE ZERO                TO APO-DISCOUNT-TAKEN.
           WRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "INVOICE ALREADY ON APOPEN - "
                       "DUPLICATE REFUSED"
                   GO TO 3200-EXIT
           END-WRITE.
           IF NOT WS-BATCH-OPEN
               PERFORM 3300-OPEN-BATCH
           END-IF.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-ENTER-ACCT-N TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-ENTER-AMOUNT TO GL-TRANS-AMOUNT.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           STRING "AP " WS-ENTER-INVOICE-NO
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           MOVE WS-ENTER-DEPT TO GL-TRANS-DEPT-CODE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-AP-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           ADD 1 TO WS-INVOICES-ENTERED.
           ADD WS-ENTER-AMOUNT TO WS-TOTAL-ENTERED.
           DISPLAY "INVOICE ENTERED".
       3200-EXIT.
           EXIT.

       3300-OPEN-BATCH.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           MOVE "AP" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "APINVENT" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
           SET WS-BATCH-OPEN TO TRUE.

       9000-TERMINATE.
           IF WS-BATCH-OPEN
               PERFORM 7950-CLOSE-GL-BATCH
               CLOSE GL-TRANSACTION-FILE
           END-IF.
           COMPUTE WS-INVOICES-REFUSED =
               WS-INVOICES-KEYED - WS-INVOICES-ENTERED.
           MOVE WS-TOTAL-ENTERED TO WS-DISPLAY-AMOUNT.
           DISPLAY "APINVENT - SESSION SUMMARY".
           DISPLAY "  INVOICES ENTERED : " WS-INVOICES-ENTERED.
           DISPLAY "  INVOICES REFUSED : " WS-INVOICES-REFUSED.
           DISPLAY "  AMOUNT ENTERED   : " WS-DISPLAY-AMOUNT.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE AP-OPEN-ITEM-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM APINVENT.
