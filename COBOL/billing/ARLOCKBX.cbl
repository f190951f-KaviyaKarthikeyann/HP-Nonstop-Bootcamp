      ******************************************************************
      * PROGRAM:      ARLOCKBX
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Bank lockbox import, run ahead of ARCASH.  The
      *               bank opens the mail at the lockbox, deposits
      *               the checks and sends a file of what it took
      *               in: each check with the invoices the customer's
      *               remittance advice says it pays.  The file is
      *               first proved against its own trailer - check
      *               count and deposit total - and is loaded only
      *               if it agrees, so a torn transmission never
      *               reaches cash application half applied.  Each
      *               check then becomes one line on ARPMTS in the
      *               ARPMTREC layout, the remittance detail kept on
      *               the line for ARCASH to apply invoice by
      *               invoice.  A check whose coupon did not come
      *               back takes its customer from the first
      *               remitted invoice found on the open-item file.
      *               A register lists every check loaded.
      *
      *               Lockbox line (fixed column, from the bank):
      *                   1      record type - H header, P payment
      *                          (check), I invoice remitted, T trailer
      *                 H record:
      *                   2-9    deposit date YYYYMMDD
      *                   10-17  lockbox number
      *                 P record:
      *                   2-11   check number
      *                   12-21  customer id off the coupon (blank
      *                          when the coupon was not returned)
      *                   22-32  check amount 9(9)V99 digits
      *                 I record (follows its P record):
      *                   2-9    invoice number as written
      *                   10-20  amount paid 9(9)V99 digits
      *                 T record:
      *                   2-7    check count
      *                   8-20   deposit total 9(11)V99 digits
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original lockbox remittance import.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLOCKBX.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT CUSTOMER-PAYMENTS-FILE ASSIGN TO "ARPMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPMTS-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT LOCKBOX-REGISTER-FILE ASSIGN TO "LOCKBXRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-LINE                  PIC X(80).

       FD  CUSTOMER-PAYMENTS-FILE.
       COPY ARPMTREC.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  LOCKBOX-REGISTER-FILE.
       01  LOCKBOX-REGISTER-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOCKBOX-STATUS         PIC X(02) VALUE "00".
           05  WS-ARPMTS-STATUS          PIC X(02) VALUE "00".
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-HEADER-SWITCH          PIC X(01) VALUE "N".
               88  WS-HEADER-SEEN               VALUE "Y".
           05  WS-TRAILER-SWITCH         PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN              VALUE "Y".
           05  WS-PROOF-SWITCH           PIC X(01) VALUE "Y".
               88  WS-FILE-PROVED               VALUE "Y".
           05  WS-CHECK-SWITCH           PIC X(01) VALUE "N".
               88  WS-CHECK-PENDING             VALUE "Y".

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).

       01  WS-LOCKBOX-FIELDS.
           05  WS-LBX-TYPE               PIC X(01).
               88  WS-LBX-IS-HEADER             VALUE "H".
               88  WS-LBX-IS-PAYMENT            VALUE "P".
               88  WS-LBX-IS-INVOICE            VALUE "I".
               88  WS-LBX-IS-TRAILER            VALUE "T".
           05  WS-LBX-DEPOSIT-DATE       PIC X(08).
           05  WS-LBX-DEPOSIT-DATE-N REDEFINES WS-LBX-DEPOSIT-DATE
                                         PIC 9(08).
           05  WS-LBX-LOCKBOX-NO         PIC X(08).
           05  WS-LBX-CUST-ID            PIC X(10).
           05  WS-LBX-CUST-ID-N REDEFINES WS-LBX-CUST-ID
                                         PIC 9(10).
           05  WS-LBX-AMOUNT-DIGITS      PIC X(11).
           05  WS-LBX-AMOUNT-N REDEFINES WS-LBX-AMOUNT-DIGITS
                                         PIC 9(9)V99.
           05  WS-LBX-COUNT-DIGITS       PIC X(06).
           05  WS-LBX-COUNT-N REDEFINES WS-LBX-COUNT-DIGITS
                                         PIC 9(06).
           05  WS-LBX-TOTAL-DIGITS       PIC X(13).
           05  WS-LBX-TOTAL-N REDEFINES WS-LBX-TOTAL-DIGITS
                                         PIC 9(11)V99.

      * What the file says it holds, and what it was found to hold.
       01  WS-PROOF-FIELDS.
           05  WS-TRAILER-COUNT          PIC 9(06) VALUE ZERO.
           05  WS-TRAILER-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-PROOF-COUNT            PIC 9(06) VALUE ZERO.
           05  WS-PROOF-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  WS-PROOF-BAD-LINES        PIC 9(9) COMP VALUE ZERO.

       01  WS-REMIT-SUB                  PIC 9(02) COMP.
       01  WS-REMIT-LIMIT                PIC 9(02) COMP VALUE 8.
       01  WS-REMIT-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
       01  WS-CUST-FROM-INVOICE          PIC X(01) VALUE "N".
           88  WS-CUST-TAKEN-FROM-INVOICE       VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-LINES-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-LOADED          PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-REMITTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-UNIDENTIFIED    PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-LOADED           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(30) VALUE
               "LOCKBOX REMITTANCE IMPORT".
           05  FILLER                    PIC X(08) VALUE "LOCKBOX ".
           05  WS-HDG-LOCKBOX-NO         PIC X(08).
           05  FILLER                    PIC X(10) VALUE
               "  DEPOSIT ".
           05  WS-HDG-DEPOSIT-DATE       PIC X(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE "CHECK NO".
           05  FILLER                    PIC X(12) VALUE "  CUSTOMER".
           05  FILLER                    PIC X(16) VALUE
               "          AMOUNT".
           05  FILLER                    PIC X(06) VALUE "  INVS".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHECK-NO           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CUST-ID            PIC Z(9)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-REMIT-COUNT        PIC Z9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE               PIC X(44).

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(24).
           05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROVE-LOCKBOX
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 2500-CHECK-PROOF
               THRU 2500-EXIT.
           IF WS-FILE-PROVED
               PERFORM 3000-LOAD-LOCKBOX
                   THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "ARLOCKBX - CANNOT OPEN LOCKBOX - STATUS "
                   WS-LOCKBOX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOCKBOX-REGISTER-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-PROVE-LOCKBOX - first pass: every line must be a known
      *                      type with its figures numeric, and the
      *                      checks must add up to the trailer.
      *                      Nothing is written on this pass.
      * ================================================================
       2000-PROVE-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LINES-READ.
           MOVE LOCKBOX-LINE(1:1) TO WS-LBX-TYPE.
           EVALUATE TRUE
               WHEN WS-LBX-IS-HEADER
                   MOVE LOCKBOX-LINE(2:8)  TO WS-LBX-DEPOSIT-DATE
                   MOVE LOCKBOX-LINE(10:8) TO WS-LBX-LOCKBOX-NO
                   IF WS-HEADER-SEEN
                      OR WS-LBX-DEPOSIT-DATE IS NOT NUMERIC
                       PERFORM 2900-BAD-LINE
                   ELSE
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE WS-LBX-LOCKBOX-NO TO WS-HDG-LOCKBOX-NO
                       MOVE WS-LBX-DEPOSIT-DATE
                           TO WS-HDG-DEPOSIT-DATE
                   END-IF
               WHEN WS-LBX-IS-PAYMENT
                   MOVE LOCKBOX-LINE(22:11) TO WS-LBX-AMOUNT-DIGITS
                   IF WS-LBX-AMOUNT-DIGITS IS NOT NUMERIC
                      OR LOCKBOX-LINE(2:10) = SPACES
                       PERFORM 2900-BAD-LINE
                   ELSE
                       ADD 1 TO WS-PROOF-COUNT
                       ADD WS-LBX-AMOUNT-N TO WS-PROOF-TOTAL
                   END-IF
               WHEN WS-LBX-IS-INVOICE
                   MOVE LOCKBOX-LINE(10:11) TO WS-LBX-AMOUNT-DIGITS
                   IF WS-LBX-AMOUNT-DIGITS IS NOT NUMERIC
                      OR WS-PROOF-COUNT = ZERO
                       PERFORM 2900-BAD-LINE
                   END-IF
               WHEN WS-LBX-IS-TRAILER
                   MOVE LOCKBOX-LINE(2:6)  TO WS-LBX-COUNT-DIGITS
                   MOVE LOCKBOX-LINE(8:13) TO WS-LBX-TOTAL-DIGITS
                   IF WS-TRAILER-SEEN
                      OR WS-LBX-COUNT-DIGITS IS NOT NUMERIC
                      OR WS-LBX-TOTAL-DIGITS IS NOT NUMERIC
                       PERFORM 2900-BAD-LINE
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE WS-LBX-COUNT-N TO WS-TRAILER-COUNT
                       MOVE WS-LBX-TOTAL-N TO WS-TRAILER-TOTAL
                   END-IF
               WHEN OTHER
                   PERFORM 2900-BAD-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2500-CHECK-PROOF.
           IF NOT WS-HEADER-SEEN
               DISPLAY "ARLOCKBX - NO HEADER RECORD ON THE LOCKBOX "
                   "FILE"
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "ARLOCKBX - NO TRAILER RECORD ON THE LOCKBOX "
                   "FILE"
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF.
           IF WS-PROOF-BAD-LINES > ZERO
               DISPLAY "ARLOCKBX - " WS-PROOF-BAD-LINES
                   " LOCKBOX LINES NOT READABLE"
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF.
           IF WS-TRAILER-SEEN
              AND (WS-PROOF-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-PROOF-TOTAL NOT = WS-TRAILER-TOTAL)
               DISPLAY "ARLOCKBX - TRAILER SAYS " WS-TRAILER-COUNT
                   " CHECKS FOR " WS-TRAILER-TOTAL
                   " - FILE HOLDS " WS-PROOF-COUNT
                   " FOR " WS-PROOF-TOTAL
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF.
           IF NOT WS-FILE-PROVED
               DISPLAY "ARLOCKBX - LOCKBOX FILE REFUSED - NOTHING "
                   "LOADED TO ARPMTS"
               MOVE 8 TO RETURN-CODE
               MOVE "LOCKBOX FILE REFUSED - SEE JOB LOG"
                   TO LOCKBOX-REGISTER-LINE
               WRITE LOCKBOX-REGISTER-LINE
           END-IF.
       2500-EXIT.
           EXIT.

       2900-BAD-LINE.
           ADD 1 TO WS-PROOF-BAD-LINES.
           DISPLAY "ARLOCKBX - LOCKBOX LINE " WS-LINES-READ
               " NOT READABLE - " LOCKBOX-LINE(1:32).

      * ================================================================
      * 3000-LOAD-LOCKBOX - second pass over the proved file: each
      *                     check with its remittance lines becomes
      *                     one ARPMTS line.
      * ================================================================
       3000-LOAD-LOCKBOX.
           CLOSE LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE.
           OPEN EXTEND CUSTOMER-PAYMENTS-FILE.
           IF WS-ARPMTS-STATUS = "35"
               OPEN OUTPUT CUSTOMER-PAYMENTS-FILE
           END-IF.
           IF WS-ARPMTS-STATUS NOT = "00"
               DISPLAY "ARLOCKBX - CANNOT OPEN ARPMTS - STATUS "
                   WS-ARPMTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-LOAD-ONE-LINE
               THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
           IF WS-CHECK-PENDING
               PERFORM 3400-WRITE-PAYMENT
                   THRU 3400-EXIT
           END-IF.
           CLOSE CUSTOMER-PAYMENTS-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-LINE.
           READ LOCKBOX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE LOCKBOX-LINE(1:1) TO WS-LBX-TYPE.
           EVALUATE TRUE
               WHEN WS-LBX-IS-PAYMENT
                   IF WS-CHECK-PENDING
                       PERFORM 3400-WRITE-PAYMENT
                           THRU 3400-EXIT
                   END-IF
                   PERFORM 3200-START-PAYMENT
               WHEN WS-LBX-IS-INVOICE
                   PERFORM 3300-ADD-REMITTANCE
                       THRU 3300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-START-PAYMENT.
           MOVE SPACES TO AR-PAYMENT-RECORD.
           MOVE LOCKBOX-LINE(12:10) TO WS-LBX-CUST-ID.
           IF WS-LBX-CUST-ID IS NUMERIC
               MOVE WS-LBX-CUST-ID-N TO ARP-CUST-ID
           ELSE
               MOVE ZERO TO ARP-CUST-ID
           END-IF.
           MOVE WS-LBX-DEPOSIT-DATE-N TO ARP-PAYMENT-DATE.
           MOVE LOCKBOX-LINE(22:11) TO WS-LBX-AMOUNT-DIGITS.
           MOVE WS-LBX-AMOUNT-N TO ARP-AMOUNT.
           MOVE LOCKBOX-LINE(2:10) TO ARP-CHECK-NO.
           MOVE ZERO TO ARP-REMIT-COUNT.
           MOVE ZERO TO WS-REMIT-OVERFLOW.
           MOVE "N" TO WS-CUST-FROM-INVOICE.
           SET WS-CHECK-PENDING TO TRUE.

      * ================================================================
      * 3300-ADD-REMITTANCE - past the eighth invoice on one check
      *                       there is no room on the payment line;
      *                       what the check has left after the
      *                       named invoices goes oldest first.
      * ================================================================
       3300-ADD-REMITTANCE.
           ADD 1 TO WS-INVOICES-REMITTED.
           IF ARP-REMIT-COUNT >= WS-REMIT-LIMIT
               ADD 1 TO WS-REMIT-OVERFLOW
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO ARP-REMIT-COUNT.
           MOVE LOCKBOX-LINE(2:8)
               TO ARP-REMIT-INVOICE (ARP-REMIT-COUNT).
           MOVE LOCKBOX-LINE(10:11) TO WS-LBX-AMOUNT-DIGITS.
           MOVE WS-LBX-AMOUNT-N
               TO ARP-REMIT-AMOUNT (ARP-REMIT-COUNT).
       3300-EXIT.
           EXIT.

       3400-WRITE-PAYMENT.
           IF ARP-CUST-ID = ZERO
               PERFORM 3410-CUSTOMER-FROM-INVOICE
                   VARYING WS-REMIT-SUB FROM 1 BY 1
                   UNTIL WS-REMIT-SUB > ARP-REMIT-COUNT
                   OR ARP-CUST-ID NOT = ZERO
           END-IF.
           WRITE AR-PAYMENT-RECORD.
           ADD 1 TO WS-CHECKS-LOADED.
           ADD ARP-AMOUNT TO WS-TOTAL-LOADED.
           MOVE SPACES TO WS-DTL-NOTE.
           EVALUATE TRUE
               WHEN ARP-CUST-ID = ZERO
                   ADD 1 TO WS-CHECKS-UNIDENTIFIED
                   MOVE "CUSTOMER NOT IDENTIFIED - TO WORKLIST"
                       TO WS-DTL-NOTE
               WHEN WS-REMIT-OVERFLOW > ZERO
                   MOVE "OVER 8 INVOICES - REST APPLIES OLDEST FIRST"
                       TO WS-DTL-NOTE
               WHEN WS-CUST-TAKEN-FROM-INVOICE
                   MOVE "CUSTOMER TAKEN FROM REMITTED INVOICE"
                       TO WS-DTL-NOTE
           END-EVALUATE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE ARP-CHECK-NO    TO WS-DTL-CHECK-NO.
           MOVE ARP-CUST-ID     TO WS-DTL-CUST-ID.
           MOVE ARP-AMOUNT      TO WS-DTL-AMOUNT.
           MOVE ARP-REMIT-COUNT TO WS-DTL-REMIT-COUNT.
           MOVE WS-DETAIL-LINE TO LOCKBOX-REGISTER-LINE.
           WRITE LOCKBOX-REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE "N" TO WS-CHECK-SWITCH.
       3400-EXIT.
           EXIT.

       3410-CUSTOMER-FROM-INVOICE.
           IF ARP-REMIT-INVOICE (WS-REMIT-SUB) IS NUMERIC
               MOVE ARP-REMIT-INVOICE (WS-REMIT-SUB)
                   TO ARO-INVOICE-ID
               READ AR-OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARO-CUST-ID TO ARP-CUST-ID
                       SET WS-CUST-TAKEN-FROM-INVOICE TO TRUE
               END-READ
           END-IF.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO LOCKBOX-REGISTER-LINE.
           WRITE LOCKBOX-REGISTER-LINE.
           MOVE WS-HEADING-LINE-2 TO LOCKBOX-REGISTER-LINE.
           WRITE LOCKBOX-REGISTER-LINE.
           MOVE SPACES TO LOCKBOX-REGISTER-LINE.
           WRITE LOCKBOX-REGISTER-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           IF WS-FILE-PROVED
               PERFORM 8000-CHECK-PAGE-BREAK
               MOVE SPACES TO LOCKBOX-REGISTER-LINE
               WRITE LOCKBOX-REGISTER-LINE
               MOVE "CHECKS LOADED TO ARPMTS" TO WS-TOT-CAPTION
               MOVE WS-CHECKS-LOADED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LOADED TO WS-TOT-AMOUNT
               MOVE WS-TOTAL-LINE TO LOCKBOX-REGISTER-LINE
               WRITE LOCKBOX-REGISTER-LINE
           END-IF.
           DISPLAY "LOCKBOX IMPORT - END OF JOB SUMMARY".
           DISPLAY "  LINES READ         : " WS-LINES-READ.
           DISPLAY "  CHECKS LOADED      : " WS-CHECKS-LOADED.
           DISPLAY "  INVOICES REMITTED  : " WS-INVOICES-REMITTED.
           DISPLAY "  CUSTOMER UNKNOWN   : " WS-CHECKS-UNIDENTIFIED.
           DISPLAY "  TOTAL LOADED       : " WS-TOTAL-LOADED.
           CLOSE LOCKBOX-FILE.
           CLOSE LOCKBOX-REGISTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM ARLOCKBX.
