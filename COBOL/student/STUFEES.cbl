      *               term control refuses to assess the same term
      *               twice.
      *
      *               Each ACTIVE award the student holds on the
      *               AID-AWARD file for the term is then held
      *               against its conditions (AIDCNDP): one that
      *               holds becomes a credit line on the invoice -
      *               a fixed amount or a percent of the term's
      *               fees, never more than the fees left unpaid by
      *               earlier awards - so the bill prints net, and
      *               the award is marked applied.  One that does
      *               not hold stays ACTIVE, is shown on the
      *               register, and goes to AIDCHK's cancellation
      *               list.  INVPRINT books sales net of the credit
      *               lines, so the aid posts here through an SA GL
      *               batch: scholarship expense debited, sales
      *               credited back to the gross fees.
      *
      *               STUFEESC schedule line (fixed column):
      *                   1-8    fee item code
      *                   9-19   fee amount 9(9)V99 digits
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original term fee assessment batch.
      *   2026-10-15  RJP  Generated invoices ship to the customer's
      *                    own address (ship-to location zero).
      *   2026-10-15  RJP  Scholarships, fee waivers and grants on the
      *                    AID-AWARD file are applied as credit lines
      *                    on the fee invoice, posted to scholarship
      *                    expense through an SA GL batch, and shown
      *                    on the register with any award withheld
      *                    because its conditions are not met.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUFEES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AIDAWARD-STATUS.

           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTMAST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE.
       FD  ASSESSMENT-REGISTER-FILE.
       01  ASSESSMENT-REGISTER-LINE      PIC X(132).

       FD  AID-AWARD-FILE.
       COPY AIDAWREC.

       FD  ATTENDANCE-MASTER-FILE.
       COPY ATTREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEESCHD-STATUS         PIC X(02) VALUE "00".
           05  WS-INVNOCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-STUFCTL-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-AIDAWARD-STATUS        PIC X(02) VALUE "00".
           05  WS-ATTMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-FEE-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-STU-END-OF-FILE           VALUE "Y".
           05  WS-GUARDIAN-SWITCH        PIC X(01) VALUE "N".
               88  WS-GUARDIAN-FOUND            VALUE "Y".
           05  WS-AID-FILE-SWITCH        PIC X(01) VALUE "N".
               88  WS-AID-FILE-OPEN             VALUE "Y".
           05  WS-AID-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-AID-END-OF-AWARDS         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-STUDENTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-SKIPPED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-ASSESSED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-AWARDS-APPLIED         PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-WITHHELD        PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-AID              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-GL-ACCOUNTS.
           05  WS-GL-SCHOLARSHIP-ACCT    PIC 9(06) VALUE 550100.
           05  WS-GL-SALES-ACCT          PIC 9(06) VALUE 400100.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-INC-RELKEY             PIC 9(4) COMP VALUE 1.
                                         PIC 9(9)V99.
       01  WS-ONE-STUDENT-TOTAL          PIC S9(9)V99 COMP-3.

      * The student's aid for the invoice in hand.
       01  WS-ONE-STUDENT-AID            PIC S9(9)V99 COMP-3.
       01  WS-AID-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  WS-AID-REMAINING              PIC S9(9)V99 COMP-3.
       01  WS-AID-LINE-NO                PIC 9(03).

       01  WS-REGISTER-DETAIL-LINE.
           05  FILLER                    PIC X(08) VALUE "INVOICE ".
           05  WS-REG-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-AMOUNT             PIC $$$,$$$,$$9.99.

       01  WS-REGISTER-AID-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-RAID-LABEL             PIC X(16).
           05  WS-RAID-AWARD-CODE        PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RAID-AWARD-NAME        PIC X(20).
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-RAID-AMOUNT            PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RAID-REASON            PIC X(40).

       COPY GLBATW.

       COPY AIDCNDW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           END-READ.
           MOVE INC-NEXT-INVOICE-ID TO WS-NEXT-INVOICE-ID.
           OPEN OUTPUT ASSESSMENT-REGISTER-FILE.
      * No award file yet means no aid this term; the attendance
      * master is needed only to hold awards to their conditions.
           OPEN I-O AID-AWARD-FILE.
           IF WS-AIDAWARD-STATUS = "00"
               SET WS-AID-FILE-OPEN TO TRUE
               OPEN INPUT ATTENDANCE-MASTER-FILE
               IF WS-ATTMAST-STATUS NOT = "00"
                   DISPLAY "STUFEES - NO ATTENDANCE MASTER ON HAND - "
                       "STATUS " WS-ATTMAST-STATUS " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           MOVE "SA" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "STUFEES" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

           PERFORM 2200-ENSURE-CUSTOMER.
           MOVE WS-NEXT-INVOICE-ID TO INVH-INVOICE-ID.
           MOVE STU-ID             TO INVH-CUST-ID.
           MOVE ZERO               TO INVH-SHIP-TO-LOC.
           MOVE WS-CURRENT-DATE    TO INVH-INVOICE-DATE.
           SET INVH-OPEN TO TRUE.
           WRITE INVOICE-HEADER-RECORD
           MOVE WS-REGISTER-DETAIL-LINE
               TO ASSESSMENT-REGISTER-LINE.
           WRITE ASSESSMENT-REGISTER-LINE.
           MOVE ZERO TO WS-ONE-STUDENT-AID.
           IF WS-AID-FILE-OPEN
               PERFORM 2500-APPLY-STUDENT-AID
                   THRU 2500-EXIT
           END-IF.
           IF WS-ONE-STUDENT-AID > ZERO
               ADD WS-ONE-STUDENT-AID TO WS-TOTAL-AID
               MOVE SPACES TO WS-RAID-AWARD-CODE
               MOVE SPACES TO WS-RAID-AWARD-NAME
               MOVE SPACES TO WS-RAID-REASON
               MOVE "NET OF AID" TO WS-RAID-LABEL
               COMPUTE WS-RAID-AMOUNT =
                   WS-ONE-STUDENT-TOTAL - WS-ONE-STUDENT-AID
               MOVE WS-REGISTER-AID-LINE
                   TO ASSESSMENT-REGISTER-LINE
               WRITE ASSESSMENT-REGISTER-LINE
           END-IF.
           ADD 1 TO WS-NEXT-INVOICE-ID.
           PERFORM 2400-SAVE-NEXT-INVOICE-ID.
       2100-EXIT.
                   WRITE INVOICE-NO-CONTROL-RECORD
           END-REWRITE.

      * ================================================================
      * 2500-APPLY-STUDENT-AID - walks the student's awards for the
      *                          term; the credit lines number on
      *                          from the last fee line.
      * ================================================================
       2500-APPLY-STUDENT-AID.
           MOVE "N" TO WS-AID-EOF-SWITCH.
           MOVE WS-FEE-COUNT   TO WS-AID-LINE-NO.
           MOVE STU-ID         TO AW-STU-ID.
           MOVE WS-SELECT-TERM TO AW-TERM.
           MOVE LOW-VALUES     TO AW-AWARD-CODE.
           START AID-AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   GO TO 2500-EXIT
           END-START.
           PERFORM 2510-APPLY-ONE-AWARD
               THRU 2510-EXIT
               UNTIL WS-AID-END-OF-AWARDS.
       2500-EXIT.
           EXIT.

      * ================================================================
      * 2510-APPLY-ONE-AWARD - a percent award is figured on the
      *                        gross fees; any award is cut to the
      *                        fees earlier awards left unpaid, so
      *                        the invoice never goes below zero.
      * ================================================================
       2510-APPLY-ONE-AWARD.
           READ AID-AWARD-FILE NEXT RECORD
               AT END
                   SET WS-AID-END-OF-AWARDS TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF AW-STU-ID NOT = STU-ID
              OR AW-TERM NOT = WS-SELECT-TERM
               SET WS-AID-END-OF-AWARDS TO TRUE
               GO TO 2510-EXIT
           END-IF.
           IF NOT AW-ACTIVE
               GO TO 2510-EXIT
           END-IF.
           MOVE STU-AVERAGE TO AC-STUDENT-AVERAGE.
           MOVE AW-TERM     TO AC-AS-OF-TERM.
           PERFORM 7200-CHECK-AID-CONDITIONS.
           IF AC-CONDITIONS-FAILED
               ADD 1 TO WS-AWARDS-WITHHELD
               MOVE ZERO TO WS-AID-AMOUNT
               MOVE AC-FAIL-REASON TO WS-RAID-REASON
               PERFORM 2530-WRITE-AID-NOT-APPLIED
               GO TO 2510-EXIT
           END-IF.
           IF AW-FIXED-AMOUNT
               MOVE AW-AMOUNT TO WS-AID-AMOUNT
           ELSE
               COMPUTE WS-AID-AMOUNT ROUNDED =
                   WS-ONE-STUDENT-TOTAL * AW-PERCENT / 100
           END-IF.
           COMPUTE WS-AID-REMAINING =
               WS-ONE-STUDENT-TOTAL - WS-ONE-STUDENT-AID.
           IF WS-AID-AMOUNT > WS-AID-REMAINING
               MOVE WS-AID-REMAINING TO WS-AID-AMOUNT
           END-IF.
           IF WS-AID-AMOUNT NOT > ZERO
               ADD 1 TO WS-AWARDS-WITHHELD
               MOVE "FEES ALREADY MET BY OTHER AID"
                   TO WS-RAID-REASON
               PERFORM 2530-WRITE-AID-NOT-APPLIED
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2520-WRITE-AID-LINE.
           ADD WS-AID-AMOUNT TO WS-ONE-STUDENT-AID.
           ADD 1 TO WS-AWARDS-APPLIED.
           SET AW-APPLIED TO TRUE.
           MOVE WS-AID-AMOUNT     TO AW-APPLIED-AMOUNT.
           MOVE INVH-INVOICE-ID   TO AW-APPLIED-INVOICE.
           MOVE WS-CURRENT-DATE   TO AW-APPLIED-DATE.
           REWRITE AID-AWARD-RECORD.
           MOVE "AID APPLIED"     TO WS-RAID-LABEL.
           MOVE AW-AWARD-CODE     TO WS-RAID-AWARD-CODE.
           MOVE AW-AWARD-NAME     TO WS-RAID-AWARD-NAME.
           COMPUTE WS-RAID-AMOUNT = ZERO - WS-AID-AMOUNT.
           MOVE SPACES            TO WS-RAID-REASON.
           MOVE WS-REGISTER-AID-LINE TO ASSESSMENT-REGISTER-LINE.
           WRITE ASSESSMENT-REGISTER-LINE.
       2510-EXIT.
           EXIT.

      * ================================================================
      * 2520-WRITE-AID-LINE - the credit line carries the award code
      *                       under an AID item code and, like the
      *                       fee lines, the override flag; the SA
      *                       batch moves the credit from sales to
      *                       scholarship expense.
      * ================================================================
       2520-WRITE-AID-LINE.
           ADD 1 TO WS-AID-LINE-NO.
           MOVE INVH-INVOICE-ID TO INV-LINE-INVOICE-ID.
           MOVE WS-AID-LINE-NO  TO INV-LINE-NO.
           MOVE SPACES          TO INV-LINE-ITEM-CODE.
           MOVE "AID"           TO INV-LINE-ITEM-CODE(1:3).
           MOVE AW-AWARD-CODE   TO INV-LINE-ITEM-CODE(4:5).
           MOVE 1 TO INV-LINE-QTY.
           COMPUTE INV-LINE-UNIT-PRICE = ZERO - WS-AID-AMOUNT.
           SET INV-LINE-PRICE-OVERRIDE TO TRUE.
           MOVE INV-LINE-UNIT-PRICE TO INV-LINE-EXTENDED-AMOUNT.
           WRITE INVOICE-LINE-RECORD.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           MOVE WS-GL-SCHOLARSHIP-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-AID-AMOUNT TO GL-TRANS-AMOUNT.
           MOVE "AID INV " TO GL-TRANS-DESC.
           MOVE INVH-INVOICE-ID TO GL-TRANS-DESC(9:8).
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-SALES-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE WS-AID-AMOUNT TO GL-TRANS-AMOUNT.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.

       2530-WRITE-AID-NOT-APPLIED.
           MOVE "AID NOT APPLIED" TO WS-RAID-LABEL.
           MOVE AW-AWARD-CODE     TO WS-RAID-AWARD-CODE.
           MOVE AW-AWARD-NAME     TO WS-RAID-AWARD-NAME.
           MOVE ZERO              TO WS-RAID-AMOUNT.
           MOVE WS-REGISTER-AID-LINE TO ASSESSMENT-REGISTER-LINE.
           WRITE ASSESSMENT-REGISTER-LINE.

       9000-TERMINATE.
           OPEN OUTPUT TERM-ASSESSED-FILE.
           MOVE WS-SELECT-TERM TO TERM-ASSESSED-RECORD.
           DISPLAY "  INVOICES CREATED : " WS-INVOICES-CREATED.
           DISPLAY "  STUDENTS SKIPPED : " WS-STUDENTS-SKIPPED.
           DISPLAY "  TOTAL ASSESSED   : " WS-TOTAL-ASSESSED.
           DISPLAY "  AWARDS APPLIED   : " WS-AWARDS-APPLIED.
           DISPLAY "  AWARDS WITHHELD  : " WS-AWARDS-WITHHELD.
           DISPLAY "  TOTAL AID        : " WS-TOTAL-AID.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE GUARDIAN-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE INVOICE-NO-CONTROL-FILE.
           CLOSE ASSESSMENT-REGISTER-FILE.
           IF WS-AID-FILE-OPEN
               CLOSE AID-AWARD-FILE
               CLOSE ATTENDANCE-MASTER-FILE
           END-IF.
           PERFORM 7950-CLOSE-GL-BATCH.
           CLOSE GL-TRANSACTION-FILE.
       9000-EXIT.
           EXIT.

       COPY AIDCNDP.

       COPY GLBATP.

       END PROGRAM STUFEES.
