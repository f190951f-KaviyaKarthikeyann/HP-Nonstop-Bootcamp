      ******************************************************************
      * PROGRAM:      RMAENT
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Return authorization entry, behind SIGNON.  The
      *               operator keys the invoice and line the customer
      *               wants to send back; the line is found on the
      *               INVOICE-LINE file (INVPRICE) as billed, and the
      *               quantity that may still come back is what was
      *               invoiced less what earlier RMAs against the
      *               same line authorized or received.  Only a
      *               printed invoice - one posted to AR - can take a
      *               return.  An accepted return is issued the next
      *               RMA number off the RMACTL one-record control and
      *               written AUTHORIZED on RMAMAST at the invoiced
      *               unit price; RMARECV credits it when the goods
      *               arrive.  An authorization not yet received may
      *               be cancelled.  Inquire-only operators may look
      *               up an RMA but not issue or cancel one.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original return authorization entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAENT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-FILE ASSIGN TO "RMAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMA-NO
               FILE STATUS IS WS-RMAMAST-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVH-INVOICE-ID
               FILE STATUS IS WS-INVHDR-STATUS.

           SELECT INVOICE-LINE-FILE ASSIGN TO "INVPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLINE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RMA-NO-CONTROL-FILE ASSIGN TO "RMACTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-RNC-RELKEY
               FILE STATUS IS WS-RMACTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-AUTH-FILE.
       COPY RMAREC.

       FD  INVOICE-HEADER-FILE.
       COPY INVHDREC.

       FD  INVOICE-LINE-FILE.
       COPY INVLNREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  RMA-NO-CONTROL-FILE.
       01  RMA-NO-CONTROL-RECORD.
           05  RNC-NEXT-RMA-NO           PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RMAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-INVHDR-STATUS          PIC X(02) VALUE "00".
           05  WS-INVLINE-STATUS         PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-RMACTL-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SESSION-DONE              VALUE "Y".
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-END-OF-FILE          VALUE "Y".
           05  WS-LINE-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-LINE-FOUND                VALUE "Y".

       COPY SIGNONW.

       01  WS-CONTROL-TOTALS.
           05  WS-RMAS-ISSUED            PIC 9(9) COMP VALUE ZERO.
           05  WS-RMAS-CANCELLED         PIC 9(9) COMP VALUE ZERO.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-RNC-RELKEY             PIC 9(4) COMP VALUE 1.
           05  WS-NEXT-RMA-NO            PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-FUNCTION-CODE              PIC X(01).
       01  WS-ENTER-INVOICE-ID           PIC 9(08).
       01  WS-ENTER-LINE-NO              PIC 9(03).
       01  WS-ENTER-QTY                  PIC 9(05).
       01  WS-ENTER-REASON               PIC X(02).
       01  WS-ENTER-RMA-NO               PIC 9(08).
       01  WS-ENTER-CONFIRM              PIC X(01).

      * The invoice line as billed, and what is still returnable.
       01  WS-BILLED-LINE.
           05  WS-BILLED-ITEM-CODE       PIC X(08).
           05  WS-BILLED-QTY             PIC 9(05).
           05  WS-BILLED-UNIT-PRICE      PIC S9(9)V99.
           05  WS-ALREADY-RETURNED       PIC 9(07).
           05  WS-RETURNABLE-QTY         PIC S9(07).
           05  WS-RETURN-VALUE           PIC S9(9)V99 COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-AMOUNT             PIC $$$,$$$,$$9.99.
           05  WS-DSP-QTY                PIC ZZ,ZZ9.

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
               DISPLAY "RMAENT - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RETURN-AUTH-FILE.
           IF WS-RMAMAST-STATUS = "35"
               OPEN OUTPUT RETURN-AUTH-FILE
               CLOSE RETURN-AUTH-FILE
               OPEN I-O RETURN-AUTH-FILE
           END-IF.
           OPEN INPUT INVOICE-HEADER-FILE.
           IF WS-INVHDR-STATUS NOT = "00"
               DISPLAY "RMAENT - CANNOT OPEN INVHDR - STATUS "
                   WS-INVHDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN I-O RMA-NO-CONTROL-FILE.
           READ RMA-NO-CONTROL-FILE
               INVALID KEY
                   MOVE 1 TO RNC-NEXT-RMA-NO
                   WRITE RMA-NO-CONTROL-RECORD
           END-READ.
           MOVE RNC-NEXT-RMA-NO TO WS-NEXT-RMA-NO.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-COMMAND.
           DISPLAY "ENTER FUNCTION (E-ENTER RMA I-INQUIRE C-CANCEL "
               "X-EXIT)".
           ACCEPT WS-FUNCTION-CODE.
           IF SO-INQUIRE-ONLY
              AND (WS-FUNCTION-CODE = "E" OR WS-FUNCTION-CODE = "C")
               DISPLAY "NOT AUTHORIZED - INQUIRY ONLY"
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "RMAENT UPDATE REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
           ELSE
               EVALUATE WS-FUNCTION-CODE
                   WHEN "E"
                       PERFORM 3000-ENTER-ONE-RETURN
                           THRU 3000-EXIT
                   WHEN "I"
                       PERFORM 4000-INQUIRE-RMA
                           THRU 4000-EXIT
                   WHEN "C"
                       PERFORM 5000-CANCEL-RMA
                           THRU 5000-EXIT
                   WHEN "X"
                       SET WS-SESSION-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID FUNCTION CODE"
               END-EVALUATE
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-ENTER-ONE-RETURN - the invoice must have been billed,
      *                         the line must be on it, and the
      *                         quantity may not exceed what was
      *                         invoiced less what is already coming
      *                         back or has come back.
      * ================================================================
       3000-ENTER-ONE-RETURN.
           DISPLAY "ENTER INVOICE ID".
           ACCEPT WS-ENTER-INVOICE-ID.
           MOVE WS-ENTER-INVOICE-ID TO INVH-INVOICE-ID.
           READ INVOICE-HEADER-FILE
               INVALID KEY
                   DISPLAY "INVOICE NOT ON FILE - RETURN REFUSED"
                   GO TO 3000-EXIT
           END-READ.
           IF NOT INVH-PRINTED
               DISPLAY "INVOICE NOT YET BILLED - RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE INVH-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO CUST-NAME
           END-READ.
           DISPLAY "INVOICE " INVH-INVOICE-ID " DATED "
               INVH-INVOICE-DATE " CUSTOMER " INVH-CUST-ID " "
               CUST-NAME.
           DISPLAY "ENTER INVOICE LINE NUMBER".
           ACCEPT WS-ENTER-LINE-NO.
           PERFORM 3100-FIND-BILLED-LINE
               THRU 3100-EXIT.
           IF NOT WS-LINE-FOUND
               DISPLAY "LINE NOT ON THE INVOICE - RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-SUM-EARLIER-RETURNS
               THRU 3200-EXIT.
           COMPUTE WS-RETURNABLE-QTY =
               WS-BILLED-QTY - WS-ALREADY-RETURNED.
           MOVE WS-BILLED-UNIT-PRICE TO WS-DSP-AMOUNT.
           MOVE WS-BILLED-QTY TO WS-DSP-QTY.
           DISPLAY "ITEM " WS-BILLED-ITEM-CODE "  INVOICED "
               WS-DSP-QTY " AT " WS-DSP-AMOUNT.
           MOVE WS-ALREADY-RETURNED TO WS-DSP-QTY.
           DISPLAY "ALREADY AUTHORIZED OR RETURNED " WS-DSP-QTY.
           IF WS-RETURNABLE-QTY <= ZERO
               DISPLAY "NOTHING LEFT TO RETURN ON THIS LINE - "
                   "RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RETURNABLE-QTY TO WS-DSP-QTY.
           DISPLAY "ENTER QUANTITY TO RETURN (UP TO " WS-DSP-QTY ")".
           ACCEPT WS-ENTER-QTY.
           IF WS-ENTER-QTY = ZERO
               DISPLAY "QUANTITY ZERO - RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           IF WS-ENTER-QTY > WS-RETURNABLE-QTY
               DISPLAY "MORE THAN WAS INVOICED AND NOT YET RETURNED "
                   "- RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "ENTER REASON CODE".
           ACCEPT WS-ENTER-REASON.
           IF WS-ENTER-REASON = SPACES
               DISPLAY "REASON CODE REQUIRED - RETURN REFUSED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-WRITE-AUTHORIZATION
               THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-FIND-BILLED-LINE - INVPRICE holds every priced line ever
      *                         billed; the first line on it with
      *                         the invoice and line number is the
      *                         one the customer was charged for.
      * ================================================================
       3100-FIND-BILLED-LINE.
           MOVE "N" TO WS-LINE-FOUND-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT INVOICE-LINE-FILE.
           IF WS-INVLINE-STATUS NOT = "00"
               DISPLAY "INVPRICE NOT AVAILABLE - STATUS "
                   WS-INVLINE-STATUS
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3110-CHECK-ONE-LINE
               UNTIL WS-SCAN-END-OF-FILE
                  OR WS-LINE-FOUND.
           CLOSE INVOICE-LINE-FILE.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-LINE.
           READ INVOICE-LINE-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
              AND INV-LINE-INVOICE-ID = WS-ENTER-INVOICE-ID
              AND INV-LINE-NO = WS-ENTER-LINE-NO
               SET WS-LINE-FOUND TO TRUE
               MOVE INV-LINE-ITEM-CODE  TO WS-BILLED-ITEM-CODE
               MOVE INV-LINE-QTY        TO WS-BILLED-QTY
               MOVE INV-LINE-UNIT-PRICE TO WS-BILLED-UNIT-PRICE
           END-IF.

      * ================================================================
      * 3200-SUM-EARLIER-RETURNS - an authorization still open counts
      *                            in full, a credited one for what
      *                            actually came in, a cancelled one
      *                            not at all.
      * ================================================================
       3200-SUM-EARLIER-RETURNS.
           MOVE ZERO TO WS-ALREADY-RETURNED.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE ZERO TO RMA-NO.
           START RETURN-AUTH-FILE
               KEY IS GREATER THAN RMA-NO
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           PERFORM 3210-CHECK-ONE-RMA
               UNTIL WS-SCAN-END-OF-FILE.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-RMA.
           READ RETURN-AUTH-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
              AND RMA-INVOICE-ID = WS-ENTER-INVOICE-ID
              AND RMA-INVOICE-LINE-NO = WS-ENTER-LINE-NO
               EVALUATE TRUE
                   WHEN RMA-AUTHORIZED
                       ADD RMA-QTY-AUTHORIZED TO WS-ALREADY-RETURNED
                   WHEN RMA-CREDITED
                       ADD RMA-QTY-RECEIVED TO WS-ALREADY-RETURNED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3300-WRITE-AUTHORIZATION.
           MOVE SPACES TO RETURN-AUTH-RECORD.
           MOVE WS-NEXT-RMA-NO       TO RMA-NO.
           MOVE WS-ENTER-INVOICE-ID  TO RMA-INVOICE-ID.
           MOVE WS-ENTER-LINE-NO     TO RMA-INVOICE-LINE-NO.
           MOVE INVH-CUST-ID         TO RMA-CUST-ID.
           MOVE WS-BILLED-ITEM-CODE  TO RMA-ITEM-CODE.
           MOVE WS-ENTER-QTY         TO RMA-QTY-AUTHORIZED.
           MOVE WS-BILLED-UNIT-PRICE TO RMA-UNIT-PRICE.
           MOVE WS-ENTER-REASON      TO RMA-REASON.
           SET RMA-AUTHORIZED TO TRUE.
           MOVE WS-CURRENT-DATE      TO RMA-AUTH-DATE.
           MOVE SO-OPERATOR-ID       TO RMA-AUTH-OPERATOR.
           MOVE ZERO TO RMA-QTY-RECEIVED.
           MOVE ZERO TO RMA-RECEIVED-DATE.
           MOVE ZERO TO RMA-MERCHANDISE-AMOUNT.
           MOVE ZERO TO RMA-RESTOCK-FEE.
           MOVE ZERO TO RMA-TAX-AMOUNT.
           MOVE ZERO TO RMA-CREDIT-AMOUNT.
           WRITE RETURN-AUTH-RECORD
               INVALID KEY
                   DISPLAY "RMA NO " WS-NEXT-RMA-NO
                       " ALREADY ON FILE - NUMBER SKIPPED - REENTER"
                   ADD 1 TO WS-NEXT-RMA-NO
                   PERFORM 3400-SAVE-NEXT-RMA-NO
                   GO TO 3300-EXIT
           END-WRITE.
           COMPUTE WS-RETURN-VALUE =
               WS-ENTER-QTY * WS-BILLED-UNIT-PRICE.
           MOVE WS-RETURN-VALUE TO WS-DSP-AMOUNT.
           DISPLAY "RMA " WS-NEXT-RMA-NO " ISSUED - GOODS VALUE "
               WS-DSP-AMOUNT " BEFORE ANY RESTOCKING FEE AND TAX".
           ADD 1 TO WS-RMAS-ISSUED.
           ADD 1 TO WS-NEXT-RMA-NO.
           PERFORM 3400-SAVE-NEXT-RMA-NO.
       3300-EXIT.
           EXIT.

       3400-SAVE-NEXT-RMA-NO.
           MOVE WS-NEXT-RMA-NO TO RNC-NEXT-RMA-NO.
           REWRITE RMA-NO-CONTROL-RECORD
               INVALID KEY
                   WRITE RMA-NO-CONTROL-RECORD
           END-REWRITE.

       4000-INQUIRE-RMA.
           DISPLAY "ENTER RMA NUMBER".
           ACCEPT WS-ENTER-RMA-NO.
           MOVE WS-ENTER-RMA-NO TO RMA-NO.
           READ RETURN-AUTH-FILE
               INVALID KEY
                   DISPLAY "RMA NOT ON FILE"
                   GO TO 4000-EXIT
           END-READ.
           PERFORM 4100-SHOW-RMA.
       4000-EXIT.
           EXIT.

       4100-SHOW-RMA.
           MOVE RMA-UNIT-PRICE TO WS-DSP-AMOUNT.
           MOVE RMA-QTY-AUTHORIZED TO WS-DSP-QTY.
           DISPLAY "RMA " RMA-NO "  INVOICE " RMA-INVOICE-ID
               " LINE " RMA-INVOICE-LINE-NO "  CUSTOMER "
               RMA-CUST-ID.
           DISPLAY "  ITEM " RMA-ITEM-CODE "  AUTHORIZED " WS-DSP-QTY
               " AT " WS-DSP-AMOUNT "  REASON " RMA-REASON.
           DISPLAY "  ISSUED " RMA-AUTH-DATE " BY "
               RMA-AUTH-OPERATOR.
           EVALUATE TRUE
               WHEN RMA-AUTHORIZED
                   DISPLAY "  STATUS AUTHORIZED - AWAITING THE GOODS"
               WHEN RMA-CANCELLED
                   DISPLAY "  STATUS CANCELLED"
               WHEN RMA-CREDITED
                   MOVE RMA-QTY-RECEIVED TO WS-DSP-QTY
                   MOVE RMA-CREDIT-AMOUNT TO WS-DSP-AMOUNT
                   DISPLAY "  STATUS CREDITED - RECEIVED " WS-DSP-QTY
                       " ON " RMA-RECEIVED-DATE " CREDIT "
                       WS-DSP-AMOUNT
           END-EVALUATE.

      * ================================================================
      * 5000-CANCEL-RMA - only an authorization the warehouse has not
      *                   yet received can be cancelled; the record
      *                   stays on file so the number is not reused.
      * ================================================================
       5000-CANCEL-RMA.
           DISPLAY "ENTER RMA NUMBER".
           ACCEPT WS-ENTER-RMA-NO.
           MOVE WS-ENTER-RMA-NO TO RMA-NO.
           READ RETURN-AUTH-FILE
               INVALID KEY
                   DISPLAY "RMA NOT ON FILE"
                   GO TO 5000-EXIT
           END-READ.
           PERFORM 4100-SHOW-RMA.
           IF NOT RMA-AUTHORIZED
               DISPLAY "RMA NOT OPEN - NOT CANCELLED"
               GO TO 5000-EXIT
           END-IF.
           DISPLAY "CANCEL THIS RMA (Y/N)".
           ACCEPT WS-ENTER-CONFIRM.
           IF WS-ENTER-CONFIRM NOT = "Y"
               DISPLAY "RMA NOT CANCELLED"
               GO TO 5000-EXIT
           END-IF.
           SET RMA-CANCELLED TO TRUE.
           REWRITE RETURN-AUTH-RECORD.
           ADD 1 TO WS-RMAS-CANCELLED.
           DISPLAY "RMA " RMA-NO " CANCELLED".
       5000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "RMAENT - SESSION SUMMARY".
           DISPLAY "  RMAS ISSUED    : " WS-RMAS-ISSUED.
           DISPLAY "  RMAS CANCELLED : " WS-RMAS-CANCELLED.
           CLOSE RETURN-AUTH-FILE.
           CLOSE INVOICE-HEADER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE RMA-NO-CONTROL-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM RMAENT.
