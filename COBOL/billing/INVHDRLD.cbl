      *                    skips it until the audited CREDRLSE
      *                    release.  A customer with no limit (zero
      *                    or pre-conversion bytes) is never held.
      *   2026-10-15  RJP  Transaction columns 38-39 carry the ship-to
      *                    state when the goods do not go to the
      *                    bill-to address; blank leaves it to
      *                    INVPRINT to tax at the bill-to state.
      *   2026-10-15  RJP  Transaction columns 40-42 carry the
      *                    salesperson to be commissioned when it is
      *                    not the customer's own; blank leaves the
      *                    invoice to the customer's salesperson.
      *   2026-10-15  RJP  Transaction columns 43-46 carry the
      *                    customer's ship-to location (blank or zero
      *                    - the bill-to address).  It must be an
      *                    active location on SHIPTO, and its tax
      *                    state replaces columns 38-39.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVHDRLD.
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT ENTRY-REGISTER-FILE ASSIGN TO "INVHDRRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  SHIP-TO-FILE.
       COPY SHIPREC.

       FD  ENTRY-REGISTER-FILE.
       01  ENTRY-REGISTER-LINE           PIC X(132).

           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-SHIPTO-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-AR-SCAN-DONE              VALUE "Y".
           05  WS-HOLD-SWITCH            PIC X(01) VALUE "N".
               88  WS-HOLD-THIS-INVOICE         VALUE "Y".
           05  WS-SHIPTO-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-SHIPTO-OPEN               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-TRN-CUST-ID            PIC 9(10).
           05  WS-TRN-INVOICE-DATE       PIC 9(08).
           05  WS-TRN-EXPECTED-AMT       PIC 9(9)V99.
           05  WS-TRN-SHIP-TO-STATE      PIC X(02).
           05  WS-TRN-SALESREP           PIC X(03).
           05  WS-TRN-SHIP-TO-LOC        PIC 9(04).

       01  WS-TRANS-PARSE-FIELDS.
           05  WS-TRN-EXPECTED-DIGITS    PIC X(11).
           05  WS-TRN-EXPECTED-N REDEFINES WS-TRN-EXPECTED-DIGITS
                                         PIC 9(9)V99.
           05  WS-TRN-LOC-DIGITS         PIC X(04).
           05  WS-TRN-LOC-N REDEFINES WS-TRN-LOC-DIGITS
                                         PIC 9(04).

       01  WS-CREDIT-FIELDS.
           05  WS-CUST-OPEN-AR           PIC S9(11)V99 COMP-3.
               OPEN OUTPUT INVOICE-HEADER-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIPTO-STATUS = "00"
               SET WS-SHIPTO-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ENTRY-REGISTER-FILE.
       1000-EXIT.
           EXIT.
                   ELSE
                       MOVE ZERO TO WS-TRN-EXPECTED-AMT
                   END-IF
                   MOVE HEADER-TRANS-RECORD(38:2) TO
                       WS-TRN-SHIP-TO-STATE
                   MOVE HEADER-TRANS-RECORD(40:3) TO
                       WS-TRN-SALESREP
                   MOVE HEADER-TRANS-RECORD(43:4) TO
                       WS-TRN-LOC-DIGITS
                   IF WS-TRN-LOC-DIGITS IS NUMERIC
                       MOVE WS-TRN-LOC-N TO WS-TRN-SHIP-TO-LOC
                   ELSE
                       MOVE ZERO TO WS-TRN-SHIP-TO-LOC
                   END-IF
                   PERFORM 2100-APPLY-ONE-HEADER
                       THRU 2100-EXIT
           END-READ.
                       SET WS-CUSTOMER-OK TO TRUE
                   END-IF
           END-READ.
           IF WS-CUSTOMER-OK
              AND WS-TRN-SHIP-TO-LOC NOT = ZERO
               PERFORM 2150-CHECK-SHIP-TO
           END-IF.
           IF WS-CUSTOMER-OK
               PERFORM 2200-CHECK-CREDIT-LIMIT
                   THRU 2200-EXIT
               MOVE WS-TRN-INVOICE-ID   TO INVH-INVOICE-ID
               MOVE WS-TRN-CUST-ID      TO INVH-CUST-ID
               MOVE WS-TRN-INVOICE-DATE TO INVH-INVOICE-DATE
               MOVE WS-TRN-SHIP-TO-STATE TO INVH-SHIP-TO-STATE
               MOVE WS-TRN-SALESREP     TO INVH-SALESREP
               MOVE WS-TRN-SHIP-TO-LOC  TO INVH-SHIP-TO-LOC
               IF WS-HOLD-THIS-INVOICE
                   SET INVH-HELD TO TRUE
               ELSE
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2150-CHECK-SHIP-TO - the location must be one of the
      *                      customer's, still active; the goods bear
      *                      the tax of its tax state.
      * ================================================================
       2150-CHECK-SHIP-TO.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           IF NOT WS-SHIPTO-OPEN
               MOVE "REJECTED - NO SHIP-TO FILE" TO WS-REG-RESULT
           ELSE
               MOVE WS-TRN-CUST-ID     TO SHP-CUST-ID
               MOVE WS-TRN-SHIP-TO-LOC TO SHP-LOC-NO
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE "REJECTED - SHIP-TO LOCATION NOT ON FILE"
                           TO WS-REG-RESULT
                   NOT INVALID KEY
                       IF SHP-INACTIVE
                           MOVE "REJECTED - SHIP-TO LOCATION INACTIVE"
                               TO WS-REG-RESULT
                       ELSE
                           MOVE SHP-TAX-STATE TO WS-TRN-SHIP-TO-STATE
                           SET WS-CUSTOMER-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      * ================================================================
      * 2200-CHECK-CREDIT-LIMIT - the exposure is the customer's
      *                           summed open AR plus the expected
           CLOSE INVOICE-HEADER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ENTRY-REGISTER-FILE.
           IF WS-SHIPTO-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
       9000-EXIT.
           EXIT.

