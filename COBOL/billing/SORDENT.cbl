      * PURPOSE:      Sales order entry, behind SIGNON.  The
      *               operator enters the customer (validated
      *               against CUSTOMER-MASTER) and the order lines
      *               (items validated and priced for the customer -
      *               the customer's price contract in force, else
      *               the item's quantity break, else its list price
      *               - nobody keys a price here); the
      *               order number draws from the SORDCTL one-record
      *               control.  The order opens with every line
      *               OPEN, waiting for the fulfillment run to ship
      *               and convert it into an invoice.  The header may
      *               name a salesperson other than the customer's
      *               own to be commissioned on the order, and the
      *               customer's ship-to location the goods go to -
      *               none means the customer's own address.
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original order entry program.
      *   2026-10-15  RJP  Lines open with no backorder reason, and
      *                    the operator is warned when the item's
      *                    on-hand will not cover the quantity.
      *   2026-10-15  RJP  Lines price from the customer's contract,
      *                    then the item's quantity break, then the
      *                    list price.
      *   2026-10-15  RJP  Salesperson override on the order header,
      *                    validated against the salesperson master;
      *                    blank keeps the customer's salesperson.
      *   2026-10-15  RJP  The operator picks the ship-to location
      *                    from the customer's active locations on
      *                    the SHIPTO file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDENT.
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-KEY
               FILE STATUS IS WS-CPCMAST-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO "SLSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-REP-ID
               FILE STATUS IS WS-SLSPMAST-STATUS.

           SELECT CUSTOMER-SALESPERSON-FILE ASSIGN TO "CUSTSLSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUST-ID
               FILE STATUS IS WS-CUSTSLSP-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT ORDER-NO-CONTROL-FILE ASSIGN TO "SORDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  CONTRACT-PRICE-FILE.
       COPY CPCREC.

       FD  SALESPERSON-FILE.
       COPY SLSPREC.

       FD  CUSTOMER-SALESPERSON-FILE.
       COPY CUSTSREC.

       FD  SHIP-TO-FILE.
       COPY SHIPREC.

       FD  ORDER-NO-CONTROL-FILE.
       01  ORDER-NO-CONTROL-RECORD.
           05  ONC-NEXT-ORDER-NO         PIC 9(08).
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SORDCTL-STATUS         PIC X(02) VALUE "00".
           05  WS-CPCMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-SLSPMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CUSTSLSP-STATUS        PIC X(02) VALUE "00".
           05  WS-SHIPTO-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SESSION-DONE              VALUE "Y".
           05  WS-LINES-SWITCH           PIC X(01) VALUE "N".
               88  WS-LINES-DONE                VALUE "Y".
           05  WS-SLSPMAST-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-SLSPMAST-OPEN             VALUE "Y".
           05  WS-CUSTSLSP-OPEN-SW       PIC X(01) VALUE "N".
               88  WS-CUSTSLSP-OPEN             VALUE "Y".
           05  WS-REP-SWITCH             PIC X(01) VALUE "N".
               88  WS-REP-ACCEPTED              VALUE "Y".
           05  WS-SHIPTO-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-SHIPTO-OPEN               VALUE "Y".
           05  WS-LOC-SWITCH             PIC X(01) VALUE "N".
               88  WS-LOC-ACCEPTED              VALUE "Y".
           05  WS-LIST-SWITCH            PIC X(01) VALUE "N".
               88  WS-LIST-DONE                 VALUE "Y".

       COPY SIGNONW.

       01  WS-ENTER-CUST-ID              PIC 9(10).
       01  WS-ENTER-ITEM-CODE            PIC X(08).
       01  WS-ENTER-QTY                  PIC 9(05).
       01  WS-ENTER-REP-ID               PIC X(03).
       01  WS-CUSTOMER-REP-ID            PIC X(03).
       01  WS-ENTER-LOC-NO               PIC 9(04).
       01  WS-LOCATIONS-LISTED           PIC 9(05) COMP.
       01  WS-LINE-COUNT                 PIC 9(03).
       01  WS-PRICE-DISPLAY              PIC $$$,$$$,$$9.99.

       COPY ITMPRCW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CPCMAST-STATUS = "00"
               SET IP-CONTRACTS-OPEN TO TRUE
           END-IF.
           OPEN INPUT SALESPERSON-FILE.
           IF WS-SLSPMAST-STATUS = "00"
               SET WS-SLSPMAST-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-SALESPERSON-FILE.
           IF WS-CUSTSLSP-STATUS = "00"
               SET WS-CUSTSLSP-OPEN TO TRUE
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIPTO-STATUS = "00"
               SET WS-SHIPTO-OPEN TO TRUE
           END-IF.
           OPEN I-O ORDER-NO-CONTROL-FILE.
           READ ORDER-NO-CONTROL-FILE
               INVALID KEY
               DISPLAY "CUSTOMER INACTIVE - ORDER REFUSED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3050-ENTER-SALESREP
               THRU 3050-EXIT.
           PERFORM 3070-ENTER-SHIP-TO
               THRU 3070-EXIT.
           MOVE WS-NEXT-ORDER-NO TO ORD-ORDER-NO.
           MOVE ZERO             TO ORD-LINE-NO.
           MOVE WS-ENTER-CUST-ID TO ORD-CUST-ID.
           MOVE WS-CURRENT-DATE  TO ORD-ORDER-DATE.
           SET ORD-OPEN TO TRUE.
           MOVE SPACES TO ORD-ITEM-CODE.
           MOVE WS-ENTER-LOC-NO TO ORD-SHIP-TO-LOC.
           MOVE ZERO TO ORD-QTY-ORDERED.
           MOVE ZERO TO ORD-QTY-SHIPPED.
           MOVE ZERO TO ORD-UNIT-PRICE.
           SET ORD-BO-NONE TO TRUE.
           MOVE WS-ENTER-REP-ID TO ORD-SALESREP.
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ORDER NO " WS-NEXT-ORDER-NO
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3050 - THE SALESPERSON TO BE COMMISSIONED ON THE ORDER.  THE
      * CUSTOMER'S OWN IS SHOWN; BLANK KEEPS IT, ANOTHER CODE MUST BE
      * AN ACTIVE SALESPERSON ON THE MASTER.  WITH NO SALESPERSON
      * MASTER THERE IS NOTHING TO OVERRIDE WITH.
      * ================================================================
       3050-ENTER-SALESREP.
           MOVE SPACES TO WS-ENTER-REP-ID.
           IF NOT WS-SLSPMAST-OPEN
               GO TO 3050-EXIT
           END-IF.
           MOVE SPACES TO WS-CUSTOMER-REP-ID.
           IF WS-CUSTSLSP-OPEN
               MOVE WS-ENTER-CUST-ID TO CS-CUST-ID
               READ CUSTOMER-SALESPERSON-FILE
                   INVALID KEY
                       MOVE SPACES TO CS-REP-ID
               END-READ
               MOVE CS-REP-ID TO WS-CUSTOMER-REP-ID
           END-IF.
           IF WS-CUSTOMER-REP-ID = SPACES
               DISPLAY "CUSTOMER HAS NO SALESPERSON ASSIGNED"
           ELSE
               DISPLAY "CUSTOMER'S SALESPERSON IS "
                   WS-CUSTOMER-REP-ID
           END-IF.
           MOVE "N" TO WS-REP-SWITCH.
           PERFORM 3060-ACCEPT-SALESREP
               THRU 3060-EXIT
               UNTIL WS-REP-ACCEPTED.
       3050-EXIT.
           EXIT.

       3060-ACCEPT-SALESREP.
           DISPLAY "ENTER SALESPERSON (BLANK = CUSTOMER'S)".
           ACCEPT WS-ENTER-REP-ID.
           IF WS-ENTER-REP-ID = SPACES
               OR WS-ENTER-REP-ID = WS-CUSTOMER-REP-ID
               MOVE SPACES TO WS-ENTER-REP-ID
               SET WS-REP-ACCEPTED TO TRUE
               GO TO 3060-EXIT
           END-IF.
           MOVE WS-ENTER-REP-ID TO SP-REP-ID.
           READ SALESPERSON-FILE
               INVALID KEY
                   DISPLAY "SALESPERSON NOT ON MASTER - REENTER"
                   GO TO 3060-EXIT
           END-READ.
           IF NOT SP-ACTIVE
               DISPLAY "SALESPERSON INACTIVE - REENTER"
               GO TO 3060-EXIT
           END-IF.
           DISPLAY "ORDER COMMISSIONED TO " SP-NAME.
           SET WS-REP-ACCEPTED TO TRUE.
       3060-EXIT.
           EXIT.

      * ================================================================
      * 3070 - WHERE THE GOODS GO.  THE CUSTOMER'S ACTIVE SHIP-TO
      * LOCATIONS ARE LISTED FOR THE OPERATOR TO PICK ONE; ZERO SHIPS
      * TO THE CUSTOMER'S OWN ADDRESS, AS DOES A CUSTOMER WITH NO
      * LOCATIONS ON FILE.
      * ================================================================
       3070-ENTER-SHIP-TO.
           MOVE ZERO TO WS-ENTER-LOC-NO.
           IF NOT WS-SHIPTO-OPEN
               GO TO 3070-EXIT
           END-IF.
           MOVE ZERO TO WS-LOCATIONS-LISTED.
           MOVE "N" TO WS-LIST-SWITCH.
           MOVE WS-ENTER-CUST-ID TO SHP-CUST-ID.
           MOVE ZERO TO SHP-LOC-NO.
           START SHIP-TO-FILE
               KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START.
           PERFORM 3075-LIST-ONE-LOCATION
               THRU 3075-EXIT
               UNTIL WS-LIST-DONE.
           IF WS-LOCATIONS-LISTED = ZERO
               DISPLAY "CUSTOMER HAS NO SHIP-TO LOCATIONS - SHIPS TO "
                   CUST-ADDR-CITY " " CUST-ADDR-STATE
               GO TO 3070-EXIT
           END-IF.
           MOVE "N" TO WS-LOC-SWITCH.
           PERFORM 3080-ACCEPT-SHIP-TO
               THRU 3080-EXIT
               UNTIL WS-LOC-ACCEPTED.
       3070-EXIT.
           EXIT.

       3075-LIST-ONE-LOCATION.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3075-EXIT
           END-READ.
           IF SHP-CUST-ID NOT = WS-ENTER-CUST-ID
               SET WS-LIST-DONE TO TRUE
               GO TO 3075-EXIT
           END-IF.
           IF SHP-ACTIVE
               ADD 1 TO WS-LOCATIONS-LISTED
               DISPLAY "  LOCATION " SHP-LOC-NO " " SHP-NAME " "
                   SHP-ADDR-CITY " " SHP-ADDR-STATE
           END-IF.
       3075-EXIT.
           EXIT.

       3080-ACCEPT-SHIP-TO.
           DISPLAY "ENTER SHIP-TO LOCATION (0 = CUSTOMER ADDRESS)".
           ACCEPT WS-ENTER-LOC-NO.
           IF WS-ENTER-LOC-NO = ZERO
               DISPLAY "ORDER SHIPS TO " CUST-ADDR-STREET " "
                   CUST-ADDR-CITY " " CUST-ADDR-STATE
               SET WS-LOC-ACCEPTED TO TRUE
               GO TO 3080-EXIT
           END-IF.
           MOVE WS-ENTER-CUST-ID TO SHP-CUST-ID.
           MOVE WS-ENTER-LOC-NO  TO SHP-LOC-NO.
           READ SHIP-TO-FILE
               INVALID KEY
                   DISPLAY "LOCATION NOT ON FILE FOR THIS CUSTOMER - "
                       "REENTER"
                   GO TO 3080-EXIT
           END-READ.
           IF NOT SHP-ACTIVE
               DISPLAY "LOCATION INACTIVE - REENTER"
               GO TO 3080-EXIT
           END-IF.
           DISPLAY "ORDER SHIPS TO " SHP-ADDR-STREET " "
               SHP-ADDR-CITY " " SHP-ADDR-STATE.
           SET WS-LOC-ACCEPTED TO TRUE.
       3080-EXIT.
           EXIT.

       3100-ENTER-ONE-LINE.
           DISPLAY "ENTER ITEM CODE (BLANK = DONE)".
           ACCEPT WS-ENTER-ITEM-CODE.
               DISPLAY "QUANTITY ZERO - LINE REFUSED"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-ENTER-CUST-ID TO IP-CUST-ID.
           MOVE WS-CURRENT-DATE  TO IP-PRICE-DATE.
           MOVE WS-ENTER-QTY     TO IP-QTY.
           PERFORM 7600-PRICE-ITEM.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-NEXT-ORDER-NO   TO ORD-ORDER-NO.
           MOVE WS-LINE-COUNT      TO ORD-LINE-NO.
           MOVE WS-ENTER-ITEM-CODE TO ORD-ITEM-CODE.
           MOVE WS-ENTER-QTY       TO ORD-QTY-ORDERED.
           MOVE ZERO               TO ORD-QTY-SHIPPED.
           MOVE IP-UNIT-PRICE      TO ORD-UNIT-PRICE.
           SET ORD-BO-NONE TO TRUE.
           MOVE SPACES             TO ORD-SALESREP.
           WRITE SALES-ORDER-RECORD.
           MOVE IP-UNIT-PRICE TO WS-PRICE-DISPLAY.
           DISPLAY "LINE " WS-LINE-COUNT " PRICED AT "
               WS-PRICE-DISPLAY " - " IP-SOURCE-NAME.
           IF IP-CONTRACT-LAPSED
               DISPLAY "CUSTOMER'S CONTRACT PRICE FOR THIS ITEM IS "
                   "NOT IN FORCE TODAY"
           END-IF.
           IF ITEM-QTY-ON-HAND < WS-ENTER-QTY
               DISPLAY "ONLY " ITEM-QTY-ON-HAND " ON HAND - "
                   "BALANCE WILL BACKORDER"
           END-IF.
       3100-EXIT.
           EXIT.

           CLOSE SALES-ORDER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE CONTRACT-PRICE-FILE.
           IF WS-SLSPMAST-OPEN
               CLOSE SALESPERSON-FILE
           END-IF.
           IF WS-CUSTSLSP-OPEN
               CLOSE CUSTOMER-SALESPERSON-FILE
           END-IF.
           IF WS-SHIPTO-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
           CLOSE ORDER-NO-CONTROL-FILE.
       9000-EXIT.
           EXIT.

       COPY ITMPRCP.

       END PROGRAM SORDENT.
