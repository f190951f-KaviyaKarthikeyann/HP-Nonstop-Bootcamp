      ******************************************************************
      * PROGRAM:      CUSTINQ
      * AUTHOR:       R. J. PILLAI - CUSTOMER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Customer account inquiry, behind SIGNON - one
      *               screen for the customer on the telephone instead
      *               of PERSONQRY, the ARAGE printout, the CREDHOLD
      *               report and SORDRPT side by side.  The operator
      *               keys a customer id and every file the account
      *               touches is read once into seven sections:
      *                 1  MASTER    - name, address, status, credit
      *                                limit and the account summary
      *                 2  OPEN AR   - each open item, aged as ARAGE
      *                                ages it, with bucket totals
      *                 3  PAYMENTS  - the most recent cash applied
      *                                off ARAPPLOG, newest first
      *                 4  HELD      - invoices held for credit
      *                 5  ORDERS    - lines of the open sales orders
      *                                with their backorder quantity
      *                 6  DUNNING   - last letter level and date and
      *                                whether letters are suppressed
      *                 7  CHANGES   - the most recent CUSTAUD lines,
      *                                newest first
      *               The section number shows its first page, N and
      *               P page forward and back through it.  Every file
      *               is opened for input; nothing is updated, so an
      *               inquire-only operator may use every function.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original customer account inquiry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "ARAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLOG-STATUS.

           SELECT INVOICE-HEADER-FILE ASSIGN TO "INVHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVH-INVOICE-ID
               FILE STATUS IS WS-INVHDR-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "SORDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-SORDMAST-STATUS.

           SELECT DUNNING-CONTROL-FILE ASSIGN TO "ARDUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-CUST-ID
               FILE STATUS IS WS-DUNCTL-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  APPLICATION-LOG-FILE.
       COPY ARAPPREC.

       FD  INVOICE-HEADER-FILE.
       COPY INVHDREC.

       FD  SALES-ORDER-FILE.
       COPY SORDREC.

       FD  DUNNING-CONTROL-FILE.
       01  DUNNING-CONTROL-RECORD.
           05  DN-CUST-ID                PIC 9(10).
           05  DN-LAST-LEVEL             PIC 9(01).
           05  DN-LAST-SENT-DATE         PIC 9(08).
           05  DN-SUPPRESS-SWITCH        PIC X(01).
               88  DN-SUPPRESSED                VALUE "S".
           05  FILLER                    PIC X(05).

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE           PIC X(209).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-APPLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-INVHDR-STATUS          PIC X(02) VALUE "00".
           05  WS-SORDMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DUNCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-CUSTAUD-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
               88  WS-SESSION-DONE              VALUE "Y".
           05  WS-CUSTOMER-SWITCH        PIC X(01) VALUE "N".
               88  WS-CUSTOMER-LOADED           VALUE "Y".
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-END-OF-FILE          VALUE "Y".
           05  WS-ORDER-SWITCH           PIC X(01) VALUE "N".
               88  WS-ORDER-WANTED              VALUE "Y".
           05  WS-DUNCTL-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-DUNCTL-OPEN               VALUE "Y".

       COPY SIGNONW.

       COPY CUSTAUDW.

       01  WS-CONTROL-TOTALS.
           05  WS-INQUIRIES-MADE         PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-TODAY-DAY-NO               PIC 9(07).
       01  WS-ITEM-DAY-NO                PIC 9(07).
       01  WS-AGE-DAYS                   PIC S9(06).
       01  WS-BUCKET-SUB                 PIC 9(01).
       01  WS-FUNCTION-CODE              PIC X(01).
       01  WS-LOOKUP-ID                  PIC 9(10).
       01  WS-MATCH-CUST-ID              PIC Z(9)9.

      * One section of the inquiry is shown a page at a time.
       01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 12.
       01  WS-PAGING-FIELDS.
           05  WS-SECTION-NO-X           PIC X(01).
           05  WS-SECTION-NO REDEFINES WS-SECTION-NO-X
                                         PIC 9(01).
           05  WS-CURRENT-PAGE           PIC 9(04) COMP.
           05  WS-PAGE-COUNT             PIC 9(04) COMP.
           05  WS-FIRST-LINE             PIC 9(04) COMP.
           05  WS-LAST-LINE              PIC 9(04) COMP.
           05  WS-LINE-SUB               PIC 9(04) COMP.
           05  WS-DSP-PAGE               PIC ZZZ9.
           05  WS-DSP-PAGES              PIC ZZZ9.

      * The seven sections, built when the customer is looked up.
      * A section holds 60 display lines; a customer with more open
      * items or order lines than that is flagged on the last page.
       01  WS-SECTION-MAX-LINES          PIC 9(04) COMP VALUE 60.
       01  WS-SECTION-TABLE.
           05  WS-SECTION OCCURS 7 TIMES.
               10  WS-SEC-LINE-COUNT     PIC 9(04) COMP.
               10  WS-SEC-OVERFLOW-SW    PIC X(01).
                   88  WS-SEC-OVERFLOWED        VALUE "Y".
               10  WS-SEC-LINE OCCURS 60 TIMES
                                         PIC X(79).

       01  WS-SECTION-TITLE-TABLE.
           05  FILLER PIC X(24) VALUE "1 MASTER AND CREDIT     ".
           05  FILLER PIC X(24) VALUE "2 OPEN AR ITEMS - AGED  ".
           05  FILLER PIC X(24) VALUE "3 RECENT PAYMENTS       ".
           05  FILLER PIC X(24) VALUE "4 HELD INVOICES         ".
           05  FILLER PIC X(24) VALUE "5 OPEN SALES ORDERS     ".
           05  FILLER PIC X(24) VALUE "6 DUNNING               ".
           05  FILLER PIC X(24) VALUE "7 RECENT CHANGES        ".
       01  WS-SECTION-TITLES REDEFINES WS-SECTION-TITLE-TABLE.
           05  WS-SECTION-TITLE OCCURS 7 TIMES
                                         PIC X(24).

       01  WS-COLUMN-HEADING-TABLE.
           05  FILLER                    PIC X(79) VALUE SPACES.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "INVOICE".
               10  FILLER PIC X(10) VALUE "DATED".
               10  FILLER PIC X(05) VALUE " DAYS".
               10  FILLER PIC X(17) VALUE "         ORIGINAL".
               10  FILLER PIC X(16) VALUE "    OPEN BALANCE".
               10  FILLER PIC X(21) VALUE "  BUCKET".
           05  FILLER.
               10  FILLER PIC X(10) VALUE "PAID".
               10  FILLER PIC X(10) VALUE "INVOICE".
               10  FILLER PIC X(10) VALUE "DATED".
               10  FILLER PIC X(12) VALUE "CHECK NO".
               10  FILLER PIC X(14) VALUE "       APPLIED".
               10  FILLER PIC X(23) VALUE "   DAYS".
           05  FILLER.
               10  FILLER PIC X(10) VALUE "INVOICE".
               10  FILLER PIC X(10) VALUE "DATED".
               10  FILLER PIC X(05) VALUE "REP".
               10  FILLER PIC X(09) VALUE "SHIP-TO".
               10  FILLER PIC X(45) VALUE "STATE".
           05  FILLER.
               10  FILLER PIC X(10) VALUE "ORDER".
               10  FILLER PIC X(05) VALUE "LINE".
               10  FILLER PIC X(10) VALUE "DATED".
               10  FILLER PIC X(08) VALUE "ITEM".
               10  FILLER PIC X(08) VALUE " ORDERED".
               10  FILLER PIC X(08) VALUE " SHIPPED".
               10  FILLER PIC X(08) VALUE " BACKORD".
               10  FILLER PIC X(22) VALUE "  REASON".
           05  FILLER                    PIC X(79) VALUE SPACES.
           05  FILLER.
               10  FILLER PIC X(10) VALUE "DATE".
               10  FILLER PIC X(10) VALUE "TIME".
               10  FILLER PIC X(04) VALUE "CD".
               10  FILLER PIC X(32) VALUE "RESULT".
               10  FILLER PIC X(23) VALUE "OPERATOR".
       01  WS-COLUMN-HEADINGS REDEFINES WS-COLUMN-HEADING-TABLE.
           05  WS-COLUMN-HEADING OCCURS 7 TIMES
                                         PIC X(79).

      * The line being added to a section.
       01  WS-BUILD-SEC                  PIC 9(01).
       01  WS-BUILD-LINE                 PIC X(79).
       01  WS-BUILD-LINE-2               PIC X(79).

      * Payments and audit lines arrive oldest first; the last 20
      * are kept in a ring and unloaded newest first.  An entry is
      * up to two display lines.
       01  WS-RING-MAX                   PIC 9(04) COMP VALUE 20.
       01  WS-RING-FIELDS.
           05  WS-RING-COUNT             PIC 9(9) COMP.
           05  WS-RING-KEPT              PIC 9(04) COMP.
           05  WS-RING-NEWEST            PIC 9(04) COMP.
           05  WS-RING-SLOT              PIC 9(04) COMP.
           05  WS-RING-QUOTIENT          PIC 9(9) COMP.
           05  WS-RING-SUB               PIC 9(04) COMP.
       01  WS-RING-TABLE.
           05  WS-RING-ENTRY OCCURS 20 TIMES.
               10  WS-RING-LINE-1        PIC X(79).
               10  WS-RING-LINE-2        PIC X(79).

      * The account summary the master section closes with.
       01  WS-ACCOUNT-TOTALS.
           05  WS-OPEN-AR-TOTAL          PIC S9(11)V99 COMP-3.
           05  WS-OPEN-ITEM-COUNT        PIC 9(9) COMP.
           05  WS-AGE-BUCKET OCCURS 4 TIMES
                                         PIC S9(11)V99 COMP-3.
           05  WS-HELD-COUNT             PIC 9(9) COMP.
           05  WS-OPEN-ORDER-COUNT       PIC 9(9) COMP.
           05  WS-BACKORDER-UNITS        PIC 9(9) COMP.
           05  WS-AVAILABLE-CREDIT       PIC S9(11)V99 COMP-3.
           05  WS-DUNNING-SUMMARY        PIC X(50).

       01  WS-BACKORDER-QTY              PIC S9(06).
       01  WS-DAYS-TO-PAY                PIC S9(06).

       01  WS-BUCKET-NAME-TABLE.
           05  FILLER PIC X(08) VALUE "0-30    ".
           05  FILLER PIC X(08) VALUE "31-60   ".
           05  FILLER PIC X(08) VALUE "61-90   ".
           05  FILLER PIC X(08) VALUE "OVER 90 ".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-TABLE.
           05  WS-BUCKET-NAME OCCURS 4 TIMES
                                         PIC X(08).

       01  WS-LEVEL-TEXT-TABLE.
           05  FILLER PIC X(30) VALUE
               "REMINDER - PAYMENT IS DUE     ".
           05  FILLER PIC X(30) VALUE
               "FIRM NOTICE - SERIOUSLY LATE  ".
           05  FILLER PIC X(30) VALUE
               "FINAL DEMAND BEFORE COLLECTION".
       01  WS-LEVEL-TEXTS REDEFINES WS-LEVEL-TEXT-TABLE.
           05  WS-LEVEL-TEXT OCCURS 3 TIMES
                                         PIC X(30).

       01  WS-AR-DETAIL.
           05  WS-ARD-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ARD-INVOICE-DATE       PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ARD-AGE-DAYS           PIC -ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ARD-ORIGINAL           PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-ARD-OPEN-BALANCE       PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ARD-BUCKET             PIC X(08).

       01  WS-PAYMENT-DETAIL.
           05  WS-PMD-PAYMENT-DATE       PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PMD-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PMD-INVOICE-DATE       PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PMD-CHECK-NO           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PMD-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PMD-DAYS-TO-PAY        PIC -ZZZ9.

       01  WS-HELD-DETAIL.
           05  WS-HLD-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HLD-INVOICE-DATE       PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HLD-SALESREP           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HLD-SHIP-TO-LOC        PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HLD-SHIP-TO-STATE      PIC X(02).

       01  WS-ORDER-DETAIL.
           05  WS-ORD-ORDER-NO           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-LINE-NO            PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-ORDER-DATE         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-ITEM-CODE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-ORDERED            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-SHIPPED            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-BACKORDER          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ORD-REASON             PIC X(17).

       01  WS-CHANGE-DETAIL.
           05  WS-CHG-DATE               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHG-TIME               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHG-TRANS-CODE         PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-CHG-RESULT             PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHG-OPERATOR-ID        PIC X(08).

       01  WS-IMAGE-DETAIL.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-IMG-LABEL              PIC X(04).
           05  WS-IMG-NAME               PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-IMG-STREET             PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-IMG-CITY               PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-IMG-STATE              PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-IMG-ZIP                PIC X(05).

       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-AMOUNT             PIC $$$,$$$,$$9.99-.
           05  WS-DSP-AMOUNT-2           PIC $$$,$$$,$$9.99-.
           05  WS-DSP-COUNT              PIC ZZZ,ZZ9.
           05  WS-DSP-COUNT-2            PIC ZZZ,ZZ9.
           05  WS-DSP-COUNT-3            PIC ZZZ,ZZ9.
           05  WS-DSP-LOC                PIC ZZZ9.

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
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "CUSTINQ - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CUSTINQ - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WS-DUNCTL-STATUS = "00"
               SET WS-DUNCTL-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-COMMAND.
           DISPLAY "ENTER FUNCTION (C-CUSTOMER 1-7 SECTION N-NEXT "
               "P-PREVIOUS X-EXIT)".
           ACCEPT WS-FUNCTION-CODE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-CODE = "C"
                   PERFORM 3000-LOOKUP-CUSTOMER
                       THRU 3000-EXIT
               WHEN WS-FUNCTION-CODE = "X"
                   SET WS-SESSION-DONE TO TRUE
               WHEN NOT WS-CUSTOMER-LOADED
                   DISPLAY "NO CUSTOMER SELECTED - ENTER C FIRST"
               WHEN WS-FUNCTION-CODE >= "1"
                AND WS-FUNCTION-CODE <= "7"
                   MOVE WS-FUNCTION-CODE TO WS-SECTION-NO-X
                   MOVE 1 TO WS-CURRENT-PAGE
                   PERFORM 4000-SHOW-PAGE
                       THRU 4000-EXIT
               WHEN WS-FUNCTION-CODE = "N"
                   PERFORM 4200-COUNT-PAGES
                   IF WS-CURRENT-PAGE < WS-PAGE-COUNT
                       ADD 1 TO WS-CURRENT-PAGE
                       PERFORM 4000-SHOW-PAGE
                           THRU 4000-EXIT
                   ELSE
                       DISPLAY "LAST PAGE OF THIS SECTION"
                   END-IF
               WHEN WS-FUNCTION-CODE = "P"
                   IF WS-CURRENT-PAGE > 1
                       SUBTRACT 1 FROM WS-CURRENT-PAGE
                       PERFORM 4000-SHOW-PAGE
                           THRU 4000-EXIT
                   ELSE
                       DISPLAY "FIRST PAGE OF THIS SECTION"
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-LOOKUP-CUSTOMER - reads the customer and builds every
      *                        section before the first page shows,
      *                        so paging never goes back to disk.
      *                        The master section is built last: it
      *                        summarizes what the others found.
      * ================================================================
       3000-LOOKUP-CUSTOMER.
           DISPLAY "ENTER CUSTOMER ID".
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON MASTER"
                   MOVE "N" TO WS-CUSTOMER-SWITCH
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-INQUIRIES-MADE.
           MOVE CUST-ID TO WS-MATCH-CUST-ID.
           INITIALIZE WS-SECTION-TABLE.
           INITIALIZE WS-ACCOUNT-TOTALS.
           PERFORM 3200-LOAD-OPEN-ITEMS
               THRU 3200-EXIT.
           PERFORM 3300-LOAD-PAYMENTS
               THRU 3300-EXIT.
           PERFORM 3400-LOAD-HELD-INVOICES
               THRU 3400-EXIT.
           PERFORM 3500-LOAD-OPEN-ORDERS
               THRU 3500-EXIT.
           PERFORM 3600-LOAD-DUNNING
               THRU 3600-EXIT.
           PERFORM 3700-LOAD-CHANGES
               THRU 3700-EXIT.
           PERFORM 3100-LOAD-MASTER.
           SET WS-CUSTOMER-LOADED TO TRUE.
           MOVE 1 TO WS-SECTION-NO.
           MOVE 1 TO WS-CURRENT-PAGE.
           PERFORM 4000-SHOW-PAGE
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LOAD-MASTER.
           MOVE 1 TO WS-BUILD-SEC.
           MOVE SPACES TO WS-BUILD-LINE.
           IF CUST-INACTIVE
               STRING "CUSTOMER  " CUST-ID "  " CUST-NAME
                   "  INACTIVE" DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING "CUSTOMER  " CUST-ID "  " CUST-NAME
                   "  ACTIVE" DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "BILL TO   " CUST-ADDR-STREET " " CUST-ADDR-CITY
               " " CUST-ADDR-STATE " " CUST-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           IF CUST-FC-EXEMPT
               MOVE "FINANCE CHARGES  EXEMPT" TO WS-BUILD-LINE
           ELSE
               MOVE "FINANCE CHARGES  CHARGED" TO WS-BUILD-LINE
           END-IF.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE WS-OPEN-AR-TOTAL TO WS-DSP-AMOUNT.
           MOVE WS-OPEN-ITEM-COUNT TO WS-DSP-COUNT.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "OPEN AR   " WS-DSP-AMOUNT "  IN " WS-DSP-COUNT
               " ITEMS" DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE SPACES TO WS-BUILD-LINE.
           IF CUST-CREDIT-LIMIT IS NOT NUMERIC
            OR CUST-CREDIT-LIMIT = ZERO
               MOVE "CREDIT LIMIT     NONE" TO WS-BUILD-LINE
           ELSE
               COMPUTE WS-AVAILABLE-CREDIT =
                   CUST-CREDIT-LIMIT - WS-OPEN-AR-TOTAL
               MOVE CUST-CREDIT-LIMIT TO WS-DSP-AMOUNT
               MOVE WS-AVAILABLE-CREDIT TO WS-DSP-AMOUNT-2
               STRING "CREDIT LIMIT " WS-DSP-AMOUNT
                   "  AVAILABLE " WS-DSP-AMOUNT-2
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE WS-AGE-BUCKET (1) TO WS-DSP-AMOUNT.
           MOVE WS-AGE-BUCKET (2) TO WS-DSP-AMOUNT-2.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "AGING     0-30 " WS-DSP-AMOUNT
               "   31-60 " WS-DSP-AMOUNT-2
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE WS-AGE-BUCKET (3) TO WS-DSP-AMOUNT.
           MOVE WS-AGE-BUCKET (4) TO WS-DSP-AMOUNT-2.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "         61-90 " WS-DSP-AMOUNT
               " OVER 90 " WS-DSP-AMOUNT-2
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE WS-HELD-COUNT TO WS-DSP-COUNT.
           MOVE WS-OPEN-ORDER-COUNT TO WS-DSP-COUNT-2.
           MOVE WS-BACKORDER-UNITS TO WS-DSP-COUNT-3.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "HELD INVOICES " WS-DSP-COUNT
               "  OPEN ORDERS " WS-DSP-COUNT-2
               "  UNITS BACKORDERED " WS-DSP-COUNT-3
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "DUNNING   " WS-DUNNING-SUMMARY
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.

      * ================================================================
      * 3200-LOAD-OPEN-ITEMS - the customer's open items, each aged
      *                        from its invoice date into ARAGE's
      *                        four buckets.  A credit left open
      *                        lists with its minus sign.
      * ================================================================
       3200-LOAD-OPEN-ITEMS.
           MOVE 2 TO WS-BUILD-SEC.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AROPEN-STATUS NOT = "00"
               MOVE SPACES TO WS-BUILD-LINE
               STRING "AROPEN NOT AVAILABLE - STATUS "
                   WS-AROPEN-STATUS DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM 3210-SCAN-ONE-OPEN-ITEM
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           PERFORM 3220-ADD-AGING-TOTALS
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
       3200-EXIT.
           EXIT.

       3210-SCAN-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
              AND ARO-CUST-ID = CUST-ID
              AND ARO-ITEM-OPEN
              AND ARO-OPEN-BALANCE NOT = ZERO
               COMPUTE WS-ITEM-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (ARO-INVOICE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-ITEM-DAY-NO
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS <= 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               ADD ARO-OPEN-BALANCE TO WS-AGE-BUCKET (WS-BUCKET-SUB)
               ADD ARO-OPEN-BALANCE TO WS-OPEN-AR-TOTAL
               ADD 1 TO WS-OPEN-ITEM-COUNT
               MOVE ARO-INVOICE-ID      TO WS-ARD-INVOICE-ID
               MOVE ARO-INVOICE-DATE    TO WS-ARD-INVOICE-DATE
               MOVE WS-AGE-DAYS         TO WS-ARD-AGE-DAYS
               MOVE ARO-ORIGINAL-AMOUNT TO WS-ARD-ORIGINAL
               MOVE ARO-OPEN-BALANCE    TO WS-ARD-OPEN-BALANCE
               MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-ARD-BUCKET
               MOVE WS-AR-DETAIL TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
           END-IF.

       3220-ADD-AGING-TOTALS.
           MOVE WS-AGE-BUCKET (WS-BUCKET-SUB) TO WS-DSP-AMOUNT.
           MOVE SPACES TO WS-BUILD-LINE.
           STRING "  TOTAL " WS-BUCKET-NAME (WS-BUCKET-SUB)
               "                          " WS-DSP-AMOUNT
               DELIMITED BY SIZE INTO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.

      * ================================================================
      * 3300-LOAD-PAYMENTS - ARAPPLOG is appended in run order, so the
      *                      customer's last 20 applications are the
      *                      last 20 the scan sees.
      * ================================================================
       3300-LOAD-PAYMENTS.
           MOVE 3 TO WS-BUILD-SEC.
           MOVE ZERO TO WS-RING-COUNT.
           OPEN INPUT APPLICATION-LOG-FILE.
           IF WS-APPLOG-STATUS NOT = "00"
               MOVE "NO PAYMENTS APPLIED ON FILE" TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM 3310-SCAN-ONE-APPLICATION
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE APPLICATION-LOG-FILE.
           PERFORM 7200-UNLOAD-RING
               THRU 7200-EXIT.
       3300-EXIT.
           EXIT.

       3310-SCAN-ONE-APPLICATION.
           READ APPLICATION-LOG-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
              AND AP-CUST-ID = CUST-ID
               MOVE AP-PAYMENT-DATE   TO WS-PMD-PAYMENT-DATE
               MOVE AP-INVOICE-ID     TO WS-PMD-INVOICE-ID
               MOVE AP-INVOICE-DATE   TO WS-PMD-INVOICE-DATE
               MOVE AP-CHECK-NO       TO WS-PMD-CHECK-NO
               MOVE AP-AMOUNT-APPLIED TO WS-PMD-AMOUNT
               COMPUTE WS-DAYS-TO-PAY =
                   FUNCTION INTEGER-OF-DATE (AP-PAYMENT-DATE)
                   - FUNCTION INTEGER-OF-DATE (AP-INVOICE-DATE)
               MOVE WS-DAYS-TO-PAY    TO WS-PMD-DAYS-TO-PAY
               MOVE WS-PAYMENT-DETAIL TO WS-BUILD-LINE
               MOVE SPACES            TO WS-BUILD-LINE-2
               PERFORM 7100-ADD-TO-RING
           END-IF.

       3400-LOAD-HELD-INVOICES.
           MOVE 4 TO WS-BUILD-SEC.
           OPEN INPUT INVOICE-HEADER-FILE.
           IF WS-INVHDR-STATUS NOT = "00"
               MOVE SPACES TO WS-BUILD-LINE
               STRING "INVHDR NOT AVAILABLE - STATUS "
                   WS-INVHDR-STATUS DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM 3410-SCAN-ONE-HEADER
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE INVOICE-HEADER-FILE.
       3400-EXIT.
           EXIT.

       3410-SCAN-ONE-HEADER.
           READ INVOICE-HEADER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
              AND INVH-CUST-ID = CUST-ID
              AND INVH-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE INVH-INVOICE-ID   TO WS-HLD-INVOICE-ID
               MOVE INVH-INVOICE-DATE TO WS-HLD-INVOICE-DATE
               MOVE INVH-SALESREP     TO WS-HLD-SALESREP
               IF INVH-SHIP-TO-LOC IS NUMERIC
                  AND INVH-SHIP-TO-LOC > ZERO
                   MOVE INVH-SHIP-TO-LOC TO WS-DSP-LOC
                   MOVE WS-DSP-LOC TO WS-HLD-SHIP-TO-LOC
               ELSE
                   MOVE "BILL-TO" TO WS-HLD-SHIP-TO-LOC
               END-IF
               MOVE INVH-SHIP-TO-STATE TO WS-HLD-SHIP-TO-STATE
               MOVE WS-HELD-DETAIL TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
           END-IF.

      * ================================================================
      * 3500-LOAD-OPEN-ORDERS - as SORDRPT reads the file: the header
      *                         line (line 000) says whether the
      *                         order is open and whose it is, and
      *                         the item lines that follow it list
      *                         with what is still to ship.
      * ================================================================
       3500-LOAD-OPEN-ORDERS.
           MOVE 5 TO WS-BUILD-SEC.
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SORDMAST-STATUS NOT = "00"
               MOVE SPACES TO WS-BUILD-LINE
               STRING "SORDMAST NOT AVAILABLE - STATUS "
                   WS-SORDMAST-STATUS DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3500-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE "N" TO WS-ORDER-SWITCH.
           PERFORM 3510-SCAN-ONE-ORDER-LINE
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE SALES-ORDER-FILE.
       3500-EXIT.
           EXIT.

       3510-SCAN-ONE-ORDER-LINE.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
               IF ORD-LINE-NO = ZERO
                   IF ORD-OPEN
                      AND ORD-CUST-ID = CUST-ID
                       SET WS-ORDER-WANTED TO TRUE
                       ADD 1 TO WS-OPEN-ORDER-COUNT
                   ELSE
                       MOVE "N" TO WS-ORDER-SWITCH
                   END-IF
               ELSE
                   IF WS-ORDER-WANTED
                       PERFORM 3520-LIST-ONE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       3520-LIST-ONE-ORDER-LINE.
           COMPUTE WS-BACKORDER-QTY =
               ORD-QTY-ORDERED - ORD-QTY-SHIPPED.
           IF WS-BACKORDER-QTY < ZERO
               MOVE ZERO TO WS-BACKORDER-QTY
           END-IF.
           ADD WS-BACKORDER-QTY TO WS-BACKORDER-UNITS.
           MOVE ORD-ORDER-NO     TO WS-ORD-ORDER-NO.
           MOVE ORD-LINE-NO      TO WS-ORD-LINE-NO.
           MOVE ORD-ORDER-DATE   TO WS-ORD-ORDER-DATE.
           MOVE ORD-ITEM-CODE    TO WS-ORD-ITEM-CODE.
           MOVE ORD-QTY-ORDERED  TO WS-ORD-ORDERED.
           MOVE ORD-QTY-SHIPPED  TO WS-ORD-SHIPPED.
           MOVE WS-BACKORDER-QTY TO WS-ORD-BACKORDER.
           EVALUATE TRUE
               WHEN WS-BACKORDER-QTY = ZERO
                   MOVE SPACES TO WS-ORD-REASON
               WHEN ORD-BO-STOCK-OUT
                   MOVE "STOCK-OUT" TO WS-ORD-REASON
               WHEN ORD-BO-WAREHOUSE-PARTIAL
                   MOVE "WAREHOUSE PARTIAL" TO WS-ORD-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ORD-REASON
           END-EVALUATE.
           MOVE WS-ORDER-DETAIL TO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.

      * ================================================================
      * 3600-LOAD-DUNNING - the ARDUNCTL control record ARDUNN keeps:
      *                     the last letter level sent and when, and
      *                     the dispute suppression ARDUNSUP sets.  No
      *                     record means no letter has gone out.
      * ================================================================
       3600-LOAD-DUNNING.
           MOVE 6 TO WS-BUILD-SEC.
           IF NOT WS-DUNCTL-OPEN
               MOVE "NO DUNNING CONTROL FILE" TO WS-DUNNING-SUMMARY
               MOVE WS-DUNNING-SUMMARY TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3600-EXIT
           END-IF.
           MOVE CUST-ID TO DN-CUST-ID.
           READ DUNNING-CONTROL-FILE
               INVALID KEY
                   MOVE "NO LETTER SENT - LETTERS ACTIVE"
                       TO WS-DUNNING-SUMMARY
                   MOVE WS-DUNNING-SUMMARY TO WS-BUILD-LINE
                   PERFORM 7000-ADD-SECTION-LINE
                   GO TO 3600-EXIT
           END-READ.
           MOVE SPACES TO WS-BUILD-LINE.
           IF DN-LAST-LEVEL >= 1 AND DN-LAST-LEVEL <= 3
               STRING "LAST LETTER  LEVEL " DN-LAST-LEVEL
                   " - " WS-LEVEL-TEXT (DN-LAST-LEVEL)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING "SENT         " DN-LAST-SENT-DATE
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
           ELSE
               MOVE "LAST LETTER  NONE SENT" TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
           END-IF.
           MOVE SPACES TO WS-DUNNING-SUMMARY.
           IF DN-SUPPRESSED
               MOVE "LETTERS      SUPPRESSED - BALANCE IN DISPUTE"
                   TO WS-BUILD-LINE
               STRING "LEVEL " DN-LAST-LEVEL
                   " - SUPPRESSED - BALANCE IN DISPUTE"
                   DELIMITED BY SIZE INTO WS-DUNNING-SUMMARY
           ELSE
               MOVE "LETTERS      ACTIVE" TO WS-BUILD-LINE
               STRING "LEVEL " DN-LAST-LEVEL " SENT "
                   DN-LAST-SENT-DATE " - LETTERS ACTIVE"
                   DELIMITED BY SIZE INTO WS-DUNNING-SUMMARY
           END-IF.
           PERFORM 7000-ADD-SECTION-LINE.
       3600-EXIT.
           EXIT.

      * ================================================================
      * 3700-LOAD-CHANGES - CUSTAUD lines carry the customer id
      *                     edited as CUSTAUDW edits it; each change
      *                     shows with the image it left behind (the
      *                     before-image for a delete).
      * ================================================================
       3700-LOAD-CHANGES.
           MOVE 7 TO WS-BUILD-SEC.
           MOVE ZERO TO WS-RING-COUNT.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WS-CUSTAUD-STATUS NOT = "00"
               MOVE "NO AUDIT TRAIL ON FILE" TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
               GO TO 3700-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM 3710-SCAN-ONE-AUDIT-LINE
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE CUSTOMER-AUDIT-FILE.
           PERFORM 7200-UNLOAD-RING
               THRU 7200-EXIT.
       3700-EXIT.
           EXIT.

       3710-SCAN-ONE-AUDIT-LINE.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-SCAN-END-OF-FILE
               MOVE CUSTOMER-AUDIT-LINE TO WS-AUDIT-DETAIL-LINE
               IF WS-AUD-CUST-ID = WS-MATCH-CUST-ID
                   PERFORM 3720-FORMAT-ONE-CHANGE
                   PERFORM 7100-ADD-TO-RING
               END-IF
           END-IF.

       3720-FORMAT-ONE-CHANGE.
           MOVE WS-AUD-DATE        TO WS-CHG-DATE.
           MOVE WS-AUD-TIME        TO WS-CHG-TIME.
           MOVE WS-AUD-TRANS-CODE  TO WS-CHG-TRANS-CODE.
           MOVE WS-AUD-RESULT      TO WS-CHG-RESULT.
           MOVE WS-AUD-OPERATOR-ID TO WS-CHG-OPERATOR-ID.
           MOVE WS-CHANGE-DETAIL   TO WS-BUILD-LINE.
           MOVE SPACES TO WS-BUILD-LINE-2.
           IF WS-AUDA-NAME NOT = SPACES
               MOVE "NOW "         TO WS-IMG-LABEL
               MOVE WS-AUDA-NAME   TO WS-IMG-NAME
               MOVE WS-AUDA-STREET TO WS-IMG-STREET
               MOVE WS-AUDA-CITY   TO WS-IMG-CITY
               MOVE WS-AUDA-STATE  TO WS-IMG-STATE
               MOVE WS-AUDA-ZIP    TO WS-IMG-ZIP
               MOVE WS-IMAGE-DETAIL TO WS-BUILD-LINE-2
           ELSE
               IF WS-AUDB-NAME NOT = SPACES
                   MOVE "WAS "         TO WS-IMG-LABEL
                   MOVE WS-AUDB-NAME   TO WS-IMG-NAME
                   MOVE WS-AUDB-STREET TO WS-IMG-STREET
                   MOVE WS-AUDB-CITY   TO WS-IMG-CITY
                   MOVE WS-AUDB-STATE  TO WS-IMG-STATE
                   MOVE WS-AUDB-ZIP    TO WS-IMG-ZIP
                   MOVE WS-IMAGE-DETAIL TO WS-BUILD-LINE-2
               END-IF
           END-IF.

      * ================================================================
      * 4000-SHOW-PAGE - one page of the current section under its
      *                  title and column heading.
      * ================================================================
       4000-SHOW-PAGE.
           PERFORM 4200-COUNT-PAGES.
           MOVE WS-CURRENT-PAGE TO WS-DSP-PAGE.
           MOVE WS-PAGE-COUNT TO WS-DSP-PAGES.
           DISPLAY " ".
           DISPLAY "CUSTOMER " CUST-ID " " CUST-NAME "  "
               WS-SECTION-TITLE (WS-SECTION-NO)
               " PAGE" WS-DSP-PAGE " OF" WS-DSP-PAGES.
           IF WS-COLUMN-HEADING (WS-SECTION-NO) NOT = SPACES
               DISPLAY WS-COLUMN-HEADING (WS-SECTION-NO)
           END-IF.
           IF WS-SEC-LINE-COUNT (WS-SECTION-NO) = ZERO
               DISPLAY "  NONE ON FILE"
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-FIRST-LINE =
               (WS-CURRENT-PAGE - 1) * WS-LINES-PER-PAGE + 1.
           COMPUTE WS-LAST-LINE =
               WS-FIRST-LINE + WS-LINES-PER-PAGE - 1.
           IF WS-LAST-LINE > WS-SEC-LINE-COUNT (WS-SECTION-NO)
               MOVE WS-SEC-LINE-COUNT (WS-SECTION-NO) TO WS-LAST-LINE
           END-IF.
           PERFORM 4100-SHOW-ONE-LINE
               VARYING WS-LINE-SUB FROM WS-FIRST-LINE BY 1
               UNTIL WS-LINE-SUB > WS-LAST-LINE.
           IF WS-CURRENT-PAGE = WS-PAGE-COUNT
              AND WS-SEC-OVERFLOWED (WS-SECTION-NO)
               DISPLAY "  MORE ON FILE - ONLY THE FIRST "
                   WS-SECTION-MAX-LINES " LINES ARE SHOWN"
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SHOW-ONE-LINE.
           DISPLAY WS-SEC-LINE (WS-SECTION-NO WS-LINE-SUB).

       4200-COUNT-PAGES.
           COMPUTE WS-PAGE-COUNT =
               (WS-SEC-LINE-COUNT (WS-SECTION-NO)
                + WS-LINES-PER-PAGE - 1) / WS-LINES-PER-PAGE.
           IF WS-PAGE-COUNT = ZERO
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.

      * ================================================================
      * 7000-ADD-SECTION-LINE - WS-BUILD-LINE onto the end of section
      *                         WS-BUILD-SEC; a full section only
      *                         remembers that more was there.
      * ================================================================
       7000-ADD-SECTION-LINE.
           IF WS-SEC-LINE-COUNT (WS-BUILD-SEC) < WS-SECTION-MAX-LINES
               ADD 1 TO WS-SEC-LINE-COUNT (WS-BUILD-SEC)
               MOVE WS-BUILD-LINE TO WS-SEC-LINE (WS-BUILD-SEC
                   WS-SEC-LINE-COUNT (WS-BUILD-SEC))
           ELSE
               MOVE "Y" TO WS-SEC-OVERFLOW-SW (WS-BUILD-SEC)
           END-IF.
           MOVE SPACES TO WS-BUILD-LINE.

      * ================================================================
      * 7100-ADD-TO-RING - the entry overwrites the oldest once the
      *                    ring is full.
      * ================================================================
       7100-ADD-TO-RING.
           DIVIDE WS-RING-COUNT BY WS-RING-MAX
               GIVING WS-RING-QUOTIENT REMAINDER WS-RING-SLOT.
           ADD 1 TO WS-RING-SLOT.
           MOVE WS-BUILD-LINE   TO WS-RING-LINE-1 (WS-RING-SLOT).
           MOVE WS-BUILD-LINE-2 TO WS-RING-LINE-2 (WS-RING-SLOT).
           ADD 1 TO WS-RING-COUNT.

      * ================================================================
      * 7200-UNLOAD-RING - the ring into section WS-BUILD-SEC, newest
      *                    entry first.
      * ================================================================
       7200-UNLOAD-RING.
           IF WS-RING-COUNT = ZERO
               GO TO 7200-EXIT
           END-IF.
           IF WS-RING-COUNT > WS-RING-MAX
               MOVE WS-RING-MAX TO WS-RING-KEPT
           ELSE
               MOVE WS-RING-COUNT TO WS-RING-KEPT
           END-IF.
           SUBTRACT 1 FROM WS-RING-COUNT.
           DIVIDE WS-RING-COUNT BY WS-RING-MAX
               GIVING WS-RING-QUOTIENT REMAINDER WS-RING-NEWEST.
           ADD 1 TO WS-RING-NEWEST.
           PERFORM 7210-UNLOAD-ONE-ENTRY
               VARYING WS-RING-SUB FROM 1 BY 1
               UNTIL WS-RING-SUB > WS-RING-KEPT.
       7200-EXIT.
           EXIT.

       7210-UNLOAD-ONE-ENTRY.
           IF WS-RING-NEWEST >= WS-RING-SUB
               COMPUTE WS-RING-SLOT = WS-RING-NEWEST - WS-RING-SUB + 1
           ELSE
               COMPUTE WS-RING-SLOT =
                   WS-RING-NEWEST - WS-RING-SUB + 1 + WS-RING-MAX
           END-IF.
           MOVE WS-RING-LINE-1 (WS-RING-SLOT) TO WS-BUILD-LINE.
           PERFORM 7000-ADD-SECTION-LINE.
           IF WS-RING-LINE-2 (WS-RING-SLOT) NOT = SPACES
               MOVE WS-RING-LINE-2 (WS-RING-SLOT) TO WS-BUILD-LINE
               PERFORM 7000-ADD-SECTION-LINE
           END-IF.

       9000-TERMINATE.
           DISPLAY "CUSTINQ - CUSTOMERS INQUIRED " WS-INQUIRIES-MADE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-DUNCTL-OPEN
               CLOSE DUNNING-CONTROL-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM CUSTINQ.
