      *   2026-09-01  RJP  New AR open items post with the finance-
      *                    charge date zeroed, now that AROPNREC
      *                    carries it.
      *   2026-10-15  RJP  Tax is charged at the ship-to state when the
      *                    header names one; a customer holding an
      *                    exemption certificate for that state on
      *                    the STAXEXMP file is billed no tax and the
      *                    sale registers as exempt.  Every invoice
      *                    posted to AR is now also recorded on the
      *                    STAXHIST sales tax detail file for the
      *                    monthly returns, and posted to the GL
      *                    through an IV batch - AR debited, sales and
      *                    sales tax payable credited - so the tax
      *                    liability the returns report is on the
      *                    books.
      *   2026-10-15  RJP  Every invoice posted to AR also writes its
      *                    sales by item to the COMMLINE file, with
      *                    the salesperson off the header, for the
      *                    monthly commission run.
      *   2026-10-15  RJP  The document prints the ship-to address
      *                    under the bill-to - the header's ship-to
      *                    location off SHIPTO, else the customer's
      *                    own address - and the location's tax
      *                    state decides the sales tax.
      *   2026-10-15  RJP  Unit price and extension print signed, so a
      *                    credit line - a scholarship or fee waiver
      *                    on a term fee invoice - shows as a credit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXREG-STATUS.

           SELECT TAX-EXEMPTION-FILE ASSIGN TO "STAXEXMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAXEXMP-STATUS.

           SELECT SALES-TAX-DETAIL-FILE ASSIGN TO "STAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-STAXHIST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT COMMISSION-LINE-FILE ASSIGN TO "COMMLINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMLINE-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT LINE-SORT-FILE ASSIGN TO "INVLSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TAX-REGISTER-FILE.
       01  TAX-REGISTER-LINE             PIC X(132).

       FD  TAX-EXEMPTION-FILE.
       01  TAX-EXEMPTION-LINE            PIC X(80).

       FD  SALES-TAX-DETAIL-FILE.
       COPY STAXDREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  COMMISSION-LINE-FILE.
       COPY COMMLREC.

       FD  SHIP-TO-FILE.
       COPY SHIPREC.

       SD  LINE-SORT-FILE.
       01  LINE-SORT-RECORD.
           05  LS-INVOICE-ID             PIC 9(08).
           05  LS-LINE-NO                PIC 9(03).
           05  LS-QTY                    PIC 9(05).
           05  LS-UNIT-PRICE             PIC S9(9)V99.
           05  LS-ITEM-CODE              PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-STAXRATE-STATUS        PIC X(02) VALUE "00".
           05  WS-TAXREG-STATUS          PIC X(02) VALUE "00".
           05  WS-STAXEXMP-STATUS        PIC X(02) VALUE "00".
           05  WS-STAXHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-COMMLINE-STATUS        PIC X(02) VALUE "00".
           05  WS-SHIPTO-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-LINE-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-HDR-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-HDR-END-OF-FILE           VALUE "Y".
           05  WS-EXEMPT-SWITCH          PIC X(01) VALUE "N".
               88  WS-INVOICE-EXEMPT            VALUE "Y".
           05  WS-POSTED-SWITCH          PIC X(01) VALUE "N".
               88  WS-NEWLY-POSTED              VALUE "Y".
           05  WS-SHIPTO-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-SHIPTO-OPEN               VALUE "Y".
           05  WS-SHIP-TO-SWITCH         PIC X(01) VALUE "N".
               88  WS-SHIP-TO-FOUND             VALUE "Y".

       COPY GLBATW.

       01  WS-CURRENT-DATE               PIC 9(08).

      * Standing GL accounts for the sales journal.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-AR-ACCT             PIC 9(06) VALUE 120100.
           05  WS-GL-SALES-ACCT          PIC 9(06) VALUE 400100.
           05  WS-GL-SALES-TAX-ACCT      PIC 9(06) VALUE 220500.

       01  WS-CONTROL-TOTALS.
           05  WS-LINES-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ORPHAN-LINES           PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-INVOICED         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-INVOICES-EXEMPT        PIC 9(9) COMP VALUE ZERO.
           05  WS-TAX-DETAILS-WRITTEN    PIC 9(9) COMP VALUE ZERO.
           05  WS-COMM-LINES-WRITTEN     PIC 9(9) COMP VALUE ZERO.

       01  WS-CALCULATION-FIELDS.
           05  WS-LINE-EXTENSION         PIC S9(9)V99 COMP-3.
           05  WS-INVOICE-GRAND          PIC S9(9)V99 COMP-3.
           05  WS-INVOICE-LINE-COUNT     PIC 9(05) COMP.
           05  WS-BILL-TO-STATE          PIC X(02).
           05  WS-TAX-STATE              PIC X(02).
           05  WS-APPLIED-RATE           PIC 9(3)V99.
           05  WS-EXEMPT-CERT-NO         PIC X(15).

      * ---------------------------------------------------------- *
      * Sales-tax rates by state, loaded at start of job from the  *
      * STAXRATE parameter file: state code in columns 1-2, rate   *
      * digits (9(3)V99) in 3-7.  A state with no rate on file     *
      * taxes at zero - and is visible on the by-state register.   *
      * Columns 8-18 carry the state's filing threshold, read by   *
      * the STAXRTN returns run, not here.                         *
      * ---------------------------------------------------------- *
       01  WS-TAX-RATE-TABLE.
           05  WS-RATE-COUNT             PIC 9(03) COMP VALUE ZERO.
               10  WS-RATE-PCT           PIC 9(3)V99.
               10  WS-RATE-TAXED-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-RATE-TAX-TOTAL     PIC S9(11)V99 COMP-3.
               10  WS-RATE-EXEMPT-AMOUNT PIC S9(11)V99 COMP-3.
       01  WS-RATE-SUB                   PIC 9(03) COMP.
       01  WS-RATE-HIT-SUB               PIC 9(03) COMP.
       01  WS-RATE-PARSE-DIGITS          PIC 9(05).
       01  WS-RATE-PARSE REDEFINES WS-RATE-PARSE-DIGITS
                                         PIC 9(3)V99.

      * ---------------------------------------------------------- *
      * Exemption certificates, loaded at start of job from the    *
      * STAXEXMP file: customer id in columns 1-10, state in       *
      * 11-12, certificate number in 13-27, expiry YYYYMMDD in     *
      * 28-35 (blank or zeros - no expiry).  A certificate covers  *
      * the customer's invoices taxed in that state, dated on or   *
      * before the expiry.                                         *
      * ---------------------------------------------------------- *
       01  WS-EXEMPTION-TABLE.
           05  WS-EXM-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-EXM-ENTRY OCCURS 1000 TIMES.
               10  WS-EXM-CUST-ID        PIC 9(10).
               10  WS-EXM-STATE          PIC X(02).
               10  WS-EXM-CERT-NO        PIC X(15).
               10  WS-EXM-EXPIRY         PIC 9(08).
       01  WS-EXM-LIMIT                  PIC 9(04) COMP VALUE 1000.
       01  WS-EXM-SUB                    PIC 9(04) COMP.
       01  WS-EXM-PARSE-FIELDS.
           05  WS-EXM-CUST-DIGITS        PIC X(10).
           05  WS-EXM-CUST-N REDEFINES WS-EXM-CUST-DIGITS
                                         PIC 9(10).
           05  WS-EXM-EXPIRY-DIGITS      PIC X(08).
           05  WS-EXM-EXPIRY-N REDEFINES WS-EXM-EXPIRY-DIGITS
                                         PIC 9(08).

      * ---------------------------------------------------------- *
      * The invoice's sales by item, gathered as its lines print   *
      * and written to COMMLINE once the invoice posts.  Past 200  *
      * different items on one invoice the rest are added to the   *
      * 200th item's sales.                                        *
      * ---------------------------------------------------------- *
       01  WS-COMM-ITEM-TABLE.
           05  WS-CIT-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-CIT-ENTRY OCCURS 200 TIMES.
               10  WS-CIT-ITEM-CODE      PIC X(08).
               10  WS-CIT-SALES          PIC S9(9)V99 COMP-3.
       01  WS-CIT-LIMIT                  PIC 9(03) COMP VALUE 200.
       01  WS-CIT-SUB                    PIC 9(03) COMP.
       01  WS-CIT-HIT-SUB                PIC 9(03) COMP.

       01  WS-DOC-HEADING-LINE.
           05  FILLER                    PIC X(10) VALUE "INVOICE ".
           05  WS-DOC-INVOICE-ID         PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DOC-ZIP                PIC 9(05).

       01  WS-DOC-SHIP-TO-LINE-1.
           05  FILLER                    PIC X(10) VALUE "SHIP TO : ".
           05  WS-DOC-SHIP-NAME          PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DOC-SHIP-LOC-NOTE      PIC X(20).

       01  WS-DOC-SHIP-TO-LINE-2.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-DOC-SHIP-STREET        PIC X(20).

       01  WS-DOC-SHIP-TO-LINE-3.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-DOC-SHIP-CITY          PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DOC-SHIP-STATE         PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DOC-SHIP-ZIP           PIC 9(05).

       01  WS-DOC-COLUMN-HEADING.
           05  FILLER                    PIC X(06) VALUE "LINE".
           05  FILLER                    PIC X(08) VALUE "QTY".
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DOC-QTY                PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DOC-UNIT-PRICE         PIC $$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DOC-EXTENSION          PIC $$$,$$$,$$9.99-.

       01  WS-DOC-SUBTOTAL-LINE.
           05  FILLER                    PIC X(16) VALUE
           05  WS-DOC-TAX-STATE          PIC X(02).
           05  FILLER                    PIC X(03) VALUE ") :".
           05  WS-DOC-TAX                PIC $$$,$$$,$$9.99.
           05  WS-DOC-EXEMPT-NOTE        PIC X(30).

       01  WS-DOC-TOTAL-LINE.
           05  FILLER                    PIC X(16) VALUE
           05  WS-TRD-TAXED              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TRD-TAX                PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TRD-EXEMPT             PIC $$$,$$$,$$$,$$9.99.

       01  WS-DOC-SEPARATOR.
           05  FILLER                    PIC X(50) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-TAX-RATES
               THRU 1000-EXIT.
           PERFORM 1200-LOAD-EXEMPTIONS
               THRU 1200-EXIT.
           SORT LINE-SORT-FILE
               ON ASCENDING KEY LS-INVOICE-ID LS-LINE-NO
               INPUT PROCEDURE IS 2000-LOAD-INVOICE-LINES
           DISPLAY "  INVOICES PRINTED : " WS-INVOICES-PRINTED.
           DISPLAY "  ORPHAN LINES     : " WS-ORPHAN-LINES.
           DISPLAY "  GRAND INVOICED   : " WS-GRAND-INVOICED.
           DISPLAY "  INVOICES EXEMPT  : " WS-INVOICES-EXEMPT.
           DISPLAY "  TAX DETAILS      : " WS-TAX-DETAILS-WRITTEN.
           DISPLAY "  COMMISSION LINES : " WS-COMM-LINES-WRITTEN.
           PERFORM 9000-PRINT-TAX-REGISTER
               THRU 9000-EXIT.
           STOP RUN.
                           TO WS-RATE-TAXED-AMOUNT (WS-RATE-SUB)
                       MOVE ZERO
                           TO WS-RATE-TAX-TOTAL (WS-RATE-SUB)
                       MOVE ZERO
                           TO WS-RATE-EXEMPT-AMOUNT (WS-RATE-SUB)
                   END-IF
           END-READ.

      * ================================================================
      * 1200-LOAD-EXEMPTIONS - no STAXEXMP file means no customer is
      *                        exempt; a certificate line that will
      *                        not read is reported and left out.
      * ================================================================
       1200-LOAD-EXEMPTIONS.
           OPEN INPUT TAX-EXEMPTION-FILE.
           IF WS-STAXEXMP-STATUS NOT = "00"
               DISPLAY "INVPRINT - NO STAXEXMP FILE - NO CUSTOMER "
                   "IS TAX EXEMPT"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
           PERFORM 1210-LOAD-ONE-EXEMPTION
               UNTIL WS-LINE-END-OF-FILE.
           CLOSE TAX-EXEMPTION-FILE.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-EXEMPTION.
           READ TAX-EXEMPTION-FILE
               AT END
                   SET WS-LINE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TAX-EXEMPTION-LINE(1:10)
                       TO WS-EXM-CUST-DIGITS
                   MOVE TAX-EXEMPTION-LINE(28:8)
                       TO WS-EXM-EXPIRY-DIGITS
                   IF WS-EXM-EXPIRY-DIGITS = SPACES
                       MOVE ZERO TO WS-EXM-EXPIRY-N
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-EXM-CUST-DIGITS IS NOT NUMERIC
                       WHEN WS-EXM-EXPIRY-DIGITS IS NOT NUMERIC
                       WHEN TAX-EXEMPTION-LINE(11:2) = SPACES
                           DISPLAY "INVPRINT - EXEMPTION LINE NOT "
                               "READABLE - " TAX-EXEMPTION-LINE(1:35)
                       WHEN WS-EXM-COUNT >= WS-EXM-LIMIT
                           DISPLAY "INVPRINT - EXEMPTION TABLE FULL - "
                               "CERTIFICATE IGNORED - "
                               TAX-EXEMPTION-LINE(1:35)
                       WHEN OTHER
                           ADD 1 TO WS-EXM-COUNT
                           MOVE WS-EXM-CUST-N
                               TO WS-EXM-CUST-ID (WS-EXM-COUNT)
                           MOVE TAX-EXEMPTION-LINE(11:2)
                               TO WS-EXM-STATE (WS-EXM-COUNT)
                           MOVE TAX-EXEMPTION-LINE(13:15)
                               TO WS-EXM-CERT-NO (WS-EXM-COUNT)
                           MOVE WS-EXM-EXPIRY-N
                               TO WS-EXM-EXPIRY (WS-EXM-COUNT)
                   END-EVALUATE
           END-READ.

      * ================================================================
      * 9000-PRINT-TAX-REGISTER - one line per state that invoiced
      *                           this run, for the remittance

       9100-PRINT-ONE-STATE.
           IF WS-RATE-TAXED-AMOUNT (WS-RATE-SUB) = ZERO
              AND WS-RATE-EXEMPT-AMOUNT (WS-RATE-SUB) = ZERO
               CONTINUE
           ELSE
               MOVE WS-RATE-STATE (WS-RATE-SUB) TO WS-TRD-STATE
               MOVE WS-RATE-TAXED-AMOUNT (WS-RATE-SUB)
                   TO WS-TRD-TAXED
               MOVE WS-RATE-TAX-TOTAL (WS-RATE-SUB) TO WS-TRD-TAX
               MOVE WS-RATE-EXEMPT-AMOUNT (WS-RATE-SUB)
                   TO WS-TRD-EXEMPT
               MOVE WS-TAX-REGISTER-DETAIL TO TAX-REGISTER-LINE
               WRITE TAX-REGISTER-LINE
           END-IF.
                   MOVE INV-LINE-NO         TO LS-LINE-NO
                   MOVE INV-LINE-QTY        TO LS-QTY
                   MOVE INV-LINE-UNIT-PRICE TO LS-UNIT-PRICE
                   MOVE INV-LINE-ITEM-CODE  TO LS-ITEM-CODE
                   RELEASE LINE-SORT-RECORD
           END-READ.

           IF WS-AROPEN-STATUS = "35"
               OPEN OUTPUT AR-OPEN-ITEM-FILE
           END-IF.
           OPEN I-O SALES-TAX-DETAIL-FILE.
           IF WS-STAXHIST-STATUS = "35"
               OPEN OUTPUT SALES-TAX-DETAIL-FILE
               CLOSE SALES-TAX-DETAIL-FILE
               OPEN I-O SALES-TAX-DETAIL-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN EXTEND COMMISSION-LINE-FILE.
           IF WS-COMMLINE-STATUS = "35"
               OPEN OUTPUT COMMISSION-LINE-FILE
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF WS-SHIPTO-STATUS = "00"
               SET WS-SHIPTO-OPEN TO TRUE
           END-IF.
           MOVE "IV" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "INVPRINT" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
           PERFORM 3050-RETURN-ONE-LINE.
           PERFORM 3100-PROCESS-ONE-HEADER
               UNTIL WS-HDR-END-OF-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INVOICE-DOCUMENT-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE SALES-TAX-DETAIL-FILE.
           PERFORM 7950-CLOSE-GL-BATCH.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE COMMISSION-LINE-FILE.
           IF WS-SHIPTO-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3200-PRINT-ONE-INVOICE.
           MOVE ZERO TO WS-INVOICE-TOTAL.
           MOVE ZERO TO WS-INVOICE-LINE-COUNT.
           MOVE ZERO TO WS-CIT-COUNT.
           MOVE INVH-INVOICE-ID   TO WS-DOC-INVOICE-ID.
           MOVE INVH-INVOICE-DATE TO WS-DOC-INVOICE-DATE.
           MOVE WS-DOC-HEADING-LINE TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           PERFORM 3210-PRINT-BILL-TO.
           PERFORM 3215-PRINT-SHIP-TO.
           MOVE WS-DOC-COLUMN-HEADING TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           PERFORM 3220-PRINT-ONE-LINE-ITEM
           MOVE WS-INVOICE-TOTAL TO WS-DOC-SUBTOTAL.
           MOVE WS-DOC-SUBTOTAL-LINE TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           MOVE WS-TAX-STATE TO WS-DOC-TAX-STATE.
           MOVE WS-INVOICE-TAX TO WS-DOC-TAX.
           IF WS-INVOICE-EXEMPT
               MOVE SPACES TO WS-DOC-EXEMPT-NOTE
               STRING "  EXEMPT - CERT " WS-EXEMPT-CERT-NO
                   DELIMITED BY SIZE INTO WS-DOC-EXEMPT-NOTE
           ELSE
               MOVE SPACES TO WS-DOC-EXEMPT-NOTE
           END-IF.
           MOVE WS-DOC-TAX-LINE TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           MOVE WS-INVOICE-GRAND TO WS-DOC-TOTAL.
           ADD WS-INVOICE-GRAND TO WS-GRAND-INVOICED.
           ADD 1 TO WS-INVOICES-PRINTED.
           PERFORM 3230-POST-AR-OPEN-ITEM.
           IF WS-NEWLY-POSTED
               PERFORM 3260-RECORD-SALES-TAX
               IF WS-INVOICE-GRAND NOT = ZERO
                   PERFORM 3270-POST-SALES-JOURNAL
               END-IF
               PERFORM 3280-WRITE-COMMISSION-LINES
           END-IF.
           SET INVH-PRINTED TO TRUE.
           REWRITE INVOICE-HEADER-RECORD.

                   MOVE CUST-ADDR-STATE  TO WS-BILL-TO-STATE
                   MOVE CUST-ADDR-ZIP    TO WS-DOC-ZIP
           END-READ.
           IF INVH-SHIP-TO-STATE IS ALPHABETIC
              AND INVH-SHIP-TO-STATE NOT = SPACES
               MOVE INVH-SHIP-TO-STATE TO WS-TAX-STATE
           ELSE
               MOVE WS-BILL-TO-STATE TO WS-TAX-STATE
           END-IF.
           MOVE WS-DOC-BILL-TO-LINE-1 TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           MOVE WS-DOC-BILL-TO-LINE-2 TO INVOICE-DOCUMENT-LINE.
           MOVE WS-DOC-BILL-TO-LINE-3 TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.

      * The header's ship-to location when it names one still on file;
      * its tax state then decides the tax.  Otherwise the goods went
      * to the bill-to address and the tax state stands as set above.
       3215-PRINT-SHIP-TO.
           MOVE "N" TO WS-SHIP-TO-SWITCH.
           IF WS-SHIPTO-OPEN
              AND INVH-SHIP-TO-LOC IS NUMERIC
              AND INVH-SHIP-TO-LOC NOT = ZERO
               MOVE INVH-CUST-ID     TO SHP-CUST-ID
               MOVE INVH-SHIP-TO-LOC TO SHP-LOC-NO
               READ SHIP-TO-FILE
                   NOT INVALID KEY
                       SET WS-SHIP-TO-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-SHIP-TO-FOUND
               MOVE SHP-NAME        TO WS-DOC-SHIP-NAME
               MOVE SPACES          TO WS-DOC-SHIP-LOC-NOTE
               STRING "LOCATION " SHP-LOC-NO DELIMITED BY SIZE
                   INTO WS-DOC-SHIP-LOC-NOTE
               MOVE SHP-ADDR-STREET TO WS-DOC-SHIP-STREET
               MOVE SHP-ADDR-CITY   TO WS-DOC-SHIP-CITY
               MOVE SHP-ADDR-STATE  TO WS-DOC-SHIP-STATE
               MOVE SHP-ADDR-ZIP    TO WS-DOC-SHIP-ZIP
               IF SHP-TAX-STATE NOT = SPACES
                   MOVE SHP-TAX-STATE TO WS-TAX-STATE
               END-IF
           ELSE
               MOVE WS-DOC-CUST-NAME TO WS-DOC-SHIP-NAME
               MOVE SPACES           TO WS-DOC-SHIP-LOC-NOTE
               MOVE WS-DOC-STREET    TO WS-DOC-SHIP-STREET
               MOVE WS-DOC-CITY      TO WS-DOC-SHIP-CITY
               MOVE WS-DOC-STATE     TO WS-DOC-SHIP-STATE
               MOVE WS-DOC-ZIP       TO WS-DOC-SHIP-ZIP
           END-IF.
           MOVE WS-DOC-SHIP-TO-LINE-1 TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           MOVE WS-DOC-SHIP-TO-LINE-2 TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           MOVE WS-DOC-SHIP-TO-LINE-3 TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.

       3220-PRINT-ONE-LINE-ITEM.
           COMPUTE WS-LINE-EXTENSION ROUNDED =
               LS-QTY * LS-UNIT-PRICE.
           MOVE WS-LINE-EXTENSION TO WS-DOC-EXTENSION.
           MOVE WS-DOC-DETAIL-LINE TO INVOICE-DOCUMENT-LINE.
           WRITE INVOICE-DOCUMENT-LINE.
           PERFORM 3225-ADD-ITEM-SALES.
           PERFORM 3050-RETURN-ONE-LINE.

       3225-ADD-ITEM-SALES.
           MOVE ZERO TO WS-CIT-HIT-SUB.
           PERFORM 3226-MATCH-ONE-ITEM
               VARYING WS-CIT-SUB FROM 1 BY 1
               UNTIL WS-CIT-SUB > WS-CIT-COUNT
               OR WS-CIT-HIT-SUB > ZERO.
           IF WS-CIT-HIT-SUB = ZERO
               IF WS-CIT-COUNT < WS-CIT-LIMIT
                   ADD 1 TO WS-CIT-COUNT
                   MOVE WS-CIT-COUNT TO WS-CIT-HIT-SUB
                   MOVE LS-ITEM-CODE
                       TO WS-CIT-ITEM-CODE (WS-CIT-HIT-SUB)
                   MOVE ZERO TO WS-CIT-SALES (WS-CIT-HIT-SUB)
               ELSE
                   MOVE WS-CIT-LIMIT TO WS-CIT-HIT-SUB
               END-IF
           END-IF.
           ADD WS-LINE-EXTENSION TO WS-CIT-SALES (WS-CIT-HIT-SUB).

       3226-MATCH-ONE-ITEM.
           IF WS-CIT-ITEM-CODE (WS-CIT-SUB) = LS-ITEM-CODE
               MOVE WS-CIT-SUB TO WS-CIT-HIT-SUB
           END-IF.

      * ================================================================
      * 3230-POST-AR-OPEN-ITEM - the printed total, tax included,
      *                          becomes the open receivable; a
      *                          re-print of the same invoice never
      *                          doubles the item - nor its tax
      *                          record or GL posting.
      * ================================================================
       3230-POST-AR-OPEN-ITEM.
           MOVE "N" TO WS-POSTED-SWITCH.
           MOVE INVH-INVOICE-ID   TO ARO-INVOICE-ID.
           MOVE INVH-CUST-ID      TO ARO-CUST-ID.
           MOVE INVH-INVOICE-DATE TO ARO-INVOICE-DATE.
               INVALID KEY
                   DISPLAY "INVPRINT - INVOICE " INVH-INVOICE-ID
                       " ALREADY ON AR OPEN ITEMS - NOT REPOSTED"
               NOT INVALID KEY
                   SET WS-NEWLY-POSTED TO TRUE
           END-WRITE.

      * ================================================================
      *                          table; no rate on file taxes at
      *                          zero and still shows on the
      *                          register's accumulators as an
      *                          untaxed state would.  A customer
      *                          with a current certificate for the
      *                          taxing state is billed no tax.
      * ================================================================
       3240-COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE ZERO TO WS-RATE-HIT-SUB.
           MOVE "N" TO WS-EXEMPT-SWITCH.
           MOVE SPACES TO WS-EXEMPT-CERT-NO.
           PERFORM 3245-MATCH-ONE-EXEMPTION
               VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-COUNT
               OR WS-INVOICE-EXEMPT.
           PERFORM 3250-MATCH-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
               MOVE WS-RATE-PCT (WS-RATE-HIT-SUB)
                   TO WS-APPLIED-RATE
           END-IF.
           IF WS-INVOICE-EXEMPT
               MOVE ZERO TO WS-INVOICE-TAX
               ADD 1 TO WS-INVOICES-EXEMPT
           ELSE
               COMPUTE WS-INVOICE-TAX ROUNDED =
                   WS-INVOICE-TOTAL * WS-APPLIED-RATE / 100
           END-IF.
           COMPUTE WS-INVOICE-GRAND =
               WS-INVOICE-TOTAL + WS-INVOICE-TAX.
           IF WS-RATE-HIT-SUB > ZERO
               IF WS-INVOICE-EXEMPT
                   ADD WS-INVOICE-TOTAL
                       TO WS-RATE-EXEMPT-AMOUNT (WS-RATE-HIT-SUB)
               ELSE
                   ADD WS-INVOICE-TOTAL
                       TO WS-RATE-TAXED-AMOUNT (WS-RATE-HIT-SUB)
                   ADD WS-INVOICE-TAX
                       TO WS-RATE-TAX-TOTAL (WS-RATE-HIT-SUB)
               END-IF
           END-IF.

       3245-MATCH-ONE-EXEMPTION.
           IF WS-EXM-CUST-ID (WS-EXM-SUB) = INVH-CUST-ID
              AND WS-EXM-STATE (WS-EXM-SUB) = WS-TAX-STATE
              AND (WS-EXM-EXPIRY (WS-EXM-SUB) = ZERO
                   OR WS-EXM-EXPIRY (WS-EXM-SUB)
                       NOT < INVH-INVOICE-DATE)
               SET WS-INVOICE-EXEMPT TO TRUE
               MOVE WS-EXM-CERT-NO (WS-EXM-SUB) TO WS-EXEMPT-CERT-NO
           END-IF.

       3250-MATCH-ONE-RATE.
           IF WS-RATE-STATE (WS-RATE-SUB) = WS-TAX-STATE
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.

      * ================================================================
      * 3260-RECORD-SALES-TAX - the invoice's line on the sales tax
      *                         detail file, sequence 000.  A state
      *                         with no rate on file records its
      *                         sales at a zero rate, so what is
      *                         sold into a state we do not yet
      *                         collect in still counts toward its
      *                         filing threshold.
      * ================================================================
       3260-RECORD-SALES-TAX.
           MOVE SPACES            TO SALES-TAX-DETAIL-RECORD.
           MOVE INVH-INVOICE-ID   TO TX-INVOICE-ID.
           MOVE ZERO              TO TX-SEQ.
           SET TX-IS-INVOICE TO TRUE.
           MOVE INVH-INVOICE-DATE TO TX-DOC-DATE.
           MOVE INVH-INVOICE-DATE(1:6) TO TX-PERIOD.
           MOVE INVH-CUST-ID      TO TX-CUST-ID.
           MOVE WS-TAX-STATE      TO TX-STATE.
           MOVE WS-APPLIED-RATE   TO TX-RATE.
           IF WS-INVOICE-EXEMPT
               MOVE ZERO             TO TX-TAXABLE-AMOUNT
               MOVE WS-INVOICE-TOTAL TO TX-EXEMPT-AMOUNT
           ELSE
               MOVE WS-INVOICE-TOTAL TO TX-TAXABLE-AMOUNT
               MOVE ZERO             TO TX-EXEMPT-AMOUNT
           END-IF.
           MOVE WS-INVOICE-TAX    TO TX-TAX-AMOUNT.
           MOVE WS-EXEMPT-CERT-NO TO TX-EXEMPT-CERT.
           MOVE ZERO              TO TX-MEMO-COUNT.
           WRITE SALES-TAX-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "INVPRINT - INVOICE " INVH-INVOICE-ID
                       " ALREADY ON STAXHIST - NOT RECORDED"
               NOT INVALID KEY
                   ADD 1 TO WS-TAX-DETAILS-WRITTEN
           END-WRITE.

      * ================================================================
      * 3270-POST-SALES-JOURNAL - the receivable, the sale and the tax
      *                           owed on it, dated the invoice date.
      * ================================================================
       3270-POST-SALES-JOURNAL.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE INVH-INVOICE-DATE TO GL-TRANS-DATE.
           MOVE WS-GL-AR-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-INVOICE-GRAND TO GL-TRANS-AMOUNT.
           MOVE "INVOICE " TO GL-TRANS-DESC.
           MOVE INVH-INVOICE-ID TO GL-TRANS-DESC(9:8).
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           MOVE WS-GL-SALES-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE WS-INVOICE-TOTAL TO GL-TRANS-AMOUNT.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           IF WS-INVOICE-TAX NOT = ZERO
               MOVE WS-GL-SALES-TAX-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-INVOICE-TAX TO GL-TRANS-AMOUNT
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
           END-IF.

      * ================================================================
      * 3280-WRITE-COMMISSION-LINES - the invoice's sales by item for
      *                               the commission run, each line
      *                               carrying the total posted to
      *                               AR.  The salesperson is the
      *                               header's; blank leaves the run
      *                               to use the customer's.
      * ================================================================
       3280-WRITE-COMMISSION-LINES.
           PERFORM 3285-WRITE-ONE-COMMISSION-LINE
               VARYING WS-CIT-SUB FROM 1 BY 1
               UNTIL WS-CIT-SUB > WS-CIT-COUNT.

       3285-WRITE-ONE-COMMISSION-LINE.
           MOVE SPACES             TO COMMISSION-LINE-RECORD.
           MOVE INVH-INVOICE-ID    TO CL-INVOICE-ID.
           MOVE INVH-CUST-ID       TO CL-CUST-ID.
           MOVE INVH-INVOICE-DATE  TO CL-INVOICE-DATE.
           MOVE INVH-SALESREP      TO CL-REP-ID.
           MOVE WS-CIT-ITEM-CODE (WS-CIT-SUB) TO CL-ITEM-CODE.
           MOVE WS-CIT-SALES (WS-CIT-SUB)     TO CL-SALES-AMOUNT.
           MOVE WS-INVOICE-GRAND   TO CL-INVOICE-TOTAL.
           WRITE COMMISSION-LINE-RECORD.
           ADD 1 TO WS-COMM-LINES-WRITTEN.

      * ================================================================
      * 3300-SKIP-PRINTED-LINES - a header already PRINTED keeps its
      *                           lines out of this run's documents.
       3310-SKIP-ONE-LINE.
           PERFORM 3050-RETURN-ONE-LINE.

       COPY GLBATP.

       END PROGRAM INVPRINT.
