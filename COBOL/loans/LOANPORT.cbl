      ******************************************************************
      * PROGRAM:      LOANPORT
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Month-end loan portfolio analysis.  Every open
      *               and NON-ACCRUAL loan on LOAN-MASTER is
      *               stratified by outstanding principal five ways -
      *               loan type, rate type, currency, rate band and
      *               remaining-term band - and each stratum prints
      *               its loan count, principal, share of the book,
      *               and principal-weighted average rate and
      *               remaining term.  Rates are the periodic rates
      *               the master carries (LM-INTEREST), terms are
      *               periods remaining.  Principal is the base-
      *               currency figure the master carries for every
      *               loan, so the currency strata foot to the book.
      *
      *               Effective yield is taken from the month's
      *               accrual: each loan LOANACRL accrued in the
      *               report month has its accrued interest
      *               annualized over the days it covers (thirty-day
      *               months, 360-day year, as LOANACRL counts them),
      *               and the total is set against the whole book -
      *               NON-ACCRUAL principal earns nothing and drags
      *               the yield below the nominal rate, which prints
      *               beside it for comparison.  Run after LOANACRL.
      *
      *               Concentration: any borrower, or any currency
      *               other than the base currency, holding more of
      *               the book than its limit on LNPFPARM is flagged
      *               on the last page.  The loan files carry no
      *               borrower number, so a borrower is a loan
      *               application (LM-APP-ID).
      *
      *               Report month from the command line (or the
      *               console if none), YYYYMM in columns 1-6; blank
      *               is the current month.
      *
      *               LNPFPARM parameter line (fixed column):
      *                   1-5    borrower limit, pct of book  999V99
      *                          (zero or blank - 5.00)
      *                   6-10   currency limit, pct of book  999V99
      *                          (zero or blank - 20.00)
      *                   11-13  base currency (blank - USD)
      *               A missing LNPFPARM runs on the defaults with
      *               return code 4.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original portfolio analysis report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPORT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT PORTFOLIO-PARM-FILE ASSIGN TO "LNPFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNPFPARM-STATUS.

           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO "LOANPFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  PORTFOLIO-PARM-FILE.
       01  PORTFOLIO-PARM-LINE           PIC X(80).

       FD  PORTFOLIO-REPORT-FILE.
       01  PORTFOLIO-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LNPFPARM-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-FLAG-SWITCH            PIC X(01) VALUE "N".
               88  WS-SOMETHING-FLAGGED         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-LOANS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-LOANS-IN-BOOK          PIC 9(9) COMP VALUE ZERO.
           05  WS-LOANS-ACCRUED          PIC 9(9) COMP VALUE ZERO.
           05  WS-CURRENCY-OVERFLOW      PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-FLAGGED          PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-YYYY            PIC 9(04).
           05  WS-REPORT-MM              PIC 9(02).

      * Concentration limits and base currency, from LNPFPARM.
       01  WS-LIMIT-FIELDS.
           05  WS-BORROWER-LIMIT         PIC 9(3)V99.
           05  WS-CURRENCY-LIMIT         PIC 9(3)V99.
           05  WS-BASE-CURRENCY-CODE     PIC X(03).
       01  WS-LIMIT-DEFAULTS.
           05  WS-DEFAULT-BORROWER-LIMIT PIC 9(3)V99 VALUE 5.00.
           05  WS-DEFAULT-CURRENCY-LIMIT PIC 9(3)V99 VALUE 20.00.
           05  WS-DEFAULT-BASE-CURRENCY  PIC X(03) VALUE "USD".

      * Band upper limits - a loan falls in the first band whose
      * limit it does not exceed.  Rate bands are on the periodic
      * rate in percent, term bands on periods remaining.
       01  WS-RATE-BAND-LIMITS.
           05  FILLER                    PIC 9(3)V99 VALUE 0.49.
           05  FILLER                    PIC 9(3)V99 VALUE 0.74.
           05  FILLER                    PIC 9(3)V99 VALUE 0.99.
           05  FILLER                    PIC 9(3)V99 VALUE 1.49.
           05  FILLER                    PIC 9(3)V99 VALUE 999.99.
       01  WS-RATE-BAND-TABLE REDEFINES WS-RATE-BAND-LIMITS.
           05  WS-RATE-BAND-LIMIT        PIC 9(3)V99 OCCURS 5 TIMES.
       01  WS-TERM-BAND-LIMITS.
           05  FILLER                    PIC 9(03) VALUE 012.
           05  FILLER                    PIC 9(03) VALUE 036.
           05  FILLER                    PIC 9(03) VALUE 060.
           05  FILLER                    PIC 9(03) VALUE 120.
           05  FILLER                    PIC 9(03) VALUE 999.
       01  WS-TERM-BAND-TABLE REDEFINES WS-TERM-BAND-LIMITS.
           05  WS-TERM-BAND-LIMIT        PIC 9(03) OCCURS 5 TIMES.
       01  WS-BAND-SUB                   PIC 9(02) COMP.

      * Stratum slots.  The fixed strata carry their labels here;
      * the currency slots (15 on) are labelled as each currency is
      * first met.
      *     1-2   loan type           3-4   rate type
      *     5-9   rate band          10-14  term band
      *    15-34  currency
       01  WS-STRATUM-LABELS.
           05  FILLER                    PIC X(16) VALUE "LEVEL".
           05  FILLER                    PIC X(16) VALUE "BALLOON".
           05  FILLER                    PIC X(16) VALUE "FIXED".
           05  FILLER                    PIC X(16) VALUE "VARIABLE".
           05  FILLER                    PIC X(16) VALUE
               "UNDER 0.50%".
           05  FILLER                    PIC X(16) VALUE
               "0.50% - 0.74%".
           05  FILLER                    PIC X(16) VALUE
               "0.75% - 0.99%".
           05  FILLER                    PIC X(16) VALUE
               "1.00% - 1.49%".
           05  FILLER                    PIC X(16) VALUE
               "1.50% AND OVER".
           05  FILLER                    PIC X(16) VALUE
               "0 - 12".
           05  FILLER                    PIC X(16) VALUE
               "13 - 36".
           05  FILLER                    PIC X(16) VALUE
               "37 - 60".
           05  FILLER                    PIC X(16) VALUE
               "61 - 120".
           05  FILLER                    PIC X(16) VALUE
               "OVER 120".
       01  WS-STRATUM-LABEL-TABLE REDEFINES WS-STRATUM-LABELS.
           05  WS-FIXED-LABEL            PIC X(16) OCCURS 14 TIMES.

       01  WS-STRATUM-TABLE.
           05  WS-STRATUM-ENTRY OCCURS 34 TIMES.
               10  WS-SX-LABEL           PIC X(16).
               10  WS-SX-LOANS           PIC 9(07) COMP.
               10  WS-SX-PRINCIPAL       PIC S9(13)V99 COMP-3.
               10  WS-SX-RATE-WEIGHT     PIC S9(15)V9(4) COMP-3.
               10  WS-SX-TERM-WEIGHT     PIC S9(17)V99 COMP-3.
       01  WS-STRATUM-SUB                PIC 9(02) COMP.
       01  WS-FIRST-CURRENCY-SLOT        PIC 9(02) COMP VALUE 15.
       01  WS-LAST-CURRENCY-SLOT         PIC 9(02) COMP VALUE 34.
       01  WS-CURRENCY-HIGH-SLOT         PIC 9(02) COMP VALUE 14.
       01  WS-SECTION-FROM               PIC 9(02) COMP.
       01  WS-SECTION-TO                 PIC 9(02) COMP.

       01  WS-BOOK-TOTALS.
           05  WS-BOOK-PRINCIPAL         PIC S9(13)V99 COMP-3
                                         VALUE ZERO.
           05  WS-BOOK-RATE-WEIGHT       PIC S9(15)V9(4) COMP-3
                                         VALUE ZERO.
           05  WS-BOOK-TERM-WEIGHT       PIC S9(17)V99 COMP-3
                                         VALUE ZERO.
           05  WS-NONACCRUAL-PRINCIPAL   PIC S9(13)V99 COMP-3
                                         VALUE ZERO.
           05  WS-MONTH-ACCRUED          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-ANNUAL-INCOME          PIC S9(13)V99 COMP-3
                                         VALUE ZERO.

      * Accrual day count, figured the way LOANACRL figures it.
       01  WS-ACCRUAL-FIELDS.
           05  WS-DUE-DATE.
               10  WS-DUE-YYYY           PIC 9(4).
               10  WS-DUE-MM             PIC 9(2).
               10  WS-DUE-DD             PIC 9(2).
           05  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                         PIC 9(08).
           05  WS-DAYS-ACCRUED           PIC S9(05).

       01  WS-RATIO-FIELDS.
           05  WS-WA-RATE                PIC S9(3)V9(4).
           05  WS-WA-TERM                PIC S9(3)V9.
           05  WS-SHARE-PCT              PIC S9(3)V99.
           05  WS-YIELD-PCT              PIC S9(3)V9(4).
           05  WS-NOMINAL-PCT            PIC S9(3)V9(4).

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "LOAN PORTFOLIO ANALYSIS".
           05  FILLER                    PIC X(08) VALUE "MONTH ".
           05  WS-HDG-YYYY               PIC 9(04).
           05  FILLER                    PIC X(01) VALUE "-".
           05  WS-HDG-MM                 PIC 9(02).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(18) VALUE "STRATUM".
           05  FILLER                    PIC X(10) VALUE "    LOANS".
           05  FILLER                    PIC X(22) VALUE
               "           PRINCIPAL".
           05  FILLER                    PIC X(09) VALUE " PCT BOOK".
           05  FILLER                    PIC X(11) VALUE
               "    WA RATE".
           05  FILLER                    PIC X(09) VALUE "  WA TERM".

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE              PIC X(40).

       01  WS-STRATUM-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STL-LABEL              PIC X(16).
           05  WS-STL-LOANS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STL-PRINCIPAL          PIC $$,$$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STL-SHARE              PIC ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-STL-WA-RATE            PIC ZZ9.9999.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-STL-WA-TERM            PIC ZZ9.9.

       01  WS-YIELD-LINE.
           05  WS-YLD-CAPTION            PIC X(40).
           05  WS-YLD-AMOUNT             PIC $$,$$$,$$$,$$$,$$9.99-.
           05  WS-YLD-PCT REDEFINES WS-YLD-AMOUNT
                                         PIC X(22).

       01  WS-YIELD-PCT-EDIT             PIC -ZZ9.9999.

       01  WS-FLAG-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FLG-KIND               PIC X(10).
           05  WS-FLG-ID                 PIC X(24).
           05  WS-FLG-PRINCIPAL          PIC $$,$$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(08) VALUE "  SHARE ".
           05  WS-FLG-SHARE              PIC ZZ9.99.
           05  FILLER                    PIC X(09) VALUE "%  LIMIT ".
           05  WS-FLG-LIMIT              PIC ZZ9.99.
           05  FILLER                    PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-STRATIFY-ONE-LOAN
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE LOAN-MASTER-FILE.
           PERFORM 3000-PRINT-STRATA
               THRU 3000-EXIT.
           PERFORM 4000-PRINT-YIELD
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-CONCENTRATIONS
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "REPORT MONTH (YYYYMM, BLANK FOR CURRENT) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           IF WS-CMD-LINE-PARM(1:6) = SPACES
               MOVE WS-CURRENT-DATE-N(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-CMD-LINE-PARM(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH IS NOT NUMERIC
              OR WS-REPORT-MM < 1
              OR WS-REPORT-MM > 12
               DISPLAY "LOANPORT - INVALID REPORT MONTH "
                   WS-CMD-LINE-PARM(1:6) " - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-REPORT-YYYY TO WS-HDG-YYYY.
           MOVE WS-REPORT-MM   TO WS-HDG-MM.
           PERFORM 1100-LOAD-LIMITS
               THRU 1100-EXIT.
           PERFORM 1200-CLEAR-ONE-STRATUM
               VARYING WS-STRATUM-SUB FROM 1 BY 1
               UNTIL WS-STRATUM-SUB > WS-LAST-CURRENCY-SLOT.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANPORT - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-LIMITS - a missing or empty LNPFPARM runs on the
      *                    defaults and warns; a zero or blank field
      *                    takes its default.
      * ================================================================
       1100-LOAD-LIMITS.
           MOVE WS-DEFAULT-BORROWER-LIMIT TO WS-BORROWER-LIMIT.
           MOVE WS-DEFAULT-CURRENCY-LIMIT TO WS-CURRENCY-LIMIT.
           MOVE WS-DEFAULT-BASE-CURRENCY  TO WS-BASE-CURRENCY-CODE.
           OPEN INPUT PORTFOLIO-PARM-FILE.
           IF WS-LNPFPARM-STATUS NOT = "00"
               DISPLAY "LOANPORT - NO LNPFPARM - DEFAULT LIMITS USED"
               MOVE 4 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ PORTFOLIO-PARM-FILE
               AT END
                   DISPLAY "LOANPORT - LNPFPARM IS EMPTY - DEFAULT "
                       "LIMITS USED"
                   MOVE 4 TO RETURN-CODE
                   MOVE SPACES TO PORTFOLIO-PARM-LINE
           END-READ.
           CLOSE PORTFOLIO-PARM-FILE.
           IF PORTFOLIO-PARM-LINE(1:5) IS NUMERIC
              AND PORTFOLIO-PARM-LINE(1:5) NOT = "00000"
               MOVE PORTFOLIO-PARM-LINE(1:5) TO WS-BORROWER-LIMIT
           END-IF.
           IF PORTFOLIO-PARM-LINE(6:5) IS NUMERIC
              AND PORTFOLIO-PARM-LINE(6:5) NOT = "00000"
               MOVE PORTFOLIO-PARM-LINE(6:5) TO WS-CURRENCY-LIMIT
           END-IF.
           IF PORTFOLIO-PARM-LINE(11:3) NOT = SPACES
               MOVE PORTFOLIO-PARM-LINE(11:3) TO WS-BASE-CURRENCY-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-CLEAR-ONE-STRATUM.
           IF WS-STRATUM-SUB < WS-FIRST-CURRENCY-SLOT
               MOVE WS-FIXED-LABEL (WS-STRATUM-SUB)
                   TO WS-SX-LABEL (WS-STRATUM-SUB)
           ELSE
               MOVE SPACES TO WS-SX-LABEL (WS-STRATUM-SUB)
           END-IF.
           MOVE ZERO TO WS-SX-LOANS (WS-STRATUM-SUB).
           MOVE ZERO TO WS-SX-PRINCIPAL (WS-STRATUM-SUB).
           MOVE ZERO TO WS-SX-RATE-WEIGHT (WS-STRATUM-SUB).
           MOVE ZERO TO WS-SX-TERM-WEIGHT (WS-STRATUM-SUB).

      * ================================================================
      * 2000-STRATIFY-ONE-LOAN - the book is every open and
      *                          NON-ACCRUAL loan; closed and
      *                          charged-off loans are not in it.  A
      *                          loan lands in one stratum of each of
      *                          the five sections.
      * ================================================================
       2000-STRATIFY-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LOANS-READ.
           IF NOT LM-OPEN
              AND NOT LM-NON-ACCRUAL
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-LOANS-IN-BOOK.
           ADD LM-OUTSTANDING-PRINCIPAL TO WS-BOOK-PRINCIPAL.
           COMPUTE WS-BOOK-RATE-WEIGHT = WS-BOOK-RATE-WEIGHT
               + LM-OUTSTANDING-PRINCIPAL * LM-INTEREST.
           COMPUTE WS-BOOK-TERM-WEIGHT = WS-BOOK-TERM-WEIGHT
               + LM-OUTSTANDING-PRINCIPAL * LM-PERIODS-REMAINING.
           IF LM-NON-ACCRUAL
               ADD LM-OUTSTANDING-PRINCIPAL TO WS-NONACCRUAL-PRINCIPAL
           END-IF.
           IF LM-TYPE-BALLOON
               MOVE 2 TO WS-STRATUM-SUB
           ELSE
               MOVE 1 TO WS-STRATUM-SUB
           END-IF.
           PERFORM 2500-ADD-TO-STRATUM.
           IF LM-RATE-VARIABLE
               MOVE 4 TO WS-STRATUM-SUB
           ELSE
               MOVE 3 TO WS-STRATUM-SUB
           END-IF.
           PERFORM 2500-ADD-TO-STRATUM.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM 2010-STEP-RATE-BAND
               UNTIL WS-BAND-SUB = 5
               OR LM-INTEREST NOT > WS-RATE-BAND-LIMIT (WS-BAND-SUB).
           COMPUTE WS-STRATUM-SUB = 4 + WS-BAND-SUB.
           PERFORM 2500-ADD-TO-STRATUM.
           MOVE 1 TO WS-BAND-SUB.
           PERFORM 2020-STEP-TERM-BAND
               UNTIL WS-BAND-SUB = 5
               OR LM-PERIODS-REMAINING
                  NOT > WS-TERM-BAND-LIMIT (WS-BAND-SUB).
           COMPUTE WS-STRATUM-SUB = 9 + WS-BAND-SUB.
           PERFORM 2500-ADD-TO-STRATUM.
           PERFORM 2100-FIND-CURRENCY-SLOT
               THRU 2100-EXIT.
           IF WS-STRATUM-SUB NOT > WS-LAST-CURRENCY-SLOT
               PERFORM 2500-ADD-TO-STRATUM
           END-IF.
           PERFORM 2200-ANNUALIZE-ACCRUAL
               THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2010-STEP-RATE-BAND.
           ADD 1 TO WS-BAND-SUB.

       2020-STEP-TERM-BAND.
           ADD 1 TO WS-BAND-SUB.

      * ================================================================
      * 2100-FIND-CURRENCY-SLOT - first meeting of a currency takes
      *                           the next free slot.  With every
      *                           slot taken the loan is left out of
      *                           the currency section and counted.
      * ================================================================
       2100-FIND-CURRENCY-SLOT.
           MOVE WS-FIRST-CURRENCY-SLOT TO WS-STRATUM-SUB.
           PERFORM 2110-STEP-CURRENCY-SLOT
               UNTIL WS-STRATUM-SUB > WS-CURRENCY-HIGH-SLOT
               OR WS-SX-LABEL (WS-STRATUM-SUB) = LM-CURRENCY-CODE.
           IF WS-STRATUM-SUB > WS-CURRENCY-HIGH-SLOT
               IF WS-CURRENCY-HIGH-SLOT >= WS-LAST-CURRENCY-SLOT
                   ADD 1 TO WS-CURRENCY-OVERFLOW
                   MOVE 99 TO WS-STRATUM-SUB
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-CURRENCY-HIGH-SLOT
               MOVE WS-CURRENCY-HIGH-SLOT TO WS-STRATUM-SUB
               MOVE LM-CURRENCY-CODE TO WS-SX-LABEL (WS-STRATUM-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-STEP-CURRENCY-SLOT.
           ADD 1 TO WS-STRATUM-SUB.

      * ================================================================
      * 2200-ANNUALIZE-ACCRUAL - only an accrual LOANACRL booked in
      *                          the report month counts.  Its days
      *                          run from the start of the loan's
      *                          current period to the accrual date,
      *                          held to one to thirty as LOANACRL
      *                          holds them.
      * ================================================================
       2200-ANNUALIZE-ACCRUAL.
           IF LM-LAST-ACCRUAL-DATE(1:6) NOT = WS-REPORT-MONTH
              OR LM-ACCRUED-INTEREST NOT > ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM = 1
               MOVE 12 TO WS-DUE-MM
               SUBTRACT 1 FROM WS-DUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-DUE-MM
           END-IF.
           COMPUTE WS-DAYS-ACCRUED =
               FUNCTION INTEGER-OF-DATE (LM-LAST-ACCRUAL-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N).
           IF WS-DAYS-ACCRUED < 1
               MOVE 1 TO WS-DAYS-ACCRUED
           END-IF.
           IF WS-DAYS-ACCRUED > 30
               MOVE 30 TO WS-DAYS-ACCRUED
           END-IF.
           ADD 1 TO WS-LOANS-ACCRUED.
           ADD LM-ACCRUED-INTEREST TO WS-MONTH-ACCRUED.
           COMPUTE WS-ANNUAL-INCOME ROUNDED = WS-ANNUAL-INCOME
               + LM-ACCRUED-INTEREST * 360 / WS-DAYS-ACCRUED.
       2200-EXIT.
           EXIT.

       2500-ADD-TO-STRATUM.
           ADD 1 TO WS-SX-LOANS (WS-STRATUM-SUB).
           ADD LM-OUTSTANDING-PRINCIPAL
               TO WS-SX-PRINCIPAL (WS-STRATUM-SUB).
           COMPUTE WS-SX-RATE-WEIGHT (WS-STRATUM-SUB) =
               WS-SX-RATE-WEIGHT (WS-STRATUM-SUB)
               + LM-OUTSTANDING-PRINCIPAL * LM-INTEREST.
           COMPUTE WS-SX-TERM-WEIGHT (WS-STRATUM-SUB) =
               WS-SX-TERM-WEIGHT (WS-STRATUM-SUB)
               + LM-OUTSTANDING-PRINCIPAL * LM-PERIODS-REMAINING.

      * ================================================================
      * 3000-PRINT-STRATA - one section per way of cutting the book,
      *                     then the book itself.  Every fixed
      *                     stratum prints, empty or not, so month
      *                     follows month line for line.
      * ================================================================
       3000-PRINT-STRATA.
           PERFORM 8010-NEW-PAGE.
           MOVE "LOAN TYPE" TO WS-SEC-TITLE.
           MOVE 1 TO WS-SECTION-FROM.
           MOVE 2 TO WS-SECTION-TO.
           PERFORM 3100-PRINT-SECTION.
           MOVE "RATE TYPE" TO WS-SEC-TITLE.
           MOVE 3 TO WS-SECTION-FROM.
           MOVE 4 TO WS-SECTION-TO.
           PERFORM 3100-PRINT-SECTION.
           MOVE "CURRENCY" TO WS-SEC-TITLE.
           MOVE WS-FIRST-CURRENCY-SLOT TO WS-SECTION-FROM.
           MOVE WS-CURRENCY-HIGH-SLOT TO WS-SECTION-TO.
           PERFORM 3100-PRINT-SECTION.
           MOVE "PERIODIC RATE BAND" TO WS-SEC-TITLE.
           MOVE 5 TO WS-SECTION-FROM.
           MOVE 9 TO WS-SECTION-TO.
           PERFORM 3100-PRINT-SECTION.
           MOVE "PERIODS REMAINING" TO WS-SEC-TITLE.
           MOVE 10 TO WS-SECTION-FROM.
           MOVE 14 TO WS-SECTION-TO.
           PERFORM 3100-PRINT-SECTION.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE "TOTAL BOOK"         TO WS-STL-LABEL.
           MOVE WS-LOANS-IN-BOOK     TO WS-STL-LOANS.
           MOVE WS-BOOK-PRINCIPAL    TO WS-STL-PRINCIPAL.
           IF WS-BOOK-PRINCIPAL = ZERO
               MOVE ZERO TO WS-STL-SHARE
               MOVE ZERO TO WS-STL-WA-RATE
               MOVE ZERO TO WS-STL-WA-TERM
           ELSE
               MOVE 100 TO WS-STL-SHARE
               COMPUTE WS-WA-RATE ROUNDED =
                   WS-BOOK-RATE-WEIGHT / WS-BOOK-PRINCIPAL
               COMPUTE WS-WA-TERM ROUNDED =
                   WS-BOOK-TERM-WEIGHT / WS-BOOK-PRINCIPAL
               MOVE WS-WA-RATE TO WS-STL-WA-RATE
               MOVE WS-WA-TERM TO WS-STL-WA-TERM
           END-IF.
           MOVE WS-STRATUM-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-EXIT.
           EXIT.

       3100-PRINT-SECTION.
           IF RH-LINE-COUNT + 3 + WS-SECTION-TO - WS-SECTION-FROM
              >= RH-LINES-PER-PAGE
               PERFORM 8010-NEW-PAGE
           END-IF.
           MOVE WS-SECTION-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3110-PRINT-ONE-STRATUM
               VARYING WS-STRATUM-SUB FROM WS-SECTION-FROM BY 1
               UNTIL WS-STRATUM-SUB > WS-SECTION-TO.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       3110-PRINT-ONE-STRATUM.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SX-LABEL (WS-STRATUM-SUB) TO WS-STL-LABEL.
           MOVE WS-SX-LOANS (WS-STRATUM-SUB) TO WS-STL-LOANS.
           MOVE WS-SX-PRINCIPAL (WS-STRATUM-SUB) TO WS-STL-PRINCIPAL.
           IF WS-SX-PRINCIPAL (WS-STRATUM-SUB) = ZERO
               MOVE ZERO TO WS-STL-SHARE
               MOVE ZERO TO WS-STL-WA-RATE
               MOVE ZERO TO WS-STL-WA-TERM
           ELSE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SX-PRINCIPAL (WS-STRATUM-SUB) * 100
                   / WS-BOOK-PRINCIPAL
               COMPUTE WS-WA-RATE ROUNDED =
                   WS-SX-RATE-WEIGHT (WS-STRATUM-SUB)
                   / WS-SX-PRINCIPAL (WS-STRATUM-SUB)
               COMPUTE WS-WA-TERM ROUNDED =
                   WS-SX-TERM-WEIGHT (WS-STRATUM-SUB)
                   / WS-SX-PRINCIPAL (WS-STRATUM-SUB)
               MOVE WS-SHARE-PCT TO WS-STL-SHARE
               MOVE WS-WA-RATE TO WS-STL-WA-RATE
               MOVE WS-WA-TERM TO WS-STL-WA-TERM
           END-IF.
           MOVE WS-STRATUM-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 4000-PRINT-YIELD - effective yield is the month's accrual
      *                    annualized over the whole book; the
      *                    nominal rate beside it is the weighted
      *                    periodic rate times twelve.
      * ================================================================
       4000-PRINT-YIELD.
           IF RH-LINE-COUNT + 8 >= RH-LINES-PER-PAGE
               PERFORM 8010-NEW-PAGE
           END-IF.
           IF WS-BOOK-PRINCIPAL = ZERO
               MOVE ZERO TO WS-YIELD-PCT
               MOVE ZERO TO WS-NOMINAL-PCT
           ELSE
               COMPUTE WS-YIELD-PCT ROUNDED =
                   WS-ANNUAL-INCOME * 100 / WS-BOOK-PRINCIPAL
               COMPUTE WS-NOMINAL-PCT ROUNDED =
                   WS-BOOK-RATE-WEIGHT * 12 / WS-BOOK-PRINCIPAL
           END-IF.
           MOVE "PORTFOLIO YIELD" TO WS-SEC-TITLE.
           MOVE WS-SECTION-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "  NON-ACCRUAL PRINCIPAL" TO WS-YLD-CAPTION.
           MOVE WS-NONACCRUAL-PRINCIPAL TO WS-YLD-AMOUNT.
           MOVE WS-YIELD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "  INTEREST ACCRUED IN MONTH" TO WS-YLD-CAPTION.
           MOVE WS-MONTH-ACCRUED TO WS-YLD-AMOUNT.
           MOVE WS-YIELD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "  ACCRUAL ANNUALIZED" TO WS-YLD-CAPTION.
           MOVE WS-ANNUAL-INCOME TO WS-YLD-AMOUNT.
           MOVE WS-YIELD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "  EFFECTIVE ANNUAL YIELD PCT" TO WS-YLD-CAPTION.
           MOVE SPACES TO WS-YLD-PCT.
           MOVE WS-YIELD-PCT TO WS-YIELD-PCT-EDIT.
           MOVE WS-YIELD-PCT-EDIT TO WS-YLD-PCT(14:9).
           MOVE WS-YIELD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE "  NOMINAL ANNUAL RATE PCT" TO WS-YLD-CAPTION.
           MOVE SPACES TO WS-YLD-PCT.
           MOVE WS-NOMINAL-PCT TO WS-YIELD-PCT-EDIT.
           MOVE WS-YIELD-PCT-EDIT TO WS-YLD-PCT(14:9).
           MOVE WS-YIELD-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 7 TO RH-LINE-COUNT.
       4000-EXIT.
           EXIT.

      * ================================================================
      * 5000-PRINT-CONCENTRATIONS - currencies come off the table;
      *                             borrowers need the book total
      *                             first, so the master is read a
      *                             second time.
      * ================================================================
       5000-PRINT-CONCENTRATIONS.
           PERFORM 8010-NEW-PAGE.
           MOVE "CONCENTRATIONS OVER LIMIT" TO WS-SEC-TITLE.
           MOVE WS-SECTION-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           IF WS-BOOK-PRINCIPAL NOT = ZERO
               PERFORM 5100-CHECK-ONE-CURRENCY
                   VARYING WS-STRATUM-SUB
                   FROM WS-FIRST-CURRENCY-SLOT BY 1
                   UNTIL WS-STRATUM-SUB > WS-CURRENCY-HIGH-SLOT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT LOAN-MASTER-FILE
               PERFORM 5200-CHECK-ONE-BORROWER
                   UNTIL WS-END-OF-FILE
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF NOT WS-SOMETHING-FLAGGED
               MOVE "  NONE" TO PORTFOLIO-REPORT-LINE
               WRITE PORTFOLIO-REPORT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-CURRENCY.
           IF WS-SX-LABEL (WS-STRATUM-SUB) NOT = WS-BASE-CURRENCY-CODE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SX-PRINCIPAL (WS-STRATUM-SUB) * 100
                   / WS-BOOK-PRINCIPAL
               IF WS-SHARE-PCT > WS-CURRENCY-LIMIT
                   MOVE "CURRENCY" TO WS-FLG-KIND
                   MOVE WS-SX-LABEL (WS-STRATUM-SUB) TO WS-FLG-ID
                   MOVE WS-SX-PRINCIPAL (WS-STRATUM-SUB)
                       TO WS-FLG-PRINCIPAL
                   MOVE WS-CURRENCY-LIMIT TO WS-FLG-LIMIT
                   PERFORM 5900-WRITE-FLAG-LINE
               END-IF
           END-IF.

       5200-CHECK-ONE-BORROWER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
              AND (LM-OPEN OR LM-NON-ACCRUAL)
               COMPUTE WS-SHARE-PCT ROUNDED =
                   LM-OUTSTANDING-PRINCIPAL * 100 / WS-BOOK-PRINCIPAL
               IF WS-SHARE-PCT > WS-BORROWER-LIMIT
                   MOVE "BORROWER" TO WS-FLG-KIND
                   MOVE SPACES TO WS-FLG-ID
                   STRING "APP " LM-APP-ID " LN " LM-LOAN-ACCT-NO
                       DELIMITED BY SIZE INTO WS-FLG-ID
                   MOVE LM-OUTSTANDING-PRINCIPAL TO WS-FLG-PRINCIPAL
                   MOVE WS-BORROWER-LIMIT TO WS-FLG-LIMIT
                   PERFORM 5900-WRITE-FLAG-LINE
               END-IF
           END-IF.

       5900-WRITE-FLAG-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-SHARE-PCT TO WS-FLG-SHARE.
           MOVE WS-FLAG-LINE TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-ITEMS-FLAGGED.
           SET WS-SOMETHING-FLAGGED TO TRUE.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE PORTFOLIO-REPORT-FILE.
           DISPLAY "LOAN PORTFOLIO ANALYSIS - END OF JOB SUMMARY".
           DISPLAY "  LOANS READ       : " WS-LOANS-READ.
           DISPLAY "  LOANS IN BOOK    : " WS-LOANS-IN-BOOK.
           DISPLAY "  LOANS ACCRUED    : " WS-LOANS-ACCRUED.
           DISPLAY "  ITEMS FLAGGED    : " WS-ITEMS-FLAGGED.
           IF WS-CURRENCY-OVERFLOW > ZERO
               DISPLAY "LOANPORT - CURRENCY TABLE FULL - "
                   WS-CURRENCY-OVERFLOW " LOANS NOT IN CURRENCY SECTION"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM LOANPORT.
