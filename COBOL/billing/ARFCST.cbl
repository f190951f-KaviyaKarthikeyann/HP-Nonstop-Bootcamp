      ******************************************************************
      * PROGRAM:      ARFCST
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Monthly days-sales-outstanding and cash receipts
      *               forecast.  Where ARAGE says how old the
      *               receivables are, this says when the money will
      *               come in.
      *
      *               Each customer's average days-to-pay is worked
      *               off the ARAPPLOG payment history ARCASH writes -
      *               invoice date to payment date for every item
      *               relieved, weighted by the amount applied.  Every
      *               open item on AROPEN is then expected that many
      *               days after its invoice date (the average across
      *               all customers for one with no history, flagged
      *               *), and the expected receipts are spread over
      *               the next 13 weeks from the run date: by customer
      *               and week, then by week with a running total.  An
      *               item already past its expected date is shown as
      *               PAST DUE; one expected after week 13 as BEYOND.
      *
      *               For the period the run names it then works:
      *                 billing   - original amount of the items
      *                             invoiced in the period
      *                 receipts  - ARAPPLOG cash applied with a
      *                             payment date in the period
      *                 ending AR - the open balances on AROPEN
      *                 current   - the part of it no more than 30
      *                             days old at period end, ARAGE's
      *                             current bucket
      *                 beginning - the prior period's ending AR off
      *                             the history file, or ending less
      *                             billing plus receipts when there
      *                             is no prior period on file
      *                 DSO = ending AR / billing x days in period
      *                 CEI = (beginning + billing - ending) /
      *                       (beginning + billing - current) x 100
      *               and writes them to the ARDSOHST history file,
      *               one record per period - a rerun of a period
      *               replaces its record - from which the DSO trend
      *               across the last 12 periods is printed.
      *
      *               AROPEN holds balances as they are today, so the
      *               run belongs at month end, before the next
      *               period's invoices and cash are posted.
      *
      *               Command-line parameter:
      *                 1-6    period YYYYMM (required)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original DSO and receipts forecast program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARFCST.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-AROPEN-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "ARAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT DSO-HISTORY-FILE ASSIGN TO "ARDSOHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-PERIOD
               FILE STATUS IS WS-DSOHST-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "ARFCSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "ARFCSRT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORECAST-SORT-FILE ASSIGN TO "ARFCSRT2"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  APPLICATION-LOG-FILE.
       COPY ARAPPREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

      * One record per period the forecast has been run for.
       FD  DSO-HISTORY-FILE.
       01  DSO-HISTORY-RECORD.
           05  DH-PERIOD                 PIC 9(06).
           05  DH-BEGINNING-AR           COPY AMTFLD.
           05  DH-BILLING                COPY AMTFLD.
           05  DH-RECEIPTS               COPY AMTFLD.
           05  DH-ENDING-AR              COPY AMTFLD.
           05  DH-CURRENT-AR             COPY AMTFLD.
           05  DH-DAYS-IN-PERIOD         PIC 9(02).
           05  DH-DSO                    PIC 9(04)V9 COMP-3.
           05  DH-CEI                    PIC S9(04)V9 COMP-3.
           05  DH-RECORDED-DATE          PIC 9(08).
           05  FILLER                    PIC X(20).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE          PIC X(132).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HS-CUST-ID                PIC 9(10).
           05  HS-DAYS-TO-PAY            PIC 9(05).
           05  HS-AMOUNT                 PIC S9(9)V99 COMP-3.

      * FC-WEEK 00 is past due, 01-13 the forecast weeks, 14 beyond.
       SD  FORECAST-SORT-FILE.
       01  FORECAST-SORT-RECORD.
           05  FC-CUST-ID                PIC 9(10).
           05  FC-WEEK                   PIC 9(02).
           05  FC-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  FC-AVG-DAYS               PIC 9(03).
           05  FC-PAYMENTS               PIC 9(05).
           05  FC-HISTORY-SWITCH         PIC X(01).
               88  FC-NO-HISTORY                VALUE "N".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AROPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-APPLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DSOHST-STATUS          PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-FIRST-RECORD-SWITCH    PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD              VALUE "Y".
           05  WS-APPLOG-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-APPLOG-OPEN               VALUE "Y".
           05  WS-REPORT-SECTION         PIC X(01) VALUE "C".
               88  WS-CUSTOMER-SECTION          VALUE "C".
               88  WS-WEEKLY-SECTION            VALUE "W".
               88  WS-DSO-SECTION               VALUE "D".

       01  WS-CONTROL-TOTALS.
           05  WS-PAYMENTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYMENTS-SKIPPED       PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-FORECAST         PIC 9(9) COMP VALUE ZERO.
           05  WS-CUSTOMERS-LISTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-CUSTOMERS-NO-HISTORY   PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-OVERFLOW       PIC 9(9) COMP VALUE ZERO.
           05  WS-PERIODS-TRENDED        PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).

      * The period being measured, its first and last days and the
      * period before it.
       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD.
               10  WS-PERIOD-YYYY        PIC 9(04).
               10  WS-PERIOD-MM          PIC 9(02).
           05  WS-PERIOD-N REDEFINES WS-PERIOD
                                         PIC 9(06).
           05  WS-PRIOR-PERIOD.
               10  WS-PRIOR-YYYY         PIC 9(04).
               10  WS-PRIOR-MM           PIC 9(02).
           05  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD
                                         PIC 9(06).
           05  WS-NEXT-PERIOD.
               10  WS-NEXT-YYYY          PIC 9(04).
               10  WS-NEXT-MM            PIC 9(02).
           05  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD
                                         PIC 9(06).
           05  WS-TREND-PERIOD.
               10  WS-TREND-YYYY         PIC 9(04).
               10  WS-TREND-MM           PIC 9(02).
           05  WS-TREND-PERIOD-N REDEFINES WS-TREND-PERIOD
                                         PIC 9(06).
           05  WS-TREND-SUB              PIC 9(02) COMP.
           05  WS-PERIOD-START-DATE      PIC 9(08).
           05  WS-NEXT-START-DATE        PIC 9(08).
           05  WS-PERIOD-END-DATE        PIC 9(08).
           05  WS-PERIOD-END-DAY-NO      PIC 9(07).
           05  WS-DAYS-IN-PERIOD         PIC 9(02).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).

       01  WS-DATE-FIELDS.
           05  WS-INV-DAY-NO             PIC 9(07).
           05  WS-PAY-DAY-NO             PIC 9(07).
           05  WS-EXPECTED-DAY-NO        PIC 9(07).
           05  WS-DAYS-DIFF              PIC S9(07).
           05  WS-WEEK-NO                PIC 9(02).
           05  WS-WEEK-SUB               PIC 9(02) COMP.

      * Per-customer average days-to-pay, built ascending by customer
      * off the sorted payment history for SEARCH ALL.
       01  WS-PAY-HIST-LIMIT             PIC 9(05) COMP VALUE 5000.
       01  WS-PAY-HIST-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-PAY-HIST-TABLE.
           05  WS-PAY-HIST-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-PAY-HIST-COUNT
                               ASCENDING KEY IS WS-PH-CUST-ID
                               INDEXED BY WS-PH-IDX.
               10  WS-PH-CUST-ID         PIC 9(10).
               10  WS-PH-AVG-DAYS        PIC 9(03).
               10  WS-PH-PAYMENTS        PIC 9(05).

       01  WS-AVERAGE-FIELDS.
           05  WS-CUST-DAY-AMOUNT        PIC S9(15)V99 COMP-3.
           05  WS-CUST-AMOUNT-PAID       PIC S9(11)V99 COMP-3.
           05  WS-CUST-PAYMENTS          PIC 9(05).
           05  WS-ALL-DAY-AMOUNT         PIC S9(15)V99 COMP-3
                                         VALUE ZERO.
           05  WS-ALL-AMOUNT-PAID        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-AVG-WORK               PIC 9(07).
           05  WS-ALL-AVG-DAYS           PIC 9(03) VALUE 030.
           05  WS-CURRENT-CUST-ID        PIC 9(10) VALUE ZERO.

      * The expected receipts by week: slot 1 is past due, slots 2-14
      * weeks 1-13, slot 15 beyond week 13.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-ENTRY OCCURS 15 TIMES.
               10  WS-WK-ITEMS           PIC 9(07) COMP.
               10  WS-WK-AMOUNT          PIC S9(11)V99 COMP-3.

       01  WS-FORECAST-TOTALS.
           05  WS-LINE-ITEMS             PIC 9(07) COMP.
           05  WS-LINE-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-CUST-ITEMS             PIC 9(07) COMP.
           05  WS-CUST-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-TOTAL-ITEMS            PIC 9(07) COMP VALUE ZERO.
           05  WS-TOTAL-AMOUNT           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-CUMULATIVE-AMOUNT      PIC S9(11)V99 COMP-3.
           05  WS-CURRENT-WEEK           PIC 9(02).
           05  WS-CURRENT-AVG-DAYS       PIC 9(03).
           05  WS-CURRENT-PAYMENTS       PIC 9(05).
           05  WS-CURRENT-HISTORY-SWITCH PIC X(01).
           05  WS-CUST-LINES             PIC 9(05) COMP.

       01  WS-DSO-FIGURES.
           05  WS-PERIOD-BILLING         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-PERIOD-RECEIPTS        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-ENDING-AR              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-CURRENT-AR             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-BEGINNING-AR           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-COLLECTIBLE            PIC S9(11)V99 COMP-3.
           05  WS-COLLECTED              PIC S9(11)V99 COMP-3.
           05  WS-DSO                    PIC 9(04)V9 VALUE ZERO.
           05  WS-CEI                    PIC S9(04)V9 VALUE ZERO.
           05  WS-BEGINNING-SOURCE       PIC X(30).

       01  WS-TREND-BAR-FIELDS.
           05  WS-BAR-LENGTH             PIC 9(03).
           05  WS-BAR-STARS              PIC X(50) VALUE ALL "*".

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(38) VALUE
               "AR RECEIPTS FORECAST AND DSO TREND".
           05  FILLER                    PIC X(07) VALUE "PERIOD ".
           05  WS-HDG-PERIOD             PIC 9(06).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-HDG-SUBJECT            PIC X(30).
           05  FILLER                    PIC X(11) VALUE
               " RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-CUSTOMER-HEADING-2.
           05  FILLER                    PIC X(12) VALUE "CUSTOMER".
           05  FILLER                    PIC X(22) VALUE "NAME".
           05  FILLER                    PIC X(07) VALUE " DAYS".
           05  FILLER                    PIC X(09) VALUE "  PMTS".
           05  FILLER                    PIC X(12) VALUE "WEEK".
           05  FILLER                    PIC X(10) VALUE "ENDING".
           05  FILLER                    PIC X(08) VALUE " ITEMS".
           05  FILLER                    PIC X(14) VALUE
               "      EXPECTED".

       01  WS-CUSTOMER-LINE.
           05  WS-CF-CUST-ID             PIC 9(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-CUST-NAME           PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-AVG-DAYS            PIC ZZZ9.
           05  WS-CF-NO-HISTORY-FLAG     PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-PAYMENTS            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-CF-WEEK-LABEL          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-WEEK-ENDING         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-ITEMS               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CF-AMOUNT              PIC $$$,$$$,$$9.99.

       01  WS-WEEKLY-HEADING-2.
           05  FILLER                    PIC X(12) VALUE "WEEK".
           05  FILLER                    PIC X(10) VALUE "FROM".
           05  FILLER                    PIC X(10) VALUE "TO".
           05  FILLER                    PIC X(08) VALUE " ITEMS".
           05  FILLER                    PIC X(16) VALUE
               "      EXPECTED".
           05  FILLER                    PIC X(17) VALUE
               "     CUMULATIVE".
           05  FILLER                    PIC X(06) VALUE "  PCT".

       01  WS-WEEKLY-LINE.
           05  WS-WF-WEEK-LABEL          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-FROM-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-TO-DATE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-ITEMS               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-AMOUNT              PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-CUMULATIVE          PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-WF-PCT                 PIC ZZ9.9.

       01  WS-WEEK-LABEL-FIELDS.
           05  WS-WEEK-LABEL             PIC X(10).
           05  WS-WEEK-START-DATE        PIC 9(08).
           05  WS-WEEK-END-DATE          PIC 9(08).
           05  WS-WEEK-LABEL-NO          PIC 9(02).

       01  WS-DSO-HEADING-2.
           05  FILLER                    PIC X(30) VALUE
               "FIGURES FOR THE PERIOD ENDING".
           05  WS-HDG-PERIOD-END         PIC 9(08).

       01  WS-DSO-AMOUNT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DA-LABEL               PIC X(36).
           05  WS-DA-AMOUNT              PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DA-NOTE                PIC X(40).

       01  WS-DSO-RATIO-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DR-LABEL               PIC X(36).
           05  FILLER                    PIC X(11) VALUE SPACES.
           05  WS-DR-RATIO               PIC ZZZ9.9-.

       01  WS-TREND-HEADING.
           05  FILLER                    PIC X(08) VALUE "PERIOD".
           05  FILLER                    PIC X(16) VALUE
               "     ENDING AR".
           05  FILLER                    PIC X(16) VALUE
               "       BILLING".
           05  FILLER                    PIC X(16) VALUE
               "      RECEIPTS".
           05  FILLER                    PIC X(08) VALUE "   DSO".
           05  FILLER                    PIC X(08) VALUE "   CEI".
           05  FILLER                    PIC X(22) VALUE
               "DSO TREND (* = 2 DAYS)".

       01  WS-TREND-LINE.
           05  WS-TR-PERIOD              PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-ENDING-AR           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-BILLING             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-RECEIPTS            PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-DSO                 PIC ZZZ9.9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-TR-CEI                 PIC ZZZ9.9-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TR-BAR                 PIC X(50).

       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TX-TEXT                PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-CUST-ID
               INPUT PROCEDURE IS 2000-LOAD-PAY-HISTORY
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 2500-BUILD-AVERAGES
                   THRU 2500-EXIT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE "Y" TO WS-FIRST-RECORD-SWITCH.
           SORT FORECAST-SORT-FILE
               ON ASCENDING KEY FC-CUST-ID FC-WEEK
               INPUT PROCEDURE IS 3000-LOAD-OPEN-ITEMS
                   THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-CUSTOMER-FORECAST
                   THRU 4000-EXIT.
           PERFORM 5000-PRINT-WEEKLY-FORECAST
               THRU 5000-EXIT.
           PERFORM 6000-MEASURE-DSO
               THRU 6000-EXIT.
           PERFORM 7000-PRINT-DSO-TREND
               THRU 7000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-WEEK-TABLE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N).
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "ARFCST - PERIOD PARAMETER (YYYYMM) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-PERIOD.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "ARFCST - INVALID PERIOD "
                   WS-CMD-LINE-PARM(1:6) " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-N TO WS-HDG-PERIOD.
           MOVE WS-PERIOD-N TO WS-PRIOR-PERIOD-N.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           MOVE WS-PERIOD-N TO WS-NEXT-PERIOD-N.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-PERIOD-START-DATE = WS-PERIOD-N * 100 + 1.
           COMPUTE WS-NEXT-START-DATE = WS-NEXT-PERIOD-N * 100 + 1.
           COMPUTE WS-PERIOD-END-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START-DATE) - 1.
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-DAY-NO).
           MOVE WS-PERIOD-END-DATE TO WS-HDG-PERIOD-END.
           COMPUTE WS-DAYS-IN-PERIOD = WS-PERIOD-END-DAY-NO + 1
               - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DATE).
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "ARFCST - CANNOT OPEN AROPEN - STATUS "
                   WS-AROPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "ARFCST - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT APPLICATION-LOG-FILE.
           IF WS-APPLOG-STATUS = "00"
               SET WS-APPLOG-OPEN TO TRUE
           ELSE
               DISPLAY "ARFCST - NO ARAPPLOG PAYMENT HISTORY - "
                   "STATUS " WS-APPLOG-STATUS
                   " - ALL CUSTOMERS AT THE DEFAULT DAYS"
           END-IF.
           OPEN I-O DSO-HISTORY-FILE.
           IF WS-DSOHST-STATUS = "35"
               OPEN OUTPUT DSO-HISTORY-FILE
               CLOSE DSO-HISTORY-FILE
               OPEN I-O DSO-HISTORY-FILE
           END-IF.
           OPEN OUTPUT FORECAST-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-LOAD-PAY-HISTORY - releases one sort record per item
      *                         relieved: its customer, the days from
      *                         invoice to payment and the amount.
      *                         The period's receipts are counted on
      *                         the way past.
      * ================================================================
       2000-LOAD-PAY-HISTORY.
           IF NOT WS-APPLOG-OPEN
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-PAYMENT
               THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE APPLICATION-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PAYMENT.
           READ APPLICATION-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-PAYMENTS-READ.
           IF AP-INVOICE-DATE IS NOT NUMERIC
            OR AP-PAYMENT-DATE IS NOT NUMERIC
            OR AP-AMOUNT-APPLIED IS NOT NUMERIC
            OR AP-INVOICE-DATE = ZERO
            OR AP-PAYMENT-DATE = ZERO
               ADD 1 TO WS-PAYMENTS-SKIPPED
               GO TO 2100-EXIT
           END-IF.
           IF AP-PAYMENT-DATE NOT < WS-PERIOD-START-DATE
              AND AP-PAYMENT-DATE NOT > WS-PERIOD-END-DATE
               ADD AP-AMOUNT-APPLIED TO WS-PERIOD-RECEIPTS
           END-IF.
           COMPUTE WS-INV-DAY-NO =
               FUNCTION INTEGER-OF-DATE (AP-INVOICE-DATE).
           COMPUTE WS-PAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (AP-PAYMENT-DATE).
           COMPUTE WS-DAYS-DIFF = WS-PAY-DAY-NO - WS-INV-DAY-NO.
           IF WS-DAYS-DIFF < ZERO
               MOVE ZERO TO WS-DAYS-DIFF
           END-IF.
           MOVE AP-CUST-ID        TO HS-CUST-ID.
           MOVE WS-DAYS-DIFF      TO HS-DAYS-TO-PAY.
           MOVE AP-AMOUNT-APPLIED TO HS-AMOUNT.
           RELEASE HISTORY-SORT-RECORD.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2500-BUILD-AVERAGES - one table entry per customer: the
      *                       amount-weighted average days-to-pay and
      *                       the number of payments it rests on.
      *                       The average across everyone is kept for
      *                       customers with no history.
      * ================================================================
       2500-BUILD-AVERAGES.
           PERFORM 2600-RETURN-ONE-PAYMENT
               UNTIL WS-SORT-END-OF-FILE.
           IF NOT WS-FIRST-RECORD
               PERFORM 2700-ADD-CUSTOMER-AVERAGE
                   THRU 2700-EXIT
           END-IF.
           IF WS-ALL-AMOUNT-PAID > ZERO
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-ALL-DAY-AMOUNT / WS-ALL-AMOUNT-PAID
               IF WS-AVG-WORK > 999
                   MOVE 999 TO WS-ALL-AVG-DAYS
               ELSE
                   MOVE WS-AVG-WORK TO WS-ALL-AVG-DAYS
               END-IF
           END-IF.
           IF WS-HISTORY-OVERFLOW > ZERO
               DISPLAY "ARFCST - PAYMENT HISTORY TABLE FULL - "
                   WS-HISTORY-OVERFLOW
                   " CUSTOMERS AT THE DEFAULT DAYS"
           END-IF.
       2500-EXIT.
           EXIT.

       2600-RETURN-ONE-PAYMENT.
           RETURN HISTORY-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-FIRST-RECORD
                       MOVE "N" TO WS-FIRST-RECORD-SWITCH
                       PERFORM 2650-START-CUSTOMER
                   ELSE
                       IF HS-CUST-ID NOT = WS-CURRENT-CUST-ID
                           PERFORM 2700-ADD-CUSTOMER-AVERAGE
                               THRU 2700-EXIT
                           PERFORM 2650-START-CUSTOMER
                       END-IF
                   END-IF
                   COMPUTE WS-CUST-DAY-AMOUNT = WS-CUST-DAY-AMOUNT
                       + HS-DAYS-TO-PAY * HS-AMOUNT
                   ADD HS-AMOUNT TO WS-CUST-AMOUNT-PAID
                   ADD 1 TO WS-CUST-PAYMENTS
           END-RETURN.

       2650-START-CUSTOMER.
           MOVE HS-CUST-ID TO WS-CURRENT-CUST-ID.
           MOVE ZERO TO WS-CUST-DAY-AMOUNT.
           MOVE ZERO TO WS-CUST-AMOUNT-PAID.
           MOVE ZERO TO WS-CUST-PAYMENTS.

       2700-ADD-CUSTOMER-AVERAGE.
           ADD WS-CUST-DAY-AMOUNT  TO WS-ALL-DAY-AMOUNT.
           ADD WS-CUST-AMOUNT-PAID TO WS-ALL-AMOUNT-PAID.
           IF WS-CUST-AMOUNT-PAID NOT > ZERO
               GO TO 2700-EXIT
           END-IF.
           IF WS-PAY-HIST-COUNT >= WS-PAY-HIST-LIMIT
               ADD 1 TO WS-HISTORY-OVERFLOW
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-PAY-HIST-COUNT.
           MOVE WS-CURRENT-CUST-ID
               TO WS-PH-CUST-ID (WS-PAY-HIST-COUNT).
           COMPUTE WS-AVG-WORK ROUNDED =
               WS-CUST-DAY-AMOUNT / WS-CUST-AMOUNT-PAID.
           IF WS-AVG-WORK > 999
               MOVE 999 TO WS-AVG-WORK
           END-IF.
           MOVE WS-AVG-WORK TO WS-PH-AVG-DAYS (WS-PAY-HIST-COUNT).
           MOVE WS-CUST-PAYMENTS
               TO WS-PH-PAYMENTS (WS-PAY-HIST-COUNT).
       2700-EXIT.
           EXIT.

      * ================================================================
      * 3000-LOAD-OPEN-ITEMS - one pass of AROPEN: the period's
      *                        billing off every item invoiced in it,
      *                        the ending and current AR off the open
      *                        balances, and a sort record per open
      *                        item in the week it is expected to be
      *                        paid.
      * ================================================================
       3000-LOAD-OPEN-ITEMS.
           PERFORM 3100-LOAD-ONE-ITEM
               THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-ITEMS-READ.
           IF ARO-INVOICE-DATE NOT < WS-PERIOD-START-DATE
              AND ARO-INVOICE-DATE NOT > WS-PERIOD-END-DATE
               ADD ARO-ORIGINAL-AMOUNT TO WS-PERIOD-BILLING
           END-IF.
           IF NOT ARO-ITEM-OPEN
              OR ARO-OPEN-BALANCE NOT > ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD ARO-OPEN-BALANCE TO WS-ENDING-AR.
           COMPUTE WS-INV-DAY-NO =
               FUNCTION INTEGER-OF-DATE (ARO-INVOICE-DATE).
           IF WS-PERIOD-END-DAY-NO - WS-INV-DAY-NO <= 30
               ADD ARO-OPEN-BALANCE TO WS-CURRENT-AR
           END-IF.
           MOVE ARO-CUST-ID TO FC-CUST-ID.
           PERFORM 3200-FIND-CUSTOMER-AVERAGE
               THRU 3200-EXIT.
           COMPUTE WS-EXPECTED-DAY-NO = WS-INV-DAY-NO + FC-AVG-DAYS.
           COMPUTE WS-DAYS-DIFF = WS-EXPECTED-DAY-NO - WS-RUN-DAY-NO.
           EVALUATE TRUE
               WHEN WS-DAYS-DIFF < ZERO
                   MOVE ZERO TO WS-WEEK-NO
               WHEN WS-DAYS-DIFF >= 91
                   MOVE 14 TO WS-WEEK-NO
               WHEN OTHER
                   COMPUTE WS-WEEK-NO = WS-DAYS-DIFF / 7 + 1
           END-EVALUATE.
           MOVE WS-WEEK-NO       TO FC-WEEK.
           MOVE ARO-OPEN-BALANCE TO FC-AMOUNT.
           COMPUTE WS-WEEK-SUB = WS-WEEK-NO + 1.
           ADD 1 TO WS-WK-ITEMS (WS-WEEK-SUB).
           ADD ARO-OPEN-BALANCE TO WS-WK-AMOUNT (WS-WEEK-SUB).
           ADD 1 TO WS-ITEMS-FORECAST.
           RELEASE FORECAST-SORT-RECORD.
       3100-EXIT.
           EXIT.

       3200-FIND-CUSTOMER-AVERAGE.
           MOVE WS-ALL-AVG-DAYS TO FC-AVG-DAYS.
           MOVE ZERO TO FC-PAYMENTS.
           MOVE "N" TO FC-HISTORY-SWITCH.
           IF WS-PAY-HIST-COUNT = ZERO
               GO TO 3200-EXIT
           END-IF.
           SEARCH ALL WS-PAY-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PH-CUST-ID (WS-PH-IDX) = ARO-CUST-ID
                   MOVE WS-PH-AVG-DAYS (WS-PH-IDX) TO FC-AVG-DAYS
                   MOVE WS-PH-PAYMENTS (WS-PH-IDX) TO FC-PAYMENTS
                   MOVE "Y" TO FC-HISTORY-SWITCH
           END-SEARCH.
       3200-EXIT.
           EXIT.

      * ================================================================
      * 4000-PRINT-CUSTOMER-FORECAST - one line per customer per week
      *                                with receipts expected, and a
      *                                total per customer.
      * ================================================================
       4000-PRINT-CUSTOMER-FORECAST.
           MOVE "RECEIPTS FORECAST BY CUSTOMER" TO WS-HDG-SUBJECT.
           SET WS-CUSTOMER-SECTION TO TRUE.
           PERFORM 8010-NEW-PAGE.
           PERFORM 4100-RETURN-ONE-ITEM
               UNTIL WS-SORT-END-OF-FILE.
           IF NOT WS-FIRST-RECORD
               PERFORM 4300-PRINT-WEEK-LINE
               PERFORM 4400-PRINT-CUSTOMER-TOTAL
           END-IF.
           MOVE SPACES TO WS-CUSTOMER-LINE.
           MOVE "ALL CUSTOMERS" TO WS-CF-CUST-NAME.
           MOVE "TOTAL" TO WS-CF-WEEK-LABEL.
           MOVE WS-TOTAL-ITEMS  TO WS-CF-ITEMS.
           MOVE WS-TOTAL-AMOUNT TO WS-CF-AMOUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-CUSTOMER-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       4000-EXIT.
           EXIT.

       4100-RETURN-ONE-ITEM.
           RETURN FORECAST-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-FIRST-RECORD
                       MOVE "N" TO WS-FIRST-RECORD-SWITCH
                       PERFORM 4200-START-CUSTOMER
                   ELSE
                       IF FC-CUST-ID NOT = WS-CURRENT-CUST-ID
                           PERFORM 4300-PRINT-WEEK-LINE
                           PERFORM 4400-PRINT-CUSTOMER-TOTAL
                           PERFORM 4200-START-CUSTOMER
                       ELSE
                           IF FC-WEEK NOT = WS-CURRENT-WEEK
                               PERFORM 4300-PRINT-WEEK-LINE
                               MOVE FC-WEEK TO WS-CURRENT-WEEK
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-LINE-ITEMS
                   ADD FC-AMOUNT TO WS-LINE-AMOUNT
           END-RETURN.

       4200-START-CUSTOMER.
           MOVE FC-CUST-ID        TO WS-CURRENT-CUST-ID.
           MOVE FC-WEEK           TO WS-CURRENT-WEEK.
           MOVE FC-AVG-DAYS       TO WS-CURRENT-AVG-DAYS.
           MOVE FC-PAYMENTS       TO WS-CURRENT-PAYMENTS.
           MOVE FC-HISTORY-SWITCH TO WS-CURRENT-HISTORY-SWITCH.
           MOVE ZERO TO WS-CUST-ITEMS.
           MOVE ZERO TO WS-CUST-AMOUNT.
           MOVE ZERO TO WS-CUST-LINES.
           MOVE FC-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO CUST-NAME
           END-READ.
           IF FC-NO-HISTORY
               ADD 1 TO WS-CUSTOMERS-NO-HISTORY
           END-IF.

      * The customer's columns print on its first line only.
       4300-PRINT-WEEK-LINE.
           MOVE SPACES TO WS-CUSTOMER-LINE.
           IF WS-CUST-LINES = ZERO
               MOVE WS-CURRENT-CUST-ID  TO WS-CF-CUST-ID
               MOVE CUST-NAME           TO WS-CF-CUST-NAME
               MOVE WS-CURRENT-AVG-DAYS TO WS-CF-AVG-DAYS
               MOVE WS-CURRENT-PAYMENTS TO WS-CF-PAYMENTS
               IF WS-CURRENT-HISTORY-SWITCH = "N"
                   MOVE "*" TO WS-CF-NO-HISTORY-FLAG
               END-IF
           END-IF.
           MOVE WS-CURRENT-WEEK TO WS-WEEK-LABEL-NO.
           PERFORM 8200-SET-WEEK-LABEL.
           MOVE WS-WEEK-LABEL TO WS-CF-WEEK-LABEL.
           IF WS-CURRENT-WEEK > ZERO AND WS-CURRENT-WEEK < 14
               MOVE WS-WEEK-END-DATE TO WS-CF-WEEK-ENDING
           END-IF.
           MOVE WS-LINE-ITEMS  TO WS-CF-ITEMS.
           MOVE WS-LINE-AMOUNT TO WS-CF-AMOUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CUSTOMER-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-CUST-LINES.
           ADD WS-LINE-ITEMS  TO WS-CUST-ITEMS.
           ADD WS-LINE-AMOUNT TO WS-CUST-AMOUNT.
           MOVE ZERO TO WS-LINE-ITEMS.
           MOVE ZERO TO WS-LINE-AMOUNT.

       4400-PRINT-CUSTOMER-TOTAL.
           MOVE SPACES TO WS-CUSTOMER-LINE.
           MOVE "CUSTOMER TOTAL" TO WS-CF-WEEK-LABEL.
           MOVE WS-CUST-ITEMS  TO WS-CF-ITEMS.
           MOVE WS-CUST-AMOUNT TO WS-CF-AMOUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CUSTOMER-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           ADD 1 TO WS-CUSTOMERS-LISTED.
           ADD WS-CUST-ITEMS  TO WS-TOTAL-ITEMS.
           ADD WS-CUST-AMOUNT TO WS-TOTAL-AMOUNT.

      * ================================================================
      * 5000-PRINT-WEEKLY-FORECAST - the 13 weeks with the past-due
      *                              and beyond lines either side, a
      *                              running total and each line's
      *                              share of everything open.
      * ================================================================
       5000-PRINT-WEEKLY-FORECAST.
           MOVE "RECEIPTS FORECAST BY WEEK" TO WS-HDG-SUBJECT.
           SET WS-WEEKLY-SECTION TO TRUE.
           PERFORM 8010-NEW-PAGE.
           MOVE ZERO TO WS-CUMULATIVE-AMOUNT.
           PERFORM 5100-PRINT-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 15.
           MOVE SPACES TO WS-WEEKLY-LINE.
           MOVE "TOTAL" TO WS-WF-WEEK-LABEL.
           MOVE WS-TOTAL-ITEMS  TO WS-WF-ITEMS.
           MOVE WS-TOTAL-AMOUNT TO WS-WF-AMOUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-WEEKLY-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           IF WS-CUSTOMERS-NO-HISTORY > ZERO
               MOVE SPACES TO WS-TX-TEXT
               STRING "* NO PAYMENT HISTORY - CUSTOMER EXPECTED AT "
                      "THE ALL-CUSTOMER AVERAGE OF "
                      WS-ALL-AVG-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-TX-TEXT
               PERFORM 8300-WRITE-TEXT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-WEEK.
           COMPUTE WS-WEEK-LABEL-NO = WS-WEEK-SUB - 1.
           PERFORM 8200-SET-WEEK-LABEL.
           ADD WS-WK-AMOUNT (WS-WEEK-SUB) TO WS-CUMULATIVE-AMOUNT.
           MOVE SPACES TO WS-WEEKLY-LINE.
           MOVE WS-WEEK-LABEL TO WS-WF-WEEK-LABEL.
           IF WS-WEEK-LABEL-NO > ZERO
               MOVE WS-WEEK-START-DATE TO WS-WF-FROM-DATE
           END-IF.
           IF WS-WEEK-LABEL-NO > ZERO AND WS-WEEK-LABEL-NO < 14
               MOVE WS-WEEK-END-DATE TO WS-WF-TO-DATE
           END-IF.
           MOVE WS-WK-ITEMS (WS-WEEK-SUB)  TO WS-WF-ITEMS.
           MOVE WS-WK-AMOUNT (WS-WEEK-SUB) TO WS-WF-AMOUNT.
           MOVE WS-CUMULATIVE-AMOUNT TO WS-WF-CUMULATIVE.
           IF WS-TOTAL-AMOUNT > ZERO
               COMPUTE WS-WF-PCT ROUNDED =
                   WS-WK-AMOUNT (WS-WEEK-SUB) * 100 / WS-TOTAL-AMOUNT
           ELSE
               MOVE ZERO TO WS-WF-PCT
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-WEEKLY-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 6000-MEASURE-DSO - the period's DSO and CEI, written to the
      *                    history file and printed with the figures
      *                    they were worked from.
      * ================================================================
       6000-MEASURE-DSO.
           MOVE WS-PRIOR-PERIOD-N TO DH-PERIOD.
           READ DSO-HISTORY-FILE
               INVALID KEY
                   COMPUTE WS-BEGINNING-AR = WS-ENDING-AR
                       - WS-PERIOD-BILLING + WS-PERIOD-RECEIPTS
                   MOVE "NO PRIOR PERIOD - DERIVED"
                       TO WS-BEGINNING-SOURCE
               NOT INVALID KEY
                   MOVE DH-ENDING-AR TO WS-BEGINNING-AR
                   MOVE "PRIOR PERIOD ENDING AR"
                       TO WS-BEGINNING-SOURCE
           END-READ.
           IF WS-PERIOD-BILLING > ZERO
               COMPUTE WS-DSO ROUNDED = WS-ENDING-AR
                   / WS-PERIOD-BILLING * WS-DAYS-IN-PERIOD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DSO
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-DSO
           END-IF.
           COMPUTE WS-COLLECTIBLE = WS-BEGINNING-AR
               + WS-PERIOD-BILLING - WS-CURRENT-AR.
           COMPUTE WS-COLLECTED = WS-BEGINNING-AR
               + WS-PERIOD-BILLING - WS-ENDING-AR.
           IF WS-COLLECTIBLE > ZERO
               COMPUTE WS-CEI ROUNDED =
                   WS-COLLECTED * 100 / WS-COLLECTIBLE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CEI
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-CEI
           END-IF.
           PERFORM 6100-WRITE-HISTORY
               THRU 6100-EXIT.
           MOVE "DSO AND COLLECTION EFFECTIVENESS" TO WS-HDG-SUBJECT.
           SET WS-DSO-SECTION TO TRUE.
           PERFORM 8010-NEW-PAGE.
           MOVE "BEGINNING AR" TO WS-DA-LABEL.
           MOVE WS-BEGINNING-AR TO WS-DA-AMOUNT.
           MOVE WS-BEGINNING-SOURCE TO WS-DA-NOTE.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE "BILLING FOR THE PERIOD" TO WS-DA-LABEL.
           MOVE WS-PERIOD-BILLING TO WS-DA-AMOUNT.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE "CASH RECEIPTS APPLIED" TO WS-DA-LABEL.
           MOVE WS-PERIOD-RECEIPTS TO WS-DA-AMOUNT.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE "ENDING AR" TO WS-DA-LABEL.
           MOVE WS-ENDING-AR TO WS-DA-AMOUNT.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE "CURRENT AR (0-30 DAYS)" TO WS-DA-LABEL.
           MOVE WS-CURRENT-AR TO WS-DA-AMOUNT.
           PERFORM 6200-WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-DSO-RATIO-LINE.
           MOVE "DAYS IN PERIOD" TO WS-DR-LABEL.
           MOVE WS-DAYS-IN-PERIOD TO WS-DR-RATIO.
           PERFORM 6300-WRITE-RATIO-LINE.
           MOVE "DAYS SALES OUTSTANDING" TO WS-DR-LABEL.
           MOVE WS-DSO TO WS-DR-RATIO.
           PERFORM 6300-WRITE-RATIO-LINE.
           MOVE "COLLECTION EFFECTIVENESS INDEX" TO WS-DR-LABEL.
           MOVE WS-CEI TO WS-DR-RATIO.
           PERFORM 6300-WRITE-RATIO-LINE.
       6000-EXIT.
           EXIT.

      * A rerun of the period replaces the record it wrote before.
       6100-WRITE-HISTORY.
           MOVE WS-PERIOD-N TO DH-PERIOD.
           READ DSO-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO DSO-HISTORY-RECORD
                   MOVE WS-PERIOD-N TO DH-PERIOD
           END-READ.
           MOVE WS-BEGINNING-AR    TO DH-BEGINNING-AR.
           MOVE WS-PERIOD-BILLING  TO DH-BILLING.
           MOVE WS-PERIOD-RECEIPTS TO DH-RECEIPTS.
           MOVE WS-ENDING-AR       TO DH-ENDING-AR.
           MOVE WS-CURRENT-AR      TO DH-CURRENT-AR.
           MOVE WS-DAYS-IN-PERIOD  TO DH-DAYS-IN-PERIOD.
           MOVE WS-DSO             TO DH-DSO.
           MOVE WS-CEI             TO DH-CEI.
           MOVE WS-CURRENT-DATE    TO DH-RECORDED-DATE.
           IF WS-DSOHST-STATUS = "00"
               REWRITE DSO-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ARFCST - ARDSOHST REWRITE FAILED "
                           "FOR " WS-PERIOD-N
                           " - STATUS " WS-DSOHST-STATUS
               END-REWRITE
           ELSE
               WRITE DSO-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "ARFCST - ARDSOHST WRITE FAILED "
                           "FOR " WS-PERIOD-N
                           " - STATUS " WS-DSOHST-STATUS
               END-WRITE
           END-IF.
       6100-EXIT.
           EXIT.

       6200-WRITE-AMOUNT-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-DSO-AMOUNT-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-DSO-AMOUNT-LINE.

       6300-WRITE-RATIO-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-DSO-RATIO-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-DSO-RATIO-LINE.

      * ================================================================
      * 7000-PRINT-DSO-TREND - the 12 periods ending with this one,
      *                        as far as the history file goes back,
      *                        with a bar of one star per two days of
      *                        DSO.
      * ================================================================
       7000-PRINT-DSO-TREND.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TREND-HEADING TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           MOVE WS-PERIOD-N TO WS-TREND-PERIOD-N.
           PERFORM 7100-STEP-BACK-ONE-PERIOD
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 11.
           PERFORM 7200-PRINT-ONE-PERIOD
               THRU 7200-EXIT
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > 12.
       7000-EXIT.
           EXIT.

       7100-STEP-BACK-ONE-PERIOD.
           IF WS-TREND-MM = 1
               SUBTRACT 1 FROM WS-TREND-YYYY
               MOVE 12 TO WS-TREND-MM
           ELSE
               SUBTRACT 1 FROM WS-TREND-MM
           END-IF.

       7200-PRINT-ONE-PERIOD.
           MOVE WS-TREND-PERIOD-N TO DH-PERIOD.
           IF WS-TREND-MM = 12
               ADD 1 TO WS-TREND-YYYY
               MOVE 1 TO WS-TREND-MM
           ELSE
               ADD 1 TO WS-TREND-MM
           END-IF.
           READ DSO-HISTORY-FILE
               INVALID KEY
                   GO TO 7200-EXIT
           END-READ.
           ADD 1 TO WS-PERIODS-TRENDED.
           MOVE SPACES TO WS-TREND-LINE.
           MOVE DH-PERIOD    TO WS-TR-PERIOD.
           MOVE DH-ENDING-AR TO WS-TR-ENDING-AR.
           MOVE DH-BILLING   TO WS-TR-BILLING.
           MOVE DH-RECEIPTS  TO WS-TR-RECEIPTS.
           MOVE DH-DSO       TO WS-TR-DSO.
           MOVE DH-CEI       TO WS-TR-CEI.
           COMPUTE WS-BAR-LENGTH ROUNDED = DH-DSO / 2.
           IF WS-BAR-LENGTH > 50
               MOVE 50 TO WS-BAR-LENGTH
           END-IF.
           IF WS-BAR-LENGTH > ZERO
               MOVE WS-BAR-STARS (1:WS-BAR-LENGTH) TO WS-TR-BAR
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-TREND-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       7200-EXIT.
           EXIT.

      * Week 00 is past due and 14 beyond the forecast; weeks 01-13
      * run seven days at a time from the run date.
       8200-SET-WEEK-LABEL.
           MOVE SPACES TO WS-WEEK-LABEL.
           EVALUATE TRUE
               WHEN WS-WEEK-LABEL-NO = ZERO
                   MOVE "PAST DUE" TO WS-WEEK-LABEL
               WHEN WS-WEEK-LABEL-NO = 14
                   MOVE "BEYOND 13" TO WS-WEEK-LABEL
               WHEN OTHER
                   STRING "WEEK " WS-WEEK-LABEL-NO
                       DELIMITED BY SIZE INTO WS-WEEK-LABEL
           END-EVALUATE.
           IF WS-WEEK-LABEL-NO > ZERO
               COMPUTE WS-WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO + (WS-WEEK-LABEL-NO - 1) * 7)
               COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-NO + WS-WEEK-LABEL-NO * 7 - 1)
           END-IF.

       8300-WRITE-TEXT-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE WS-TEXT-LINE TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-SECTION
                   MOVE WS-CUSTOMER-HEADING-2 TO FORECAST-REPORT-LINE
               WHEN WS-WEEKLY-SECTION
                   MOVE WS-WEEKLY-HEADING-2 TO FORECAST-REPORT-LINE
               WHEN OTHER
                   MOVE WS-DSO-HEADING-2 TO FORECAST-REPORT-LINE
           END-EVALUATE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE DSO-HISTORY-FILE.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY "AR RECEIPTS FORECAST - END OF JOB SUMMARY".
           DISPLAY "  PAYMENTS READ        : " WS-PAYMENTS-READ.
           DISPLAY "  PAYMENTS SKIPPED     : " WS-PAYMENTS-SKIPPED.
           DISPLAY "  CUSTOMERS WITH HIST  : " WS-PAY-HIST-COUNT.
           DISPLAY "  OPEN ITEMS READ      : " WS-ITEMS-READ.
           DISPLAY "  ITEMS FORECAST       : " WS-ITEMS-FORECAST.
           DISPLAY "  CUSTOMERS LISTED     : " WS-CUSTOMERS-LISTED.
           DISPLAY "  CUSTOMERS NO HISTORY : " WS-CUSTOMERS-NO-HISTORY.
           DISPLAY "  DSO                  : " WS-DSO.
           DISPLAY "  CEI                  : " WS-CEI.
           DISPLAY "  PERIODS TRENDED      : " WS-PERIODS-TRENDED.
       9000-EXIT.
           EXIT.

       END PROGRAM ARFCST.
