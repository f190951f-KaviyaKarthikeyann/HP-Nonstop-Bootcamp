      ******************************************************************
      * PROGRAM:      FADEPR
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Month-end depreciation of the fixed asset
      *               register.  Every active asset on FAMAST is
      *               depreciated month by month from the month after
      *               the last one it was depreciated for (or its
      *               in-service month, the first time) through the
      *               run period, so a missed month is caught up and
      *               a rerun of the same month takes nothing.  The
      *               month an asset goes into service depreciates in
      *               full.  Each month taken is written to FAHIST and
      *               the master advanced; the charge is posted
      *               through one GLBATCH batch as a balanced debit
      *               to the depreciation expense account and credit
      *               to the accumulated depreciation account for each
      *               department and account pair, and the FADEPRPT
      *               schedule lists every asset charged with
      *               department subtotals.
      *
      *               Straight-line takes cost less salvage over the
      *               useful life, the last month taking whatever is
      *               left.  Declining-balance takes twice the
      *               straight-line rate on the net book value, or
      *               the rest of the depreciable amount spread over
      *               the months left if that is more.  Neither goes
      *               below salvage or past the useful life.
      *
      *               Run period YYYYMM in columns 1-6 of the command
      *               line, blank for the current month.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original monthly depreciation run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPR.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-MASTER-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAMAST-STATUS.

           SELECT FIXED-ASSET-HISTORY-FILE ASSIGN TO "FAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAHIST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT DEPR-REPORT-FILE ASSIGN TO "FADEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DEPR-SORT-FILE ASSIGN TO "FADPSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-MASTER-FILE.
       COPY FAMREC.

       FD  FIXED-ASSET-HISTORY-FILE.
       COPY FAHREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  DEPR-REPORT-FILE.
       01  DEPR-REPORT-LINE              PIC X(132).

       SD  DEPR-SORT-FILE.
       01  DEPR-SORT-RECORD.
           05  DS-DEPT-CODE              PIC X(02).
           05  DS-EXPENSE-ACCT           PIC 9(06).
           05  DS-ACCUM-ACCT             PIC 9(06).
           05  DS-ASSET-ID               PIC 9(08).
           05  DS-DESCRIPTION            PIC X(30).
           05  DS-METHOD                 PIC X(01).
           05  DS-MONTHS-TAKEN           PIC 9(03).
           05  DS-DEPR-AMOUNT            PIC S9(9)V99 COMP-3.
           05  DS-ACCUM-DEPRECIATION     PIC S9(9)V99 COMP-3.
           05  DS-NET-BOOK-VALUE         PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FAMAST-STATUS          PIC X(02) VALUE "00".
           05  WS-FAHIST-STATUS          PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".

       COPY GLBATW.

       01  WS-CONTROL-TOTALS.
           05  WS-ASSETS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSETS-DEPRECIATED     PIC 9(9) COMP VALUE ZERO.
           05  WS-MONTHS-WRITTEN         PIC 9(9) COMP VALUE ZERO.
           05  WS-GL-PAIRS-POSTED        PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-RUN-PERIOD.
           05  WS-RUN-YYYY               PIC 9(04).
           05  WS-RUN-MM                 PIC 9(02).

      * Periods are carried as month numbers (YYYY * 12 + MM - 1)
      * so the catch-up loop can step across a year end.
       01  WS-PERIOD-FIELDS.
           05  WS-RUN-PERIOD-NO          PIC 9(07) COMP.
           05  WS-WORK-PERIOD-NO         PIC 9(07) COMP.
           05  WS-WORK-PERIOD.
               10  WS-WORK-YYYY          PIC 9(04).
               10  WS-WORK-MM            PIC 9(02).
           05  WS-WORK-MM-ZERO           PIC 9(02).
           05  WS-PERIOD-IN.
               10  WS-PERIOD-IN-YYYY     PIC 9(04).
               10  WS-PERIOD-IN-MM       PIC 9(02).

       01  WS-ASSET-WORK.
           05  WS-MONTH-DEPR             PIC S9(9)V99 COMP-3.
           05  WS-SL-DEPR                PIC S9(9)V99 COMP-3.
           05  WS-DEPRECIABLE-LEFT       PIC S9(9)V99 COMP-3.
           05  WS-MONTHS-LEFT            PIC 9(03) COMP.
           05  WS-ASSET-DEPR             PIC S9(9)V99 COMP-3.
           05  WS-ASSET-MONTHS           PIC 9(03) COMP.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-DEPT           PIC X(02) VALUE LOW-VALUES.
           05  WS-CURRENT-EXPENSE-ACCT   PIC 9(06) VALUE ZERO.
           05  WS-CURRENT-ACCUM-ACCT     PIC 9(06) VALUE ZERO.
           05  WS-PAIR-TOTAL             PIC S9(11)V99 COMP-3.
           05  WS-DEPT-TOTAL             PIC S9(11)V99 COMP-3.
           05  WS-GRAND-TOTAL            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DEPT-ASSETS            PIC 9(9) COMP.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "FIXED ASSET DEPRECIATION SCHEDULE".
           05  FILLER                    PIC X(08) VALUE "PERIOD ".
           05  WS-HDG-YYYY               PIC 9(04).
           05  FILLER                    PIC X(01) VALUE "-".
           05  WS-HDG-MM                 PIC 9(02).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(06) VALUE "DEPT".
           05  FILLER                    PIC X(10) VALUE "ASSET".
           05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(04) VALUE "MTH".
           05  FILLER                    PIC X(07) VALUE " MONTHS".
           05  FILLER                    PIC X(18) VALUE
               "      DEPRECIATION".
           05  FILLER                    PIC X(18) VALUE
               "       ACCUMULATED".
           05  FILLER                    PIC X(18) VALUE
               "    NET BOOK VALUE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-ASSET-ID           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-METHOD             PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-MONTHS             PIC ZZZ9.
           05  WS-DTL-DEPR               PIC $$$,$$$,$$$,$$9.99.
           05  WS-DTL-ACCUM              PIC $$$,$$$,$$$,$$9.99.
           05  WS-DTL-NBV                PIC $$$,$$$,$$$,$$9.99.

       01  WS-POSTING-LINE.
           05  FILLER                    PIC X(16) VALUE
               "      POSTED DR ".
           05  WS-PST-EXPENSE-ACCT       PIC 9(06).
           05  FILLER                    PIC X(05) VALUE " CR ".
           05  WS-PST-ACCUM-ACCT         PIC 9(06).
           05  FILLER                    PIC X(06) VALUE " DEPT ".
           05  WS-PST-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  WS-PST-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(40).
           05  WS-TOT-ASSETS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE " ASSETS".
           05  WS-TOT-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT DEPR-SORT-FILE
               ON ASCENDING KEY DS-DEPT-CODE DS-EXPENSE-ACCT
                                DS-ACCUM-ACCT DS-ASSET-ID
               INPUT PROCEDURE IS 2000-DEPRECIATE-ASSETS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-AND-POST
                   THRU 3000-EXIT.
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
               DISPLAY "DEPRECIATION PERIOD (YYYYMM, BLANK FOR "
                   "CURRENT) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           IF WS-CMD-LINE-PARM(1:6) = SPACES
               MOVE WS-CURRENT-DATE-N(1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE WS-CMD-LINE-PARM(1:6) TO WS-RUN-PERIOD
           END-IF.
           IF WS-RUN-PERIOD IS NOT NUMERIC
              OR WS-RUN-MM < 1
              OR WS-RUN-MM > 12
               DISPLAY "FADEPR - INVALID PERIOD "
                   WS-CMD-LINE-PARM(1:6) " - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-YYYY TO WS-HDG-YYYY.
           MOVE WS-RUN-MM   TO WS-HDG-MM.
           MOVE WS-RUN-PERIOD TO WS-PERIOD-IN.
           PERFORM 2900-PERIOD-TO-NUMBER.
           MOVE WS-WORK-PERIOD-NO TO WS-RUN-PERIOD-NO.
           OPEN I-O FIXED-ASSET-MASTER-FILE.
           IF WS-FAMAST-STATUS NOT = "00"
               DISPLAY "FADEPR - CANNOT OPEN FAMAST - STATUS "
                   WS-FAMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND FIXED-ASSET-HISTORY-FILE.
           IF WS-FAHIST-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-HISTORY-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT DEPR-REPORT-FILE.
           MOVE "DP" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE-N(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE-N TO GBH-BATCH-DATE.
           MOVE "FADEPR" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-DEPRECIATE-ASSETS - sort input procedure: depreciates
      *                          each active asset through the run
      *                          period and releases one record for
      *                          every asset charged.
      * ================================================================
       2000-DEPRECIATE-ASSETS.
           PERFORM 2100-DEPRECIATE-ONE-ASSET
               THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-DEPRECIATE-ONE-ASSET.
           READ FIXED-ASSET-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ASSETS-READ.
           IF NOT FA-ACTIVE
              OR FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
               GO TO 2100-EXIT
           END-IF.
           IF FA-LAST-DEPR-PERIOD = ZERO
               MOVE FA-IN-SERVICE-DATE(1:6) TO WS-PERIOD-IN
               PERFORM 2900-PERIOD-TO-NUMBER
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO WS-PERIOD-IN
               PERFORM 2900-PERIOD-TO-NUMBER
               ADD 1 TO WS-WORK-PERIOD-NO
           END-IF.
           MOVE ZERO TO WS-ASSET-DEPR.
           MOVE ZERO TO WS-ASSET-MONTHS.
           COMPUTE WS-DEPRECIABLE-LEFT =
               FA-COST - FA-SALVAGE-VALUE - FA-ACCUM-DEPRECIATION.
           PERFORM 2200-DEPRECIATE-ONE-MONTH
               UNTIL WS-WORK-PERIOD-NO > WS-RUN-PERIOD-NO
                  OR FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
                  OR WS-DEPRECIABLE-LEFT NOT > ZERO.
           IF WS-ASSET-MONTHS = ZERO
               GO TO 2100-EXIT
           END-IF.
           REWRITE FIXED-ASSET-RECORD.
           ADD 1 TO WS-ASSETS-DEPRECIATED.
           MOVE FA-DEPT-CODE          TO DS-DEPT-CODE.
           MOVE FA-EXPENSE-ACCT       TO DS-EXPENSE-ACCT.
           MOVE FA-ACCUM-ACCT         TO DS-ACCUM-ACCT.
           MOVE FA-ASSET-ID           TO DS-ASSET-ID.
           MOVE FA-DESCRIPTION        TO DS-DESCRIPTION.
           MOVE FA-METHOD             TO DS-METHOD.
           MOVE WS-ASSET-MONTHS       TO DS-MONTHS-TAKEN.
           MOVE WS-ASSET-DEPR         TO DS-DEPR-AMOUNT.
           MOVE FA-ACCUM-DEPRECIATION TO DS-ACCUM-DEPRECIATION.
           COMPUTE DS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION.
           RELEASE DEPR-SORT-RECORD.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-DEPRECIATE-ONE-MONTH - one month's charge for the asset
      *                             in FIXED-ASSET-RECORD, for the
      *                             period in WS-WORK-PERIOD-NO.  The
      *                             final month of the life, or any
      *                             month that would cross salvage,
      *                             takes exactly what is left.
      * ================================================================
       2200-DEPRECIATE-ONE-MONTH.
           COMPUTE WS-MONTHS-LEFT =
               FA-USEFUL-LIFE - FA-MONTHS-DEPRECIATED.
           IF FA-STRAIGHT-LINE
               COMPUTE WS-MONTH-DEPR ROUNDED =
                   (FA-COST - FA-SALVAGE-VALUE) / FA-USEFUL-LIFE
           ELSE
               COMPUTE WS-MONTH-DEPR ROUNDED =
                   (FA-COST - FA-ACCUM-DEPRECIATION) * 2
                       / FA-USEFUL-LIFE
               COMPUTE WS-SL-DEPR ROUNDED =
                   WS-DEPRECIABLE-LEFT / WS-MONTHS-LEFT
               IF WS-SL-DEPR > WS-MONTH-DEPR
                   MOVE WS-SL-DEPR TO WS-MONTH-DEPR
               END-IF
           END-IF.
           IF WS-MONTHS-LEFT = 1
              OR WS-MONTH-DEPR > WS-DEPRECIABLE-LEFT
               MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-DEPR
           END-IF.
           ADD WS-MONTH-DEPR TO FA-ACCUM-DEPRECIATION.
           SUBTRACT WS-MONTH-DEPR FROM WS-DEPRECIABLE-LEFT.
           ADD 1 TO FA-MONTHS-DEPRECIATED.
           DIVIDE WS-WORK-PERIOD-NO BY 12
               GIVING WS-WORK-YYYY REMAINDER WS-WORK-MM-ZERO.
           COMPUTE WS-WORK-MM = WS-WORK-MM-ZERO + 1.
           MOVE WS-WORK-PERIOD TO FA-LAST-DEPR-PERIOD.
           MOVE SPACES TO FIXED-ASSET-HISTORY-RECORD.
           MOVE FA-ASSET-ID       TO FH-ASSET-ID.
           MOVE WS-CURRENT-DATE-N TO FH-TRANS-DATE.
           MOVE WS-WORK-PERIOD    TO FH-PERIOD.
           SET FH-DEPRECIATED TO TRUE.
           MOVE FA-DEPT-CODE      TO FH-DEPT-CODE.
           MOVE FA-ASSET-ACCT     TO FH-ASSET-ACCT.
           MOVE FA-ACCUM-ACCT     TO FH-ACCUM-ACCT.
           MOVE ZERO              TO FH-COST-AMOUNT.
           MOVE WS-MONTH-DEPR     TO FH-DEPR-AMOUNT.
           MOVE ZERO              TO FH-PROCEEDS.
           MOVE ZERO              TO FH-GAIN-LOSS.
           WRITE FIXED-ASSET-HISTORY-RECORD.
           ADD 1 TO WS-MONTHS-WRITTEN.
           ADD WS-MONTH-DEPR TO WS-ASSET-DEPR.
           ADD 1 TO WS-ASSET-MONTHS.
           ADD 1 TO WS-WORK-PERIOD-NO.

       2900-PERIOD-TO-NUMBER.
           COMPUTE WS-WORK-PERIOD-NO =
               WS-PERIOD-IN-YYYY * 12 + WS-PERIOD-IN-MM - 1.

      * ================================================================
      * 3000-PRINT-AND-POST - sort output procedure: prints the
      *                       schedule and posts one balanced pair
      *                       of legs per department, expense and
      *                       accumulated account.
      * ================================================================
       3000-PRINT-AND-POST.
           PERFORM 3100-RETURN-ONE-ASSET
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-DEPT NOT = LOW-VALUES
               PERFORM 3400-POST-ACCOUNT-PAIR
               PERFORM 3500-PRINT-DEPT-TOTAL
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL DEPRECIATION" TO WS-TOT-CAPTION.
           MOVE WS-ASSETS-DEPRECIATED TO WS-TOT-ASSETS.
           MOVE WS-GRAND-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-ASSET.
           RETURN DEPR-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF DS-DEPT-CODE NOT = WS-CURRENT-DEPT
                       IF WS-CURRENT-DEPT NOT = LOW-VALUES
                           PERFORM 3400-POST-ACCOUNT-PAIR
                           PERFORM 3500-PRINT-DEPT-TOTAL
                       END-IF
                       MOVE DS-DEPT-CODE TO WS-CURRENT-DEPT
                       MOVE ZERO TO WS-DEPT-TOTAL
                       MOVE ZERO TO WS-DEPT-ASSETS
                       PERFORM 3300-START-ACCOUNT-PAIR
                   ELSE
                       IF DS-EXPENSE-ACCT NOT = WS-CURRENT-EXPENSE-ACCT
                          OR DS-ACCUM-ACCT NOT = WS-CURRENT-ACCUM-ACCT
                           PERFORM 3400-POST-ACCOUNT-PAIR
                           PERFORM 3300-START-ACCOUNT-PAIR
                       END-IF
                   END-IF
                   PERFORM 3200-PRINT-ONE-ASSET
           END-RETURN.

       3200-PRINT-ONE-ASSET.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE DS-DEPT-CODE          TO WS-DTL-DEPT-CODE.
           MOVE DS-ASSET-ID           TO WS-DTL-ASSET-ID.
           MOVE DS-DESCRIPTION        TO WS-DTL-DESCRIPTION.
           MOVE DS-METHOD             TO WS-DTL-METHOD.
           MOVE DS-MONTHS-TAKEN       TO WS-DTL-MONTHS.
           MOVE DS-DEPR-AMOUNT        TO WS-DTL-DEPR.
           MOVE DS-ACCUM-DEPRECIATION TO WS-DTL-ACCUM.
           MOVE DS-NET-BOOK-VALUE     TO WS-DTL-NBV.
           MOVE WS-DETAIL-LINE TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD DS-DEPR-AMOUNT TO WS-PAIR-TOTAL.
           ADD DS-DEPR-AMOUNT TO WS-DEPT-TOTAL.
           ADD DS-DEPR-AMOUNT TO WS-GRAND-TOTAL.
           ADD 1 TO WS-DEPT-ASSETS.

       3300-START-ACCOUNT-PAIR.
           MOVE DS-EXPENSE-ACCT TO WS-CURRENT-EXPENSE-ACCT.
           MOVE DS-ACCUM-ACCT TO WS-CURRENT-ACCUM-ACCT.
           MOVE ZERO TO WS-PAIR-TOTAL.

       3400-POST-ACCOUNT-PAIR.
           IF WS-PAIR-TOTAL NOT = ZERO
               MOVE WS-CURRENT-EXPENSE-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-PAIR-TOTAL TO GL-TRANS-AMOUNT
               MOVE WS-CURRENT-DATE-N TO GL-TRANS-DATE
               MOVE "DEPRECIATION" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DEPT TO GL-TRANS-DEPT-CODE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
               MOVE WS-CURRENT-ACCUM-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE WS-PAIR-TOTAL TO GL-TRANS-AMOUNT
               MOVE WS-CURRENT-DATE-N TO GL-TRANS-DATE
               MOVE "DEPRECIATION" TO GL-TRANS-DESC
               MOVE WS-CURRENT-DEPT TO GL-TRANS-DEPT-CODE
               PERFORM 7910-WRITE-GL-BATCH-DETAIL
               ADD 1 TO WS-GL-PAIRS-POSTED
               PERFORM 8000-CHECK-PAGE-BREAK
               MOVE WS-CURRENT-EXPENSE-ACCT TO WS-PST-EXPENSE-ACCT
               MOVE WS-CURRENT-ACCUM-ACCT TO WS-PST-ACCUM-ACCT
               MOVE WS-CURRENT-DEPT TO WS-PST-DEPT-CODE
               MOVE WS-PAIR-TOTAL TO WS-PST-AMOUNT
               MOVE WS-POSTING-LINE TO DEPR-REPORT-LINE
               WRITE DEPR-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.

       3500-PRINT-DEPT-TOTAL.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE SPACES TO WS-TOT-CAPTION.
           STRING "  DEPARTMENT " WS-CURRENT-DEPT " TOTAL"
               DELIMITED BY SIZE INTO WS-TOT-CAPTION.
           MOVE WS-DEPT-ASSETS TO WS-TOT-ASSETS.
           MOVE WS-DEPT-TOTAL TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           MOVE SPACES TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           MOVE SPACES TO DEPR-REPORT-LINE.
           WRITE DEPR-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           CLOSE FIXED-ASSET-MASTER-FILE.
           CLOSE FIXED-ASSET-HISTORY-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE DEPR-REPORT-FILE.
           DISPLAY "FIXED ASSET DEPRECIATION - END OF JOB SUMMARY".
           DISPLAY "  ASSETS READ        : " WS-ASSETS-READ.
           DISPLAY "  ASSETS DEPRECIATED : " WS-ASSETS-DEPRECIATED.
           DISPLAY "  MONTHS WRITTEN     : " WS-MONTHS-WRITTEN.
           DISPLAY "  GL PAIRS POSTED    : " WS-GL-PAIRS-POSTED.
           DISPLAY "  TOTAL DEPRECIATION : " WS-GRAND-TOTAL.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM FADEPR.
