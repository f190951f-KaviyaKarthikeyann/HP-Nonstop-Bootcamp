      ******************************************************************
      * PROGRAM:      GLACTRPT
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      GL account activity detail - what made up an
      *               account over a run of periods, off the GLJRNDTL
      *               journal detail file GLPOST appends every posted
      *               leg to.  For each account in the range the
      *               report prints the opening balance (the GLPERBAL
      *               snapshot of the period before the first one
      *               asked for), every posting that landed in the
      *               period range in GL date order with its
      *               description, department, batch and source, and
      *               the closing balance that arithmetic gives.  The
      *               closing balance is agreed to the GLPERBAL
      *               snapshot of the last period asked for, and any
      *               difference is flagged on the account and sets
      *               return code 4.  A last period not yet closed
      *               has no snapshot; its accounts print unagreed.
      *               Postings made before GLJRNDTL was started are
      *               not on it, so a range reaching back past that
      *               cannot agree.
      *
      *               Command line: from account in columns 1-6, to
      *               account in 8-13 (blank for the from account
      *               alone), from period YYYYMM in 15-20 and to
      *               period in 22-27 (blank for the from period
      *               alone).  Accounts with no opening balance, no
      *               postings and no closing snapshot balance are
      *               left off.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original account activity detail report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACTRPT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-DETAIL-FILE ASSIGN TO "GLJRNDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNDTL-STATUS.

           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-GLPERBAL-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PCT-RELKEY
               FILE STATUS IS WS-GLPERCTL-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "GLACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACTIVITY-SORT-FILE ASSIGN TO "GLACSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-DETAIL-FILE.
       COPY GLJDTLRC.

       FD  GL-PERIOD-BALANCE-FILE.
       COPY GLPERBAL.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PCT-LAST-CLOSED-PERIOD    PIC 9(06).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE          PIC X(132).

      * AS-SEQ-NO is the leg's place on GLJRNDTL, so legs of one
      * account and GL date keep the order they were posted in.
       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  AS-ACCT-ID                PIC 9(06).
           05  AS-GL-DATE                PIC 9(08).
           05  AS-SEQ-NO                 PIC 9(09).
           05  AS-PERIOD                 PIC 9(06).
           05  AS-BATCH-ID               PIC X(08).
           05  AS-SOURCE                 PIC X(08).
           05  AS-TYPE                   PIC X(01).
               88  AS-IS-DEBIT                  VALUE "D".
           05  AS-AMOUNT                 PIC 9(9)V99.
           05  AS-DESC                   PIC X(20).
           05  AS-DEPT-CODE              PIC X(02).
           05  AS-SUSPENSE-FLAG          PIC X(01).
               88  AS-PARKED-IN-SUSPENSE        VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLJRNDTL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLPERBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-GLPERCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SNAPSHOT-SWITCH        PIC X(01) VALUE "N".
               88  WS-SNAPSHOT-FOUND            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-POSTINGS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-POSTINGS-LISTED        PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-LISTED        PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-DISAGREE      PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-OFF-CHART     PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).

       01  WS-CMD-LINE-PARM              PIC X(80).

       01  WS-RANGE-FIELDS.
           05  WS-FROM-ACCT              PIC 9(06).
           05  WS-TO-ACCT                PIC 9(06).
           05  WS-FROM-PERIOD.
               10  WS-FROM-YYYY          PIC 9(04).
               10  WS-FROM-MM            PIC 9(02).
           05  WS-FROM-PERIOD-N REDEFINES WS-FROM-PERIOD
                                         PIC 9(06).
           05  WS-TO-PERIOD.
               10  WS-TO-YYYY            PIC 9(04).
               10  WS-TO-MM              PIC 9(02).
           05  WS-TO-PERIOD-N REDEFINES WS-TO-PERIOD
                                         PIC 9(06).
           05  WS-OPENING-PERIOD.
               10  WS-OPENING-YYYY       PIC 9(04).
               10  WS-OPENING-MM         PIC 9(02).
           05  WS-OPENING-PERIOD-N REDEFINES WS-OPENING-PERIOD
                                         PIC 9(06).

       01  WS-PCT-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-LAST-CLOSED-PERIOD         PIC 9(06) VALUE ZERO.

      * The report walks the chart of accounts and the sorted
      * postings together, taking the lower account each time; an
      * exhausted side reads as 9999999, above any account.
       01  WS-MERGE-FIELDS.
           05  WS-COA-NEXT-ACCT          PIC 9(07).
           05  WS-SORT-NEXT-ACCT         PIC 9(07).
           05  WS-THIS-ACCT              PIC 9(07).
           05  WS-THIS-TITLE             PIC X(24).

       01  WS-ACCOUNT-AMOUNTS.
           05  WS-OPENING-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-RUNNING-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-SNAPSHOT-BALANCE       PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3.
           05  WS-ACCT-DEBITS            PIC S9(11)V99 COMP-3.
           05  WS-ACCT-CREDITS           PIC S9(11)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(30) VALUE
               "GL ACCOUNT ACTIVITY DETAIL".
           05  FILLER                    PIC X(09) VALUE "ACCOUNTS ".
           05  WS-HDG-FROM-ACCT          PIC 9(06).
           05  FILLER                    PIC X(03) VALUE " - ".
           05  WS-HDG-TO-ACCT            PIC 9(06).
           05  FILLER                    PIC X(11) VALUE
               "  PERIODS ".
           05  WS-HDG-FROM-PERIOD        PIC 9(06).
           05  FILLER                    PIC X(03) VALUE " - ".
           05  WS-HDG-TO-PERIOD          PIC 9(06).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE "GL DATE".
           05  FILLER                    PIC X(08) VALUE "PERIOD".
           05  FILLER                    PIC X(10) VALUE "BATCH".
           05  FILLER                    PIC X(10) VALUE "SOURCE".
           05  FILLER                    PIC X(04) VALUE "DP".
           05  FILLER                    PIC X(20) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(16) VALUE
               "           DEBIT".
           05  FILLER                    PIC X(16) VALUE
               "          CREDIT".
           05  FILLER                    PIC X(21) VALUE
               "              BALANCE".

       01  WS-ACCOUNT-LINE.
           05  FILLER                    PIC X(08) VALUE "ACCOUNT ".
           05  WS-ACT-ACCT-ID            PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ACT-TITLE              PIC X(24).

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-GL-DATE            PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-PERIOD             PIC 9(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-BATCH-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DEPT-CODE          PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DESC               PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DEBIT              PIC $$$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CREDIT             PIC $$$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-BALANCE            PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-SUSPENSE-MARK      PIC X(09).

       01  WS-BALANCE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-BAL-CAPTION            PIC X(94).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BAL-AMOUNT             PIC $$,$$$,$$$,$$9.99CR.

       01  WS-ACCOUNT-TOTAL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-ATL-CAPTION            PIC X(62).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ATL-DEBITS             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ATL-CREDITS            PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ATL-BALANCE            PIC $$,$$$,$$$,$$9.99CR.

       01  WS-AGREE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AGR-CAPTION            PIC X(36).
           05  WS-AGR-SNAPSHOT           PIC $$,$$$,$$$,$$9.99CR.
           05  WS-AGR-CAPTION-2          PIC X(14).
           05  WS-AGR-DIFFERENCE         PIC $$,$$$,$$$,$$9.99CR.
           05  WS-AGR-FLAG               PIC X(04).

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(40).
           05  WS-TOT-COUNT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY AS-ACCT-ID AS-GL-DATE AS-SEQ-NO
               INPUT PROCEDURE IS 2000-SELECT-POSTINGS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-ACTIVITY
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
           IF WS-CMD-LINE-PARM(8:6) = SPACES
               MOVE WS-CMD-LINE-PARM(1:6) TO WS-CMD-LINE-PARM(8:6)
           END-IF.
           IF WS-CMD-LINE-PARM(22:6) = SPACES
               MOVE WS-CMD-LINE-PARM(15:6) TO WS-CMD-LINE-PARM(22:6)
           END-IF.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
            OR WS-CMD-LINE-PARM(8:6) IS NOT NUMERIC
            OR WS-CMD-LINE-PARM(15:6) IS NOT NUMERIC
            OR WS-CMD-LINE-PARM(22:6) IS NOT NUMERIC
               DISPLAY "GLACTRPT - ACCOUNT AND PERIOD RANGE "
                   "PARAMETERS (AAAAAA AAAAAA YYYYMM YYYYMM) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6)  TO WS-FROM-ACCT.
           MOVE WS-CMD-LINE-PARM(8:6)  TO WS-TO-ACCT.
           MOVE WS-CMD-LINE-PARM(15:6) TO WS-FROM-PERIOD.
           MOVE WS-CMD-LINE-PARM(22:6) TO WS-TO-PERIOD.
           IF WS-FROM-MM < 1 OR WS-FROM-MM > 12
            OR WS-TO-MM < 1 OR WS-TO-MM > 12
            OR WS-TO-ACCT < WS-FROM-ACCT
            OR WS-TO-PERIOD-N < WS-FROM-PERIOD-N
               DISPLAY "GLACTRPT - INVALID ACCOUNT OR PERIOD RANGE "
                   WS-CMD-LINE-PARM(1:27) " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FROM-PERIOD-N TO WS-OPENING-PERIOD-N.
           IF WS-OPENING-MM = 1
               SUBTRACT 1 FROM WS-OPENING-YYYY
               MOVE 12 TO WS-OPENING-MM
           ELSE
               SUBTRACT 1 FROM WS-OPENING-MM
           END-IF.
           MOVE WS-FROM-ACCT     TO WS-HDG-FROM-ACCT.
           MOVE WS-TO-ACCT       TO WS-HDG-TO-ACCT.
           MOVE WS-FROM-PERIOD-N TO WS-HDG-FROM-PERIOD.
           MOVE WS-TO-PERIOD-N   TO WS-HDG-TO-PERIOD.
           PERFORM 1100-LOAD-CLOSED-PERIOD
               THRU 1100-EXIT.
           OPEN INPUT GL-PERIOD-BALANCE-FILE.
           IF WS-GLPERBAL-STATUS NOT = "00"
               DISPLAY "GLACTRPT - CANNOT OPEN GLPERBAL - STATUS "
                   WS-GLPERBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WS-COAMAST-STATUS NOT = "00"
               DISPLAY "GLACTRPT - CANNOT OPEN COAMAST - STATUS "
                   WS-COAMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-CLOSED-PERIOD - no control record on file means no
      *                           period has been closed and no
      *                           snapshot exists to agree to.
      * ================================================================
       1100-LOAD-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-GLPERCTL-STATUS = "00"
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-LAST-CLOSED-PERIOD
                   NOT INVALID KEY
                       MOVE PCT-LAST-CLOSED-PERIOD
                           TO WS-LAST-CLOSED-PERIOD
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      * ================================================================
      * 2000-SELECT-POSTINGS - sort input procedure: releases every
      *                        leg on GLJRNDTL for an account in the
      *                        range that landed in a period in the
      *                        range.  No GLJRNDTL yet is no postings.
      * ================================================================
       2000-SELECT-POSTINGS.
           OPEN INPUT GL-JOURNAL-DETAIL-FILE.
           IF WS-GLJRNDTL-STATUS NOT = "00"
               DISPLAY "GLACTRPT - NO GLJRNDTL JOURNAL DETAIL - "
                   "STATUS " WS-GLJRNDTL-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SELECT-ONE-POSTING
               UNTIL WS-END-OF-FILE.
           CLOSE GL-JOURNAL-DETAIL-FILE.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-POSTING.
           READ GL-JOURNAL-DETAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
                   IF JD-ACCT-ID NOT < WS-FROM-ACCT
                      AND JD-ACCT-ID NOT > WS-TO-ACCT
                      AND JD-PERIOD NOT < WS-FROM-PERIOD-N
                      AND JD-PERIOD NOT > WS-TO-PERIOD-N
                       PERFORM 2200-RELEASE-POSTING
                   END-IF
           END-READ.

       2200-RELEASE-POSTING.
           MOVE JD-ACCT-ID       TO AS-ACCT-ID.
           MOVE JD-GL-DATE       TO AS-GL-DATE.
           MOVE WS-POSTINGS-READ TO AS-SEQ-NO.
           MOVE JD-PERIOD        TO AS-PERIOD.
           MOVE JD-BATCH-ID      TO AS-BATCH-ID.
           MOVE JD-SOURCE        TO AS-SOURCE.
           MOVE JD-TYPE          TO AS-TYPE.
           MOVE JD-AMOUNT        TO AS-AMOUNT.
           MOVE JD-DESC          TO AS-DESC.
           MOVE JD-DEPT-CODE     TO AS-DEPT-CODE.
           MOVE JD-SUSPENSE-FLAG TO AS-SUSPENSE-FLAG.
           RELEASE ACTIVITY-SORT-RECORD.

      * ================================================================
      * 3000-PRINT-ACTIVITY - sort output procedure: one section per
      *                       account, the chart of accounts and the
      *                       sorted postings walked together so an
      *                       account with a balance and no postings
      *                       still reports, and a posting to an
      *                       account no longer on the chart is not
      *                       lost.
      * ================================================================
       3000-PRINT-ACTIVITY.
           MOVE WS-FROM-ACCT TO COA-ACCT-ID.
           START CHART-OF-ACCOUNTS-FILE
               KEY IS NOT LESS THAN COA-ACCT-ID
               INVALID KEY
                   MOVE 9999999 TO WS-COA-NEXT-ACCT
               NOT INVALID KEY
                   PERFORM 3010-READ-NEXT-ACCOUNT
           END-START.
           PERFORM 3020-RETURN-NEXT-POSTING.
           PERFORM 3100-REPORT-ONE-ACCOUNT
               THRU 3100-EXIT
               UNTIL WS-COA-NEXT-ACCT = 9999999
                 AND WS-SORT-NEXT-ACCT = 9999999.
           PERFORM 3500-PRINT-RUN-TOTALS.
       3000-EXIT.
           EXIT.

       3010-READ-NEXT-ACCOUNT.
           READ CHART-OF-ACCOUNTS-FILE NEXT RECORD
               AT END
                   MOVE 9999999 TO WS-COA-NEXT-ACCT
               NOT AT END
                   IF COA-ACCT-ID > WS-TO-ACCT
                       MOVE 9999999 TO WS-COA-NEXT-ACCT
                   ELSE
                       MOVE COA-ACCT-ID TO WS-COA-NEXT-ACCT
                   END-IF
           END-READ.

       3020-RETURN-NEXT-POSTING.
           RETURN ACTIVITY-SORT-FILE
               AT END
                   MOVE 9999999 TO WS-SORT-NEXT-ACCT
               NOT AT END
                   MOVE AS-ACCT-ID TO WS-SORT-NEXT-ACCT
           END-RETURN.

      * ================================================================
      * 3100-REPORT-ONE-ACCOUNT - opening balance, postings, closing
      *                           balance and its agreement to the
      *                           GLPERBAL snapshot for the lower of
      *                           the next chart account and the
      *                           next sorted posting's account.
      * ================================================================
       3100-REPORT-ONE-ACCOUNT.
           IF WS-COA-NEXT-ACCT NOT > WS-SORT-NEXT-ACCT
               MOVE WS-COA-NEXT-ACCT TO WS-THIS-ACCT
               MOVE COA-TITLE TO WS-THIS-TITLE
               PERFORM 3010-READ-NEXT-ACCOUNT
           ELSE
               MOVE WS-SORT-NEXT-ACCT TO WS-THIS-ACCT
               MOVE "** NOT ON CHART **" TO WS-THIS-TITLE
               ADD 1 TO WS-ACCOUNTS-OFF-CHART
           END-IF.
           MOVE WS-THIS-ACCT TO PB-ACCT-ID.
           MOVE WS-OPENING-PERIOD-N TO PB-PERIOD.
           READ GL-PERIOD-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-OPENING-BALANCE
               NOT INVALID KEY
                   MOVE PB-BALANCE TO WS-OPENING-BALANCE
           END-READ.
           MOVE "N" TO WS-SNAPSHOT-SWITCH.
           MOVE WS-THIS-ACCT TO PB-ACCT-ID.
           MOVE WS-TO-PERIOD-N TO PB-PERIOD.
           READ GL-PERIOD-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SNAPSHOT-BALANCE
               NOT INVALID KEY
                   SET WS-SNAPSHOT-FOUND TO TRUE
                   MOVE PB-BALANCE TO WS-SNAPSHOT-BALANCE
           END-READ.
           IF WS-OPENING-BALANCE = ZERO
              AND WS-SNAPSHOT-BALANCE = ZERO
              AND WS-SORT-NEXT-ACCT NOT = WS-THIS-ACCT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-ACCT-DEBITS.
           MOVE ZERO TO WS-ACCT-CREDITS.
           PERFORM 3200-PRINT-ACCOUNT-HEADING.
           PERFORM 3300-PRINT-ONE-POSTING
               UNTIL WS-SORT-NEXT-ACCT NOT = WS-THIS-ACCT.
           PERFORM 3400-PRINT-ACCOUNT-CLOSE.
       3100-EXIT.
           EXIT.

      * An account heading and its opening line are kept together on
      * one page.
       3200-PRINT-ACCOUNT-HEADING.
           IF RH-LINE-COUNT + 4 > RH-LINES-PER-PAGE
               PERFORM 8010-NEW-PAGE
           END-IF.
           MOVE WS-THIS-ACCT  TO WS-ACT-ACCT-ID.
           MOVE WS-THIS-TITLE TO WS-ACT-TITLE.
           MOVE WS-ACCOUNT-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO WS-BAL-CAPTION.
           STRING "OPENING BALANCE - GLPERBAL "
                  WS-OPENING-PERIOD-N
               DELIMITED BY SIZE INTO WS-BAL-CAPTION.
           MOVE WS-OPENING-BALANCE TO WS-BAL-AMOUNT.
           MOVE WS-BALANCE-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       3300-PRINT-ONE-POSTING.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE ZERO TO WS-DTL-DEBIT.
           MOVE ZERO TO WS-DTL-CREDIT.
           IF AS-IS-DEBIT
               ADD AS-AMOUNT TO WS-RUNNING-BALANCE
               ADD AS-AMOUNT TO WS-ACCT-DEBITS
               MOVE AS-AMOUNT TO WS-DTL-DEBIT
           ELSE
               SUBTRACT AS-AMOUNT FROM WS-RUNNING-BALANCE
               ADD AS-AMOUNT TO WS-ACCT-CREDITS
               MOVE AS-AMOUNT TO WS-DTL-CREDIT
           END-IF.
           MOVE AS-GL-DATE   TO WS-DTL-GL-DATE.
           MOVE AS-PERIOD    TO WS-DTL-PERIOD.
           MOVE AS-BATCH-ID  TO WS-DTL-BATCH-ID.
           MOVE AS-SOURCE    TO WS-DTL-SOURCE.
           MOVE AS-DEPT-CODE TO WS-DTL-DEPT-CODE.
           MOVE AS-DESC      TO WS-DTL-DESC.
           MOVE WS-RUNNING-BALANCE TO WS-DTL-BALANCE.
           IF AS-PARKED-IN-SUSPENSE
               MOVE "SUSPENSE" TO WS-DTL-SUSPENSE-MARK
           ELSE
               MOVE SPACES TO WS-DTL-SUSPENSE-MARK
           END-IF.
           MOVE WS-DETAIL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-POSTINGS-LISTED.
           PERFORM 3020-RETURN-NEXT-POSTING.

      * ================================================================
      * 3400-PRINT-ACCOUNT-CLOSE - the account's debits, credits and
      *                            closing balance, then its
      *                            agreement to the GLPERBAL snapshot
      *                            of the last period in the range.
      *                            A closed period with no snapshot
      *                            for the account had a zero balance.
      * ================================================================
       3400-PRINT-ACCOUNT-CLOSE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-ATL-CAPTION.
           STRING "TOTALS AND CLOSING BALANCE - PERIOD "
                  WS-TO-PERIOD-N
               DELIMITED BY SIZE INTO WS-ATL-CAPTION.
           MOVE WS-ACCT-DEBITS     TO WS-ATL-DEBITS.
           MOVE WS-ACCT-CREDITS    TO WS-ATL-CREDITS.
           MOVE WS-RUNNING-BALANCE TO WS-ATL-BALANCE.
           MOVE WS-ACCOUNT-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO WS-AGREE-LINE.
           EVALUATE TRUE
               WHEN WS-TO-PERIOD-N > WS-LAST-CLOSED-PERIOD
                   MOVE "PERIOD NOT CLOSED - NOT AGREED"
                       TO WS-AGR-CAPTION
               WHEN WS-RUNNING-BALANCE = WS-SNAPSHOT-BALANCE
                   MOVE "AGREES TO GLPERBAL" TO WS-AGR-CAPTION
               WHEN OTHER
                   ADD 1 TO WS-ACCOUNTS-DISAGREE
                   COMPUTE WS-DIFFERENCE =
                       WS-RUNNING-BALANCE - WS-SNAPSHOT-BALANCE
                   MOVE "*** DOES NOT AGREE TO GLPERBAL"
                       TO WS-AGR-CAPTION
                   MOVE WS-SNAPSHOT-BALANCE TO WS-AGR-SNAPSHOT
                   MOVE " DIFFERENCE" TO WS-AGR-CAPTION-2
                   MOVE WS-DIFFERENCE TO WS-AGR-DIFFERENCE
                   MOVE " ***" TO WS-AGR-FLAG
           END-EVALUATE.
           MOVE WS-AGREE-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.

       3500-PRINT-RUN-TOTALS.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ACCOUNTS LISTED" TO WS-TOT-CAPTION.
           MOVE WS-ACCOUNTS-LISTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE "POSTINGS LISTED" TO WS-TOT-CAPTION.
           MOVE WS-POSTINGS-LISTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE "ACCOUNTS NOT AGREEING TO GLPERBAL" TO WS-TOT-CAPTION.
           MOVE WS-ACCOUNTS-DISAGREE TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
           IF WS-TO-PERIOD-N > WS-LAST-CLOSED-PERIOD
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING "PERIOD " WS-TO-PERIOD-N
                      " IS NOT CLOSED - NO GLPERBAL SNAPSHOT TO "
                      "AGREE CLOSING BALANCES TO"
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE GL-PERIOD-BALANCE-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE ACTIVITY-REPORT-FILE.
           IF WS-ACCOUNTS-DISAGREE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GL ACCOUNT ACTIVITY - END OF JOB SUMMARY".
           DISPLAY "  JOURNAL DETAIL READ  : " WS-POSTINGS-READ.
           DISPLAY "  POSTINGS LISTED      : " WS-POSTINGS-LISTED.
           DISPLAY "  ACCOUNTS LISTED      : " WS-ACCOUNTS-LISTED.
           DISPLAY "  ACCOUNTS NOT AGREED  : " WS-ACCOUNTS-DISAGREE.
           DISPLAY "  ACCOUNTS OFF CHART   : " WS-ACCOUNTS-OFF-CHART.
       9000-EXIT.
           EXIT.

       END PROGRAM GLACTRPT.
