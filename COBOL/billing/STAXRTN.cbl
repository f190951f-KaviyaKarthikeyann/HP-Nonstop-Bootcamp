      ******************************************************************
      * PROGRAM:      STAXRTN
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Period-end sales tax returns.  Summarizes the
      *               STAXHIST sales tax detail - every invoice
      *               INVPRINT posted and every credit memo ARADJUST
      *               posted against one - by taxing state and rate
      *               for a run of periods, and prints one return
      *               worksheet per state: taxable sales, exempt
      *               sales and tax charged, each net of the credit
      *               memos dated in the same periods.
      *
      *               Each worksheet also carries the state's sales
      *               for the calendar year to the last period asked
      *               for, taxable and exempt, against the filing
      *               threshold on STAXRATE (columns 8-18, 9(9)V99;
      *               zero or blank for none).  A state we have no
      *               rate for can be given a zero rate and its
      *               threshold so it is watched.  The first time a
      *               state's year to date sales reach its threshold
      *               it is recorded on the STAXNEXS file with the
      *               period, and the worksheet is flagged; a rerun
      *               of that period flags it again.
      *
      *               The last page is the summary of all states,
      *               reconciled to sales tax payable (220500): the
      *               net tax due per the returns against the tax
      *               INVPRINT and ARADJUST booked to the account in
      *               the periods (off GLJRNDTL), and the account's
      *               opening balance, plus that tax, plus the other
      *               postings to it (remittances, journals), against
      *               its closing balance - the GLPERBAL snapshot of
      *               the last period if it is closed, otherwise the
      *               running balance on GLBAL.  Either difference is
      *               flagged and sets return code 4.  Run it after
      *               GLPOST has posted the period's batches.
      *
      *               Command line: from period YYYYMM in columns
      *               1-6, to period in 8-13 (blank for the from
      *               period alone).
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original sales tax return worksheets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAXRTN.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-DETAIL-FILE ASSIGN TO "STAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-STAXHIST-STATUS.

           SELECT SALES-TAX-RATE-FILE ASSIGN TO "STAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAXRATE-STATUS.

           SELECT TAX-NEXUS-FILE ASSIGN TO "STAXNEXS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-STATE
               FILE STATUS IS WS-STAXNEXS-STATUS.

           SELECT GL-JOURNAL-DETAIL-FILE ASSIGN TO "GLJRNDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNDTL-STATUS.

           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-GLPERBAL-STATUS.

           SELECT GL-ACCOUNT-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PCT-RELKEY
               FILE STATUS IS WS-GLPERCTL-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO "STAXRTNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TAX-SORT-FILE ASSIGN TO "STAXSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TAX-DETAIL-FILE.
       COPY STAXDREC.

       FD  SALES-TAX-RATE-FILE.
       01  SALES-TAX-RATE-LINE           PIC X(80).

      * One record per state whose filing threshold our sales have
      * reached, written the first time they do.
       FD  TAX-NEXUS-FILE.
       01  TAX-NEXUS-RECORD.
           05  NX-STATE                  PIC X(02).
           05  NX-FIRST-CROSSED-PERIOD   PIC 9(06).
           05  NX-YTD-SALES              COPY AMTFLD.
           05  NX-THRESHOLD              COPY AMTFLD.
           05  NX-RECORDED-DATE          PIC 9(08).
           05  FILLER                    PIC X(20).

       FD  GL-JOURNAL-DETAIL-FILE.
       COPY GLJDTLRC.

       FD  GL-PERIOD-BALANCE-FILE.
       COPY GLPERBAL.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PCT-LAST-CLOSED-PERIOD    PIC 9(06).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE            PIC X(132).

      * TS-IN-RETURN marks a document dated in the periods being
      * returned; TS-IN-YTD one dated in the calendar year to the
      * last of them.  A document can be either or both.
       SD  TAX-SORT-FILE.
       01  TAX-SORT-RECORD.
           05  TS-STATE                  PIC X(02).
           05  TS-RATE                   PIC 9(3)V99.
           05  TS-DOC-TYPE               PIC X(01).
               88  TS-IS-CREDIT-MEMO            VALUE "C".
           05  TS-IN-RETURN              PIC X(01).
               88  TS-COUNTS-IN-RETURN          VALUE "Y".
           05  TS-IN-YTD                 PIC X(01).
               88  TS-COUNTS-IN-YTD             VALUE "Y".
           05  TS-TAXABLE-AMOUNT         PIC 9(9)V99.
           05  TS-EXEMPT-AMOUNT          PIC 9(9)V99.
           05  TS-TAX-AMOUNT             PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STAXHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-STAXRATE-STATUS        PIC X(02) VALUE "00".
           05  WS-STAXNEXS-STATUS        PIC X(02) VALUE "00".
           05  WS-GLJRNDTL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLPERBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLBAL-STATUS           PIC X(02) VALUE "00".
           05  WS-GLPERCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-RETURN-ACTIVITY-SWITCH PIC X(01) VALUE "N".
               88  WS-RATE-HAS-ACTIVITY         VALUE "Y".
           05  WS-PAGE-TYPE-SWITCH       PIC X(01) VALUE "W".
               88  WS-WORKSHEET-PAGE            VALUE "W".
               88  WS-SUMMARY-PAGE              VALUE "S".

       01  WS-CONTROL-TOTALS.
           05  WS-DETAILS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-DETAILS-SELECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-STATES-RETURNED        PIC 9(9) COMP VALUE ZERO.
           05  WS-STATES-NEWLY-CROSSED   PIC 9(9) COMP VALUE ZERO.
           05  WS-POSTINGS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-RECON-DIFFERENCES      PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).

       01  WS-CMD-LINE-PARM              PIC X(80).

       01  WS-RANGE-FIELDS.
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
           05  WS-YTD-START-PERIOD.
               10  WS-YTD-START-YYYY     PIC 9(04).
               10  WS-YTD-START-MM       PIC 9(02).
           05  WS-YTD-START-PERIOD-N REDEFINES WS-YTD-START-PERIOD
                                         PIC 9(06).

       01  WS-PCT-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-LAST-CLOSED-PERIOD         PIC 9(06) VALUE ZERO.

       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-SALES-TAX-ACCT      PIC 9(06) VALUE 220500.

      * ---------------------------------------------------------- *
      * Filing thresholds by state, loaded at start of job from    *
      * the STAXRATE parameter file: state code in columns 1-2,    *
      * threshold digits (9(9)V99) in 8-18.                        *
      * ---------------------------------------------------------- *
       01  WS-THRESHOLD-TABLE.
           05  WS-THR-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-THR-ENTRY OCCURS 60 TIMES.
               10  WS-THR-STATE          PIC X(02).
               10  WS-THR-AMOUNT         PIC 9(9)V99.
       01  WS-THR-SUB                    PIC 9(03) COMP.
       01  WS-THR-PARSE-DIGITS           PIC X(11).
       01  WS-THR-PARSE REDEFINES WS-THR-PARSE-DIGITS
                                         PIC 9(9)V99.

      * ---------------------------------------------------------- *
      * One entry per state returned, for the summary page.       *
      * ---------------------------------------------------------- *
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 60 TIMES.
               10  WS-SUM-STATE          PIC X(02).
               10  WS-SUM-NET-TAXABLE    PIC S9(11)V99 COMP-3.
               10  WS-SUM-NET-EXEMPT     PIC S9(11)V99 COMP-3.
               10  WS-SUM-NET-TAX        PIC S9(11)V99 COMP-3.
               10  WS-SUM-YTD-SALES      PIC S9(11)V99 COMP-3.
               10  WS-SUM-THRESHOLD      PIC 9(9)V99.
               10  WS-SUM-FLAG           PIC X(30).
       01  WS-SUM-SUB                    PIC 9(03) COMP.

       01  WS-BREAK-FIELDS.
           05  WS-THIS-STATE             PIC X(02).
           05  WS-THIS-RATE              PIC 9(3)V99.
           05  WS-THIS-THRESHOLD         PIC 9(9)V99.
           05  WS-THIS-FLAG              PIC X(30).

       01  WS-RATE-AMOUNTS.
           05  WS-RT-TAXABLE-SALES       PIC S9(11)V99 COMP-3.
           05  WS-RT-TAXABLE-CREDITED    PIC S9(11)V99 COMP-3.
           05  WS-RT-EXEMPT-SALES        PIC S9(11)V99 COMP-3.
           05  WS-RT-EXEMPT-CREDITED     PIC S9(11)V99 COMP-3.
           05  WS-RT-TAX-CHARGED         PIC S9(11)V99 COMP-3.
           05  WS-RT-TAX-CREDITED        PIC S9(11)V99 COMP-3.

       01  WS-STATE-AMOUNTS.
           05  WS-ST-TAXABLE-SALES       PIC S9(11)V99 COMP-3.
           05  WS-ST-TAXABLE-CREDITED    PIC S9(11)V99 COMP-3.
           05  WS-ST-EXEMPT-SALES        PIC S9(11)V99 COMP-3.
           05  WS-ST-EXEMPT-CREDITED     PIC S9(11)V99 COMP-3.
           05  WS-ST-TAX-CHARGED         PIC S9(11)V99 COMP-3.
           05  WS-ST-TAX-CREDITED        PIC S9(11)V99 COMP-3.
           05  WS-ST-YTD-SALES           PIC S9(11)V99 COMP-3.

       01  WS-RETURN-TOTALS.
           05  WS-TOT-NET-TAXABLE        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOT-NET-EXEMPT         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOT-NET-TAX            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * Sales tax payable is a credit balance: the amounts below are
      * what is owed, the GL's debit-positive balances sign-reversed.
       01  WS-RECON-AMOUNTS.
           05  WS-TAX-BOOKED             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-OTHER-POSTINGS         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-OPENING-OWED           PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-COMPUTED-CLOSING       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GL-CLOSING-OWED        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-LEG-AMOUNT             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(30) VALUE
               "SALES TAX RETURN WORKSHEET".
           05  FILLER                    PIC X(08) VALUE "PERIODS ".
           05  WS-HDG-FROM-PERIOD        PIC 9(06).
           05  FILLER                    PIC X(03) VALUE " - ".
           05  WS-HDG-TO-PERIOD          PIC 9(06).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-HDG-SUBJECT            PIC X(20).
           05  FILLER                    PIC X(12) VALUE
               "  RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-WORKSHEET-HEADING-2.
           05  FILLER                    PIC X(13) VALUE
               "     RATE".
           05  FILLER                    PIC X(17) VALUE
               "    TAXABLE SALES".
           05  FILLER                    PIC X(17) VALUE
               "     LESS CREDITS".
           05  FILLER                    PIC X(17) VALUE
               "      NET TAXABLE".
           05  FILLER                    PIC X(17) VALUE
               " NET EXEMPT SALES".
           05  FILLER                    PIC X(17) VALUE
               "      TAX CHARGED".
           05  FILLER                    PIC X(17) VALUE
               "     LESS CREDITS".
           05  FILLER                    PIC X(17) VALUE
               "      NET TAX DUE".

       01  WS-SUMMARY-HEADING-2.
           05  FILLER                    PIC X(10) VALUE
               "    STATE".
           05  FILLER                    PIC X(17) VALUE
               "    NET TAXABLE".
           05  FILLER                    PIC X(17) VALUE
               "     NET EXEMPT".
           05  FILLER                    PIC X(17) VALUE
               "    NET TAX DUE".
           05  FILLER                    PIC X(17) VALUE
               "  SALES THIS YR".
           05  FILLER                    PIC X(16) VALUE
               "     THRESHOLD".
           05  FILLER                    PIC X(30) VALUE
               "FILING THRESHOLD".

       01  WS-RATE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RTL-RATE               PIC ZZ9.99.
           05  FILLER                    PIC X(03) VALUE "%".
           05  WS-RTL-AMOUNTS.
               10  WS-RTL-AMOUNT OCCURS 7 TIMES.
                   15  FILLER            PIC X(02).
                   15  WS-RTL-EDITED     PIC $$$,$$$,$$9.99-.

       01  WS-STATE-TOTAL-LINE.
           05  WS-STL-CAPTION            PIC X(13).
           05  WS-STL-AMOUNTS.
               10  WS-STL-AMOUNT OCCURS 7 TIMES.
                   15  FILLER            PIC X(02).
                   15  WS-STL-EDITED     PIC $$$,$$$,$$9.99-.

       01  WS-INFO-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-INF-CAPTION            PIC X(60).
           05  WS-INF-AMOUNT             PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-INF-FLAG               PIC X(46).

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-SML-STATE              PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SML-NET-TAXABLE        PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-NET-EXEMPT         PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-NET-TAX            PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-YTD-SALES          PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-THRESHOLD          PIC $$$,$$$,$$9.99
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SML-FLAG               PIC X(30).

       01  WS-RECON-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RCL-CAPTION            PIC X(70).
           05  WS-RCL-AMOUNT             PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RCL-FLAG               PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT TAX-SORT-FILE
               ON ASCENDING KEY TS-STATE TS-RATE
               INPUT PROCEDURE IS 2000-SELECT-DETAILS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-WORKSHEETS
                   THRU 3000-EXIT.
           PERFORM 4000-PRINT-SUMMARY
               THRU 4000-EXIT.
           PERFORM 5000-RECONCILE-TO-GL
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
           IF WS-CMD-LINE-PARM(8:6) = SPACES
               MOVE WS-CMD-LINE-PARM(1:6) TO WS-CMD-LINE-PARM(8:6)
           END-IF.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
            OR WS-CMD-LINE-PARM(8:6) IS NOT NUMERIC
               DISPLAY "STAXRTN - PERIOD RANGE PARAMETERS "
                   "(YYYYMM YYYYMM) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-FROM-PERIOD.
           MOVE WS-CMD-LINE-PARM(8:6) TO WS-TO-PERIOD.
           IF WS-FROM-MM < 1 OR WS-FROM-MM > 12
            OR WS-TO-MM < 1 OR WS-TO-MM > 12
            OR WS-TO-PERIOD-N < WS-FROM-PERIOD-N
               DISPLAY "STAXRTN - INVALID PERIOD RANGE "
                   WS-CMD-LINE-PARM(1:13) " - RUN ABORTED"
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
           MOVE WS-TO-YYYY TO WS-YTD-START-YYYY.
           MOVE 1          TO WS-YTD-START-MM.
           MOVE WS-FROM-PERIOD-N TO WS-HDG-FROM-PERIOD.
           MOVE WS-TO-PERIOD-N   TO WS-HDG-TO-PERIOD.
           PERFORM 1100-LOAD-CLOSED-PERIOD
               THRU 1100-EXIT.
           PERFORM 1200-LOAD-THRESHOLDS
               THRU 1200-EXIT.
           OPEN INPUT GL-PERIOD-BALANCE-FILE.
           IF WS-GLPERBAL-STATUS NOT = "00"
               DISPLAY "STAXRTN - CANNOT OPEN GLPERBAL - STATUS "
                   WS-GLPERBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-ACCOUNT-BALANCE-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "STAXRTN - CANNOT OPEN GLBAL - STATUS "
                   WS-GLBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O TAX-NEXUS-FILE.
           IF WS-STAXNEXS-STATUS = "35"
               OPEN OUTPUT TAX-NEXUS-FILE
               CLOSE TAX-NEXUS-FILE
               OPEN I-O TAX-NEXUS-FILE
           END-IF.
           OPEN OUTPUT RETURN-REPORT-FILE.
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
      * 1200-LOAD-THRESHOLDS - no STAXRATE file, or a state with no
      *                        threshold digits, is no threshold to
      *                        watch.
      * ================================================================
       1200-LOAD-THRESHOLDS.
           OPEN INPUT SALES-TAX-RATE-FILE.
           IF WS-STAXRATE-STATUS NOT = "00"
               DISPLAY "STAXRTN - NO STAXRATE FILE - NO FILING "
                   "THRESHOLDS CHECKED"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-THRESHOLD
               UNTIL WS-END-OF-FILE.
           CLOSE SALES-TAX-RATE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-THRESHOLD.
           READ SALES-TAX-RATE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-THR-COUNT < 60
                       ADD 1 TO WS-THR-COUNT
                       MOVE WS-THR-COUNT TO WS-THR-SUB
                       MOVE SALES-TAX-RATE-LINE(1:2)
                           TO WS-THR-STATE (WS-THR-SUB)
                       MOVE SALES-TAX-RATE-LINE(8:11)
                           TO WS-THR-PARSE-DIGITS
                       IF WS-THR-PARSE-DIGITS IS NUMERIC
                           MOVE WS-THR-PARSE
                               TO WS-THR-AMOUNT (WS-THR-SUB)
                       ELSE
                           MOVE ZERO
                               TO WS-THR-AMOUNT (WS-THR-SUB)
                       END-IF
                   END-IF
           END-READ.

      * ================================================================
      * 2000-SELECT-DETAILS - sort input procedure: releases every
      *                       invoice and credit memo on STAXHIST
      *                       dated in the periods returned or in the
      *                       calendar year to the last of them.  No
      *                       STAXHIST yet is nothing to return.
      * ================================================================
       2000-SELECT-DETAILS.
           OPEN INPUT SALES-TAX-DETAIL-FILE.
           IF WS-STAXHIST-STATUS NOT = "00"
               DISPLAY "STAXRTN - NO STAXHIST SALES TAX DETAIL - "
                   "STATUS " WS-STAXHIST-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SELECT-ONE-DETAIL
               UNTIL WS-END-OF-FILE.
           CLOSE SALES-TAX-DETAIL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-DETAIL.
           READ SALES-TAX-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DETAILS-READ
                   PERFORM 2200-RELEASE-DETAIL
           END-READ.

       2200-RELEASE-DETAIL.
           MOVE "N" TO TS-IN-RETURN.
           MOVE "N" TO TS-IN-YTD.
           IF TX-PERIOD NOT < WS-FROM-PERIOD-N
              AND TX-PERIOD NOT > WS-TO-PERIOD-N
               MOVE "Y" TO TS-IN-RETURN
           END-IF.
           IF TX-PERIOD NOT < WS-YTD-START-PERIOD-N
              AND TX-PERIOD NOT > WS-TO-PERIOD-N
               MOVE "Y" TO TS-IN-YTD
           END-IF.
           IF TS-COUNTS-IN-RETURN OR TS-COUNTS-IN-YTD
               MOVE TX-STATE          TO TS-STATE
               MOVE TX-RATE           TO TS-RATE
               MOVE TX-DOC-TYPE       TO TS-DOC-TYPE
               MOVE TX-TAXABLE-AMOUNT TO TS-TAXABLE-AMOUNT
               MOVE TX-EXEMPT-AMOUNT  TO TS-EXEMPT-AMOUNT
               MOVE TX-TAX-AMOUNT     TO TS-TAX-AMOUNT
               RELEASE TAX-SORT-RECORD
               ADD 1 TO WS-DETAILS-SELECTED
           END-IF.

      * ================================================================
      * 3000-PRINT-WORKSHEETS - sort output procedure: one worksheet
      *                         per state, a line per rate charged,
      *                         the state total and its filing
      *                         threshold check.  A state with sales
      *                         this year but none in the periods
      *                         still gets its (nil) worksheet.
      * ================================================================
       3000-PRINT-WORKSHEETS.
           PERFORM 3010-RETURN-NEXT-DETAIL.
           PERFORM 3100-PRINT-ONE-STATE
               THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3010-RETURN-NEXT-DETAIL.
           RETURN TAX-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.

       3100-PRINT-ONE-STATE.
           MOVE TS-STATE TO WS-THIS-STATE.
           INITIALIZE WS-STATE-AMOUNTS.
           ADD 1 TO WS-STATES-RETURNED.
           MOVE SPACES TO WS-HDG-SUBJECT.
           STRING "STATE " WS-THIS-STATE
               DELIMITED BY SIZE INTO WS-HDG-SUBJECT.
           PERFORM 8010-NEW-PAGE.
           PERFORM 3200-PRINT-ONE-RATE
               UNTIL WS-SORT-END-OF-FILE
                  OR TS-STATE NOT = WS-THIS-STATE.
           PERFORM 3300-PRINT-STATE-TOTAL.
           PERFORM 3400-CHECK-THRESHOLD
               THRU 3400-EXIT.
           PERFORM 3500-SAVE-STATE-SUMMARY.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-RATE.
           MOVE TS-RATE TO WS-THIS-RATE.
           INITIALIZE WS-RATE-AMOUNTS.
           MOVE "N" TO WS-RETURN-ACTIVITY-SWITCH.
           PERFORM 3250-ADD-ONE-DETAIL
               UNTIL WS-SORT-END-OF-FILE
                  OR TS-STATE NOT = WS-THIS-STATE
                  OR TS-RATE NOT = WS-THIS-RATE.
           ADD WS-RT-TAXABLE-SALES    TO WS-ST-TAXABLE-SALES.
           ADD WS-RT-TAXABLE-CREDITED TO WS-ST-TAXABLE-CREDITED.
           ADD WS-RT-EXEMPT-SALES     TO WS-ST-EXEMPT-SALES.
           ADD WS-RT-EXEMPT-CREDITED  TO WS-ST-EXEMPT-CREDITED.
           ADD WS-RT-TAX-CHARGED      TO WS-ST-TAX-CHARGED.
           ADD WS-RT-TAX-CREDITED     TO WS-ST-TAX-CREDITED.
           IF WS-RATE-HAS-ACTIVITY
               PERFORM 8000-CHECK-PAGE-BREAK
               MOVE SPACES TO WS-RTL-AMOUNTS
               MOVE WS-THIS-RATE           TO WS-RTL-RATE
               MOVE WS-RT-TAXABLE-SALES    TO WS-RTL-EDITED (1)
               MOVE WS-RT-TAXABLE-CREDITED TO WS-RTL-EDITED (2)
               COMPUTE WS-RTL-EDITED (3) =
                   WS-RT-TAXABLE-SALES - WS-RT-TAXABLE-CREDITED
               COMPUTE WS-RTL-EDITED (4) =
                   WS-RT-EXEMPT-SALES - WS-RT-EXEMPT-CREDITED
               MOVE WS-RT-TAX-CHARGED      TO WS-RTL-EDITED (5)
               MOVE WS-RT-TAX-CREDITED     TO WS-RTL-EDITED (6)
               COMPUTE WS-RTL-EDITED (7) =
                   WS-RT-TAX-CHARGED - WS-RT-TAX-CREDITED
               MOVE WS-RATE-LINE TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.

      * A credit memo takes back sales and tax in the periods it is
      * dated in, whatever period the invoice fell in.
       3250-ADD-ONE-DETAIL.
           IF TS-COUNTS-IN-RETURN
               SET WS-RATE-HAS-ACTIVITY TO TRUE
               IF TS-IS-CREDIT-MEMO
                   ADD TS-TAXABLE-AMOUNT TO WS-RT-TAXABLE-CREDITED
                   ADD TS-EXEMPT-AMOUNT  TO WS-RT-EXEMPT-CREDITED
                   ADD TS-TAX-AMOUNT     TO WS-RT-TAX-CREDITED
               ELSE
                   ADD TS-TAXABLE-AMOUNT TO WS-RT-TAXABLE-SALES
                   ADD TS-EXEMPT-AMOUNT  TO WS-RT-EXEMPT-SALES
                   ADD TS-TAX-AMOUNT     TO WS-RT-TAX-CHARGED
               END-IF
           END-IF.
           IF TS-COUNTS-IN-YTD
               IF TS-IS-CREDIT-MEMO
                   SUBTRACT TS-TAXABLE-AMOUNT TS-EXEMPT-AMOUNT
                       FROM WS-ST-YTD-SALES
               ELSE
                   ADD TS-TAXABLE-AMOUNT TS-EXEMPT-AMOUNT
                       TO WS-ST-YTD-SALES
               END-IF
           END-IF.
           PERFORM 3010-RETURN-NEXT-DETAIL.

       3300-PRINT-STATE-TOTAL.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO WS-STATE-TOTAL-LINE.
           MOVE "  STATE TOTAL" TO WS-STL-CAPTION.
           MOVE WS-ST-TAXABLE-SALES    TO WS-STL-EDITED (1).
           MOVE WS-ST-TAXABLE-CREDITED TO WS-STL-EDITED (2).
           COMPUTE WS-STL-EDITED (3) =
               WS-ST-TAXABLE-SALES - WS-ST-TAXABLE-CREDITED.
           COMPUTE WS-STL-EDITED (4) =
               WS-ST-EXEMPT-SALES - WS-ST-EXEMPT-CREDITED.
           MOVE WS-ST-TAX-CHARGED      TO WS-STL-EDITED (5).
           MOVE WS-ST-TAX-CREDITED     TO WS-STL-EDITED (6).
           COMPUTE WS-STL-EDITED (7) =
               WS-ST-TAX-CHARGED - WS-ST-TAX-CREDITED.
           MOVE WS-STATE-TOTAL-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.

      * ================================================================
      * 3400-CHECK-THRESHOLD - the state's sales this calendar year,
      *                        taxable and exempt net of credits,
      *                        against its filing threshold.  The
      *                        first period they reach it is kept on
      *                        STAXNEXS; that period's worksheet is
      *                        the one flagged.
      * ================================================================
       3400-CHECK-THRESHOLD.
           MOVE ZERO   TO WS-THIS-THRESHOLD.
           MOVE SPACES TO WS-THIS-FLAG.
           PERFORM 3410-FIND-THRESHOLD
               VARYING WS-THR-SUB FROM 1 BY 1
               UNTIL WS-THR-SUB > WS-THR-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-INFO-LINE.
           STRING "SALES THIS YEAR " WS-YTD-START-PERIOD-N
                  " - " WS-TO-PERIOD-N
                  ", TAXABLE AND EXEMPT, NET OF CREDITS"
               DELIMITED BY SIZE INTO WS-INF-CAPTION.
           MOVE WS-ST-YTD-SALES TO WS-INF-AMOUNT.
           MOVE WS-INFO-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-INFO-LINE.
           IF WS-THIS-THRESHOLD = ZERO
               MOVE "NO FILING THRESHOLD ON STAXRATE"
                   TO WS-INF-CAPTION
               MOVE WS-INFO-LINE TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
               GO TO 3400-EXIT
           END-IF.
           MOVE "FILING THRESHOLD" TO WS-INF-CAPTION.
           MOVE WS-THIS-THRESHOLD  TO WS-INF-AMOUNT.
           IF WS-ST-YTD-SALES < WS-THIS-THRESHOLD
               MOVE "BELOW THRESHOLD" TO WS-THIS-FLAG
           ELSE
               PERFORM 3420-RECORD-NEXUS
           END-IF.
           MOVE WS-THIS-FLAG TO WS-INF-FLAG.
           MOVE WS-INFO-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3400-EXIT.
           EXIT.

       3410-FIND-THRESHOLD.
           IF WS-THR-STATE (WS-THR-SUB) = WS-THIS-STATE
               MOVE WS-THR-AMOUNT (WS-THR-SUB) TO WS-THIS-THRESHOLD
           END-IF.

       3420-RECORD-NEXUS.
           MOVE WS-THIS-STATE TO NX-STATE.
           READ TAX-NEXUS-FILE
               INVALID KEY
                   MOVE WS-THIS-STATE     TO NX-STATE
                   MOVE WS-TO-PERIOD-N    TO NX-FIRST-CROSSED-PERIOD
                   MOVE WS-ST-YTD-SALES   TO NX-YTD-SALES
                   MOVE WS-THIS-THRESHOLD TO NX-THRESHOLD
                   MOVE WS-CURRENT-DATE   TO NX-RECORDED-DATE
                   WRITE TAX-NEXUS-RECORD
                       INVALID KEY
                           DISPLAY "STAXRTN - STAXNEXS WRITE FAILED "
                               "FOR STATE " WS-THIS-STATE
                               " - STATUS " WS-STAXNEXS-STATUS
                   END-WRITE
           END-READ.
           IF NX-FIRST-CROSSED-PERIOD = WS-TO-PERIOD-N
               MOVE "*** FIRST CROSSED THIS PERIOD" TO WS-THIS-FLAG
               ADD 1 TO WS-STATES-NEWLY-CROSSED
           ELSE
               STRING "THRESHOLD CROSSED "
                      NX-FIRST-CROSSED-PERIOD
                   DELIMITED BY SIZE INTO WS-THIS-FLAG
           END-IF.

       3500-SAVE-STATE-SUMMARY.
           COMPUTE WS-TOT-NET-TAXABLE = WS-TOT-NET-TAXABLE
               + WS-ST-TAXABLE-SALES - WS-ST-TAXABLE-CREDITED.
           COMPUTE WS-TOT-NET-EXEMPT = WS-TOT-NET-EXEMPT
               + WS-ST-EXEMPT-SALES - WS-ST-EXEMPT-CREDITED.
           COMPUTE WS-TOT-NET-TAX = WS-TOT-NET-TAX
               + WS-ST-TAX-CHARGED - WS-ST-TAX-CREDITED.
           IF WS-SUM-COUNT NOT < 60
               DISPLAY "STAXRTN - MORE THAN 60 STATES - STATE "
                   WS-THIS-STATE " LEFT OFF THE SUMMARY PAGE"
           ELSE
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-SUB
               MOVE WS-THIS-STATE TO WS-SUM-STATE (WS-SUM-SUB)
               COMPUTE WS-SUM-NET-TAXABLE (WS-SUM-SUB) =
                   WS-ST-TAXABLE-SALES - WS-ST-TAXABLE-CREDITED
               COMPUTE WS-SUM-NET-EXEMPT (WS-SUM-SUB) =
                   WS-ST-EXEMPT-SALES - WS-ST-EXEMPT-CREDITED
               COMPUTE WS-SUM-NET-TAX (WS-SUM-SUB) =
                   WS-ST-TAX-CHARGED - WS-ST-TAX-CREDITED
               MOVE WS-ST-YTD-SALES TO WS-SUM-YTD-SALES (WS-SUM-SUB)
               MOVE WS-THIS-THRESHOLD
                   TO WS-SUM-THRESHOLD (WS-SUM-SUB)
               MOVE WS-THIS-FLAG TO WS-SUM-FLAG (WS-SUM-SUB)
           END-IF.

      * ================================================================
      * 4000-PRINT-SUMMARY - every state on one page, with the total
      *                      the returns come to.
      * ================================================================
       4000-PRINT-SUMMARY.
           SET WS-SUMMARY-PAGE TO TRUE.
           MOVE "SUMMARY - ALL STATES" TO WS-HDG-SUBJECT.
           PERFORM 8010-NEW-PAGE.
           PERFORM 4100-PRINT-STATE-SUMMARY
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ALL" TO WS-SUMMARY-LINE(5:3).
           MOVE WS-TOT-NET-TAXABLE TO WS-SML-NET-TAXABLE.
           MOVE WS-TOT-NET-EXEMPT  TO WS-SML-NET-EXEMPT.
           MOVE WS-TOT-NET-TAX     TO WS-SML-NET-TAX.
           MOVE WS-SUMMARY-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-STATE-SUMMARY.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-SUM-STATE (WS-SUM-SUB)       TO WS-SML-STATE.
           MOVE WS-SUM-NET-TAXABLE (WS-SUM-SUB) TO WS-SML-NET-TAXABLE.
           MOVE WS-SUM-NET-EXEMPT (WS-SUM-SUB)  TO WS-SML-NET-EXEMPT.
           MOVE WS-SUM-NET-TAX (WS-SUM-SUB)     TO WS-SML-NET-TAX.
           MOVE WS-SUM-YTD-SALES (WS-SUM-SUB)   TO WS-SML-YTD-SALES.
           MOVE WS-SUM-THRESHOLD (WS-SUM-SUB)   TO WS-SML-THRESHOLD.
           MOVE WS-SUM-FLAG (WS-SUM-SUB)        TO WS-SML-FLAG.
           MOVE WS-SUMMARY-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

      * ================================================================
      * 5000-RECONCILE-TO-GL - the returns against sales tax payable.
      *                        The tax INVPRINT and ARADJUST booked
      *                        in the periods must equal the net tax
      *                        the returns show, and the account's
      *                        opening balance moved by everything
      *                        posted to it must equal its closing.
      * ================================================================
       5000-RECONCILE-TO-GL.
           PERFORM 5100-SUM-GL-POSTINGS
               THRU 5100-EXIT.
           PERFORM 5200-READ-GL-BALANCES
               THRU 5200-EXIT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO RETURN-REPORT-LINE.
           STRING "RECONCILIATION TO SALES TAX PAYABLE - ACCOUNT "
                  WS-GL-SALES-TAX-ACCT
               DELIMITED BY SIZE INTO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-RECON-LINE.
           MOVE "NET TAX DUE PER THE RETURNS" TO WS-RCL-CAPTION.
           MOVE WS-TOT-NET-TAX TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           MOVE "TAX BOOKED IN THE PERIODS BY INVPRINT AND ARADJUST"
               TO WS-RCL-CAPTION.
           MOVE WS-TAX-BOOKED TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           COMPUTE WS-DIFFERENCE = WS-TOT-NET-TAX - WS-TAX-BOOKED.
           PERFORM 5800-SET-DIFFERENCE-FLAG.
           MOVE "DIFFERENCE" TO WS-RCL-CAPTION.
           MOVE WS-DIFFERENCE TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           MOVE SPACES TO WS-RECON-LINE.
           PERFORM 5900-WRITE-RECON-LINE.
           IF WS-OPENING-PERIOD-N > WS-LAST-CLOSED-PERIOD
               MOVE SPACES TO WS-RECON-LINE
               STRING "PERIOD " WS-OPENING-PERIOD-N
                      " IS NOT CLOSED - NO OPENING BALANCE TO "
                      "RECONCILE THE ACCOUNT FROM"
                   DELIMITED BY SIZE INTO WS-RCL-CAPTION
               PERFORM 5900-WRITE-RECON-LINE
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WS-RECON-LINE.
           STRING "OPENING BALANCE - GLPERBAL PERIOD "
                  WS-OPENING-PERIOD-N
               DELIMITED BY SIZE INTO WS-RCL-CAPTION.
           MOVE WS-OPENING-OWED TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           MOVE "ADD TAX BOOKED BY INVPRINT AND ARADJUST"
               TO WS-RCL-CAPTION.
           MOVE WS-TAX-BOOKED TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           MOVE "ADD OTHER POSTINGS - REMITTANCES AND JOURNALS"
               TO WS-RCL-CAPTION.
           MOVE WS-OTHER-POSTINGS TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           COMPUTE WS-COMPUTED-CLOSING = WS-OPENING-OWED
               + WS-TAX-BOOKED + WS-OTHER-POSTINGS.
           MOVE "COMPUTED CLOSING BALANCE" TO WS-RCL-CAPTION.
           MOVE WS-COMPUTED-CLOSING TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           MOVE SPACES TO WS-RCL-CAPTION.
           IF WS-TO-PERIOD-N > WS-LAST-CLOSED-PERIOD
               STRING "GL BALANCE - GLBAL, PERIOD "
                      WS-TO-PERIOD-N " NOT CLOSED"
                   DELIMITED BY SIZE INTO WS-RCL-CAPTION
           ELSE
               STRING "GL CLOSING BALANCE - GLPERBAL PERIOD "
                      WS-TO-PERIOD-N
                   DELIMITED BY SIZE INTO WS-RCL-CAPTION
           END-IF.
           MOVE WS-GL-CLOSING-OWED TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
           COMPUTE WS-DIFFERENCE =
               WS-COMPUTED-CLOSING - WS-GL-CLOSING-OWED.
           PERFORM 5800-SET-DIFFERENCE-FLAG.
           MOVE "DIFFERENCE" TO WS-RCL-CAPTION.
           MOVE WS-DIFFERENCE TO WS-RCL-AMOUNT.
           PERFORM 5900-WRITE-RECON-LINE.
       5000-EXIT.
           EXIT.

      * ================================================================
      * 5100-SUM-GL-POSTINGS - every leg GLPOST posted to sales tax
      *                        payable in the periods, credits
      *                        positive.  No GLJRNDTL yet is no
      *                        postings.
      * ================================================================
       5100-SUM-GL-POSTINGS.
           OPEN INPUT GL-JOURNAL-DETAIL-FILE.
           IF WS-GLJRNDTL-STATUS NOT = "00"
               DISPLAY "STAXRTN - NO GLJRNDTL JOURNAL DETAIL - "
                   "STATUS " WS-GLJRNDTL-STATUS
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-SUM-ONE-POSTING
               UNTIL WS-END-OF-FILE.
           CLOSE GL-JOURNAL-DETAIL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       5100-EXIT.
           EXIT.

       5110-SUM-ONE-POSTING.
           READ GL-JOURNAL-DETAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSTINGS-READ
                   IF JD-ACCT-ID = WS-GL-SALES-TAX-ACCT
                      AND JD-PERIOD NOT < WS-FROM-PERIOD-N
                      AND JD-PERIOD NOT > WS-TO-PERIOD-N
                       PERFORM 5120-ADD-TAX-POSTING
                   END-IF
           END-READ.

       5120-ADD-TAX-POSTING.
           IF JD-IS-CREDIT
               MOVE JD-AMOUNT TO WS-LEG-AMOUNT
           ELSE
               COMPUTE WS-LEG-AMOUNT = ZERO - JD-AMOUNT
           END-IF.
           IF JD-SOURCE = "INVPRINT" OR JD-SOURCE = "ARADJUST"
               ADD WS-LEG-AMOUNT TO WS-TAX-BOOKED
           ELSE
               ADD WS-LEG-AMOUNT TO WS-OTHER-POSTINGS
           END-IF.

      * ================================================================
      * 5200-READ-GL-BALANCES - the opening balance is the GLPERBAL
      *                         snapshot of the period before the
      *                         first; the closing is the snapshot of
      *                         the last, or while that period is
      *                         open the running balance on GLBAL.  A
      *                         closed period with no snapshot for
      *                         the account had a zero balance.
      * ================================================================
       5200-READ-GL-BALANCES.
           MOVE WS-GL-SALES-TAX-ACCT TO PB-ACCT-ID.
           MOVE WS-OPENING-PERIOD-N  TO PB-PERIOD.
           READ GL-PERIOD-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-OPENING-OWED
               NOT INVALID KEY
                   COMPUTE WS-OPENING-OWED = ZERO - PB-BALANCE
           END-READ.
           IF WS-TO-PERIOD-N > WS-LAST-CLOSED-PERIOD
               MOVE WS-GL-SALES-TAX-ACCT TO GL-BAL-ACCT-ID
               READ GL-ACCOUNT-BALANCE-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-GL-CLOSING-OWED
                   NOT INVALID KEY
                       COMPUTE WS-GL-CLOSING-OWED =
                           ZERO - GL-BAL-RUNNING-BALANCE
               END-READ
           ELSE
               MOVE WS-GL-SALES-TAX-ACCT TO PB-ACCT-ID
               MOVE WS-TO-PERIOD-N       TO PB-PERIOD
               READ GL-PERIOD-BALANCE-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-GL-CLOSING-OWED
                   NOT INVALID KEY
                       COMPUTE WS-GL-CLOSING-OWED = ZERO - PB-BALANCE
               END-READ
           END-IF.
       5200-EXIT.
           EXIT.

       5800-SET-DIFFERENCE-FLAG.
           MOVE SPACES TO WS-RECON-LINE.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "*** DOES NOT RECONCILE ***" TO WS-RCL-FLAG
               ADD 1 TO WS-RECON-DIFFERENCES
           END-IF.

       5900-WRITE-RECON-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-RECON-LINE TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE SPACES TO WS-RECON-LINE.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           IF WS-SUMMARY-PAGE
               MOVE WS-SUMMARY-HEADING-2 TO RETURN-REPORT-LINE
           ELSE
               MOVE WS-WORKSHEET-HEADING-2 TO RETURN-REPORT-LINE
           END-IF.
           WRITE RETURN-REPORT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE.
           WRITE RETURN-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE TAX-NEXUS-FILE.
           CLOSE GL-PERIOD-BALANCE-FILE.
           CLOSE GL-ACCOUNT-BALANCE-FILE.
           CLOSE RETURN-REPORT-FILE.
           IF WS-RECON-DIFFERENCES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SALES TAX RETURNS - END OF JOB SUMMARY".
           DISPLAY "  TAX DETAIL READ      : " WS-DETAILS-READ.
           DISPLAY "  TAX DETAIL SELECTED  : " WS-DETAILS-SELECTED.
           DISPLAY "  STATES RETURNED      : " WS-STATES-RETURNED.
           DISPLAY "  THRESHOLDS CROSSED   : " WS-STATES-NEWLY-CROSSED.
           DISPLAY "  GL DETAIL READ       : " WS-POSTINGS-READ.
           DISPLAY "  GL DIFFERENCES       : " WS-RECON-DIFFERENCES.
       9000-EXIT.
           EXIT.

       END PROGRAM STAXRTN.
