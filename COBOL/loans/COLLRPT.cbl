      ******************************************************************
      * PROGRAM:      COLLRPT
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Monthly collateral exception report, in three
      *               sections:
      *                 1. Loan-to-value - every open or NON-ACCRUAL
      *                    loan with collateral on file whose
      *                    LM-OUTSTANDING-PRINCIPAL is more than the
      *                    LTV limit per cent of the appraised value
      *                    of its ACTIVE items.  A loan whose items
      *                    have all been released prints as having
      *                    no collateral.
      *                 2. Stale appraisals - ACTIVE items whose
      *                    appraisal is older than the stale limit.
      *                 3. Insurance expiring - ACTIVE real estate,
      *                    vehicle and equipment items whose hazard
      *                    insurance expires within the window, or has
      *                    already lapsed (flagged EXPIRED), so that
      *                    force-placed coverage goes on before a
      *                    loss.
      *               Items under a closed or charged-off loan are
      *               left out of sections 2 and 3.
      *
      *               Optional command-line parameter:
      *                 1-5    LTV limit per cent 9(3)V99 digits,
      *                        default 08000 (80.00%)
      *                 6-8    stale appraisal days, default 365
      *                 9-11   insurance window days, default 030
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original collateral exception report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRPT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT COLLATERAL-MASTER-FILE ASSIGN TO "COLLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-COLLMAST-STATUS.

           SELECT COLLATERAL-REPORT-FILE ASSIGN TO "COLLRPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLREC.

       FD  COLLATERAL-REPORT-FILE.
       01  COLLATERAL-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-COLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-MAST-END-OF-FILE          VALUE "Y".
           05  WS-COLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-COLL-END-OF-FILE          VALUE "Y".
           05  WS-LOAN-LIVE-SWITCH       PIC X(01) VALUE "N".
               88  WS-LOAN-IS-LIVE              VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-LOANS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-LTV-EXCEPTIONS         PIC 9(9) COMP VALUE ZERO.
           05  WS-STALE-APPRAISALS       PIC 9(9) COMP VALUE ZERO.
           05  WS-INSURANCE-EXPIRING     PIC 9(9) COMP VALUE ZERO.
           05  WS-INSURANCE-EXPIRED      PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-LTV-LIMIT-DIGITS           PIC 9(05).
       01  WS-LTV-LIMIT REDEFINES WS-LTV-LIMIT-DIGITS
                                         PIC 9(3)V99.
       01  WS-STALE-DAYS                 PIC 9(03).
       01  WS-WINDOW-DAYS                PIC 9(03).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).
       01  WS-ITEM-DAY-NO                PIC 9(07).
       01  WS-DAYS-DIFF                  PIC S9(07).

       01  WS-COLLATERAL-ITEMS           PIC 9(03) COMP.
       01  WS-COLLATERAL-VALUE           PIC S9(11)V99 COMP-3.
       01  WS-LTV-PCT                    PIC S9(7)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "COLLATERAL EXCEPTION REPORT".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

      * The section title and column heading 8020 prints under the
      * run line; each section moves its own in before its first
      * page.
       01  WS-SECTION-TITLE              PIC X(132).
       01  WS-SECTION-COLUMNS            PIC X(132).

       01  WS-LTV-TITLE.
           05  FILLER                    PIC X(34) VALUE
               "1. LOAN-TO-VALUE OVER LIMIT OF".
           05  WS-LTT-LIMIT              PIC ZZ9.99.
           05  FILLER                    PIC X(01) VALUE "%".

       01  WS-LTV-COLUMNS.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(13) VALUE "STATUS".
           05  FILLER                    PIC X(16) VALUE "PRINCIPAL".
           05  FILLER                    PIC X(07) VALUE "ITEMS".
           05  FILLER                    PIC X(20) VALUE
               "COLLATERAL VALUE".
           05  FILLER                    PIC X(10) VALUE "LTV %".

       01  WS-LTV-LINE.
           05  WS-LT-ACCT-NO             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LT-STATUS              PIC X(11).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LT-PRINCIPAL           PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LT-ITEMS               PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LT-VALUE               PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LT-LTV                 PIC Z,ZZZ,ZZ9.99.
           05  WS-LT-NO-COLLATERAL REDEFINES WS-LT-LTV
                                         PIC X(12).

       01  WS-ITEM-COLUMNS.
           05  FILLER                    PIC X(12) VALUE "ACCOUNT".
           05  FILLER                    PIC X(05) VALUE "ITEM".
           05  FILLER                    PIC X(05) VALUE "TYPE".
           05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(18) VALUE
               "APPRAISED VALUE".
           05  FILLER                    PIC X(10) VALUE "APPRAISED".
           05  FILLER                    PIC X(22) VALUE "CARRIER".
           05  FILLER                    PIC X(10) VALUE "EXPIRES".
           05  FILLER                    PIC X(07) VALUE "DAYS".

       01  WS-ITEM-LINE.
           05  WS-IT-ACCT-NO             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-ITEM-NO             PIC 99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-IT-TYPE                PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-IT-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-VALUE               PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-APPRAISAL-DATE      PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-CARRIER             PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-EXPIRY-DATE         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-DAYS                PIC ---,--9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IT-FLAG                PIC X(07).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAN-TO-VALUE
               THRU 2000-EXIT.
           PERFORM 3000-STALE-APPRAISALS
               THRU 3000-EXIT.
           PERFORM 4000-INSURANCE-EXPIRY
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N).
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE 08000 TO WS-LTV-LIMIT-DIGITS.
           IF WS-CMD-LINE-PARM(1:5) IS NUMERIC
              AND WS-CMD-LINE-PARM(1:5) NOT = "00000"
               MOVE WS-CMD-LINE-PARM(1:5) TO WS-LTV-LIMIT-DIGITS
           END-IF.
           MOVE 365 TO WS-STALE-DAYS.
           IF WS-CMD-LINE-PARM(6:3) IS NUMERIC
              AND WS-CMD-LINE-PARM(6:3) NOT = "000"
               MOVE WS-CMD-LINE-PARM(6:3) TO WS-STALE-DAYS
           END-IF.
           MOVE 030 TO WS-WINDOW-DAYS.
           IF WS-CMD-LINE-PARM(9:3) IS NUMERIC
               MOVE WS-CMD-LINE-PARM(9:3) TO WS-WINDOW-DAYS
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "COLLRPT - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COLLATERAL-MASTER-FILE.
           IF WS-COLLMAST-STATUS NOT = "00"
               DISPLAY "COLLRPT - CANNOT OPEN COLLMAST COLLATERAL "
                   "MASTER - STATUS " WS-COLLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COLLATERAL-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-LOAN-TO-VALUE - the master's key walk; each live loan's
      *                      items are picked up by a START at the
      *                      loan's first item key.
      * ================================================================
       2000-LOAN-TO-VALUE.
           MOVE WS-LTV-LIMIT TO WS-LTT-LIMIT.
           MOVE WS-LTV-TITLE TO WS-SECTION-TITLE.
           MOVE WS-LTV-COLUMNS TO WS-SECTION-COLUMNS.
           PERFORM 8010-NEW-PAGE.
           PERFORM 2100-CHECK-ONE-LOAN
               UNTIL WS-MAST-END-OF-FILE.
           MOVE "LOANS OVER LTV LIMIT" TO WS-TL-LABEL.
           MOVE WS-LTV-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MAST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF LM-OPEN OR LM-NON-ACCRUAL
                       PERFORM 2200-VALUE-COLLATERAL
                       IF WS-COLLATERAL-ITEMS > ZERO
                           PERFORM 2300-TEST-LOAN-TO-VALUE
                               THRU 2300-EXIT
                       END-IF
                   END-IF
           END-READ.

       2200-VALUE-COLLATERAL.
           MOVE ZERO TO WS-COLLATERAL-ITEMS.
           MOVE ZERO TO WS-COLLATERAL-VALUE.
           MOVE "N" TO WS-COLL-EOF-SWITCH.
           MOVE LM-LOAN-ACCT-NO TO CL-LOAN-ACCT-NO.
           MOVE ZERO TO CL-ITEM-NO.
           START COLLATERAL-MASTER-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY
                   SET WS-COLL-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2210-ADD-ONE-ITEM
               UNTIL WS-COLL-END-OF-FILE.

       2210-ADD-ONE-ITEM.
           READ COLLATERAL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-COLL-END-OF-FILE TO TRUE
               NOT AT END
                   IF CL-LOAN-ACCT-NO NOT = LM-LOAN-ACCT-NO
                       SET WS-COLL-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-COLLATERAL-ITEMS
                       IF CL-ACTIVE
                           ADD CL-APPRAISED-VALUE
                               TO WS-COLLATERAL-VALUE
                       END-IF
                   END-IF
           END-READ.

      * ================================================================
      * 2300-TEST-LOAN-TO-VALUE - a loan that once had collateral and
      *                           now has none active is over any
      *                           limit.
      * ================================================================
       2300-TEST-LOAN-TO-VALUE.
           IF WS-COLLATERAL-VALUE > ZERO
               COMPUTE WS-LTV-PCT ROUNDED =
                   LM-OUTSTANDING-PRINCIPAL * 100
                   / WS-COLLATERAL-VALUE
               IF WS-LTV-PCT NOT > WS-LTV-LIMIT
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-LTV-PCT TO WS-LT-LTV
           ELSE
               IF LM-OUTSTANDING-PRINCIPAL NOT > ZERO
                   GO TO 2300-EXIT
               END-IF
               MOVE "NO COLLATERAL" TO WS-LT-NO-COLLATERAL
           END-IF.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE LM-LOAN-ACCT-NO TO WS-LT-ACCT-NO.
           IF LM-NON-ACCRUAL
               MOVE "NON-ACCRUAL" TO WS-LT-STATUS
           ELSE
               MOVE "OPEN" TO WS-LT-STATUS
           END-IF.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-LT-PRINCIPAL.
           MOVE WS-COLLATERAL-ITEMS TO WS-LT-ITEMS.
           MOVE WS-COLLATERAL-VALUE TO WS-LT-VALUE.
           MOVE WS-LTV-LINE TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD 1 TO WS-LTV-EXCEPTIONS.
       2300-EXIT.
           EXIT.

      * ================================================================
      * 3000-STALE-APPRAISALS - a full walk of the collateral master.
      * ================================================================
       3000-STALE-APPRAISALS.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "2. APPRAISALS OLDER THAN " WS-STALE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           MOVE WS-ITEM-COLUMNS TO WS-SECTION-COLUMNS.
           PERFORM 8010-NEW-PAGE.
           PERFORM 7000-START-COLLATERAL-WALK.
           PERFORM 3100-CHECK-ONE-APPRAISAL
               THRU 3100-EXIT
               UNTIL WS-COLL-END-OF-FILE.
           MOVE "STALE APPRAISALS" TO WS-TL-LABEL.
           MOVE WS-STALE-APPRAISALS TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-APPRAISAL.
           PERFORM 7010-READ-NEXT-ITEM.
           IF WS-COLL-END-OF-FILE OR NOT CL-ACTIVE
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-ITEM-DAY-NO =
               FUNCTION INTEGER-OF-DATE (CL-APPRAISAL-DATE).
           COMPUTE WS-DAYS-DIFF = WS-RUN-DAY-NO - WS-ITEM-DAY-NO.
           IF WS-DAYS-DIFF NOT > WS-STALE-DAYS
               GO TO 3100-EXIT
           END-IF.
           PERFORM 7020-CHECK-LOAN-LIVE.
           IF NOT WS-LOAN-IS-LIVE
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-IT-FLAG.
           PERFORM 7100-PRINT-ITEM-LINE.
           ADD 1 TO WS-STALE-APPRAISALS.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 4000-INSURANCE-EXPIRY - a second walk; DAYS is the days left
      *                         on the policy, negative once lapsed.
      * ================================================================
       4000-INSURANCE-EXPIRY.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "3. HAZARD INSURANCE EXPIRING WITHIN "
                  WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-SECTION-TITLE.
           MOVE WS-ITEM-COLUMNS TO WS-SECTION-COLUMNS.
           PERFORM 8010-NEW-PAGE.
           PERFORM 7000-START-COLLATERAL-WALK.
           PERFORM 4100-CHECK-ONE-POLICY
               THRU 4100-EXIT
               UNTIL WS-COLL-END-OF-FILE.
           MOVE "INSURANCE EXPIRING" TO WS-TL-LABEL.
           MOVE WS-INSURANCE-EXPIRING TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE "INSURANCE ALREADY EXPIRED" TO WS-TL-LABEL.
           MOVE WS-INSURANCE-EXPIRED TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-POLICY.
           PERFORM 7010-READ-NEXT-ITEM.
           IF WS-COLL-END-OF-FILE OR NOT CL-ACTIVE
              OR NOT CL-INSURABLE
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-ITEM-DAY-NO =
               FUNCTION INTEGER-OF-DATE (CL-INS-EXPIRY-DATE).
           COMPUTE WS-DAYS-DIFF = WS-ITEM-DAY-NO - WS-RUN-DAY-NO.
           IF WS-DAYS-DIFF > WS-WINDOW-DAYS
               GO TO 4100-EXIT
           END-IF.
           PERFORM 7020-CHECK-LOAN-LIVE.
           IF NOT WS-LOAN-IS-LIVE
               GO TO 4100-EXIT
           END-IF.
           IF WS-DAYS-DIFF < ZERO
               MOVE "EXPIRED" TO WS-IT-FLAG
               ADD 1 TO WS-INSURANCE-EXPIRED
           ELSE
               MOVE SPACES TO WS-IT-FLAG
               ADD 1 TO WS-INSURANCE-EXPIRING
           END-IF.
           PERFORM 7100-PRINT-ITEM-LINE.
       4100-EXIT.
           EXIT.

       7000-START-COLLATERAL-WALK.
           MOVE "N" TO WS-COLL-EOF-SWITCH.
           MOVE ZERO TO CL-KEY.
           START COLLATERAL-MASTER-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY
                   SET WS-COLL-END-OF-FILE TO TRUE
           END-START.

       7010-READ-NEXT-ITEM.
           READ COLLATERAL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-COLL-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.

       7020-CHECK-LOAN-LIVE.
           MOVE "N" TO WS-LOAN-LIVE-SWITCH.
           MOVE CL-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-OPEN OR LM-NON-ACCRUAL
                       MOVE "Y" TO WS-LOAN-LIVE-SWITCH
                   END-IF
           END-READ.

       7100-PRINT-ITEM-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE CL-LOAN-ACCT-NO TO WS-IT-ACCT-NO.
           MOVE CL-ITEM-NO TO WS-IT-ITEM-NO.
           MOVE CL-TYPE TO WS-IT-TYPE.
           MOVE CL-DESCRIPTION TO WS-IT-DESCRIPTION.
           MOVE CL-APPRAISED-VALUE TO WS-IT-VALUE.
           MOVE CL-APPRAISAL-DATE TO WS-IT-APPRAISAL-DATE.
           MOVE CL-INS-CARRIER TO WS-IT-CARRIER.
           MOVE CL-INS-EXPIRY-DATE TO WS-IT-EXPIRY-DATE.
           MOVE WS-DAYS-DIFF TO WS-IT-DAYS.
           MOVE WS-ITEM-LINE TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8100-WRITE-TOTAL-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           MOVE WS-TOTAL-LINE TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           MOVE WS-SECTION-COLUMNS TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           MOVE SPACES TO COLLATERAL-REPORT-LINE.
           WRITE COLLATERAL-REPORT-LINE.
           MOVE 4 TO RH-LINE-COUNT.

       9000-TERMINATE.
           DISPLAY "COLLATERAL EXCEPTION REPORT - END OF JOB SUMMARY".
           DISPLAY "  LOANS READ           : " WS-LOANS-READ.
           DISPLAY "  COLLATERAL ITEMS READ: " WS-ITEMS-READ.
           DISPLAY "  LOANS OVER LTV LIMIT : " WS-LTV-EXCEPTIONS.
           DISPLAY "  STALE APPRAISALS     : " WS-STALE-APPRAISALS.
           DISPLAY "  INSURANCE EXPIRING   : " WS-INSURANCE-EXPIRING.
           DISPLAY "  INSURANCE EXPIRED    : " WS-INSURANCE-EXPIRED.
           CLOSE LOAN-MASTER-FILE.
           CLOSE COLLATERAL-MASTER-FILE.
           CLOSE COLLATERAL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       COPY RPTHDGP.

       END PROGRAM COLLRPT.
