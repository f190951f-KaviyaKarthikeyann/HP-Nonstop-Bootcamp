      ******************************************************************
      * PROGRAM:      GLJRNREV
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Auto-reversal of accrual journals, run after
      *               GLPOST and after GLCLOSE.  Walks the PENDING-
      *               JOURNAL file for journals flagged at entry to
      *               reverse next period.  A flagged journal that
      *               GLJRNAPP has approved, whose MJ batch GLPOST has
      *               registered as posted, and whose period GLCLOSE
      *               has since closed is reversed: every leg goes to
      *               GLTRANS again with its side turned over, dated
      *               the first day of the first open period, as a
      *               GLBATCH batch of its own - RV + the journal
      *               number, each leg described as reversing the
      *               original MJ batch - and the journal header is
      *               marked REVERSED with the reversal's GL date.
      *               The reversal waits for the close because GLBAL
      *               carries running balances: posted any earlier it
      *               would take the accrual back out of the month it
      *               was booked for.
      *
      *               The GLREVRPT report lists every flagged journal
      *               beside its reversal - original batch and GL
      *               date, reversal batch and GL date, the journal's
      *               debit total, and where the reversal stands:
      *               cut this run, submitted, posted, or what it is
      *               still waiting for.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original auto-reversing journal program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNREV.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-JOURNAL-FILE ASSIGN TO "GLPENDJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-GLPENDJ-STATUS.

           SELECT BATCH-REGISTRY-FILE ASSIGN TO "GLBATREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GBR-BATCH-ID
               FILE STATUS IS WS-GLBATREG-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "GLPERCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PCT-RELKEY
               FILE STATUS IS WS-GLPERCTL-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "GLREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-JOURNAL-FILE.
       COPY GLPENDJ.

       FD  BATCH-REGISTRY-FILE.
       COPY GLBREGRC.

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PCT-LAST-CLOSED-PERIOD    PIC 9(06).

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLPENDJ-STATUS         PIC X(02) VALUE "00".
           05  WS-GLBATREG-STATUS        PIC X(02) VALUE "00".
           05  WS-GLPERCTL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-DONE                 VALUE "Y".
           05  WS-LEGS-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-LEGS-DONE                 VALUE "Y".
           05  WS-REGISTRY-SWITCH        PIC X(01) VALUE "N".
               88  WS-REGISTRY-OPEN             VALUE "Y".
           05  WS-POSTED-SWITCH          PIC X(01) VALUE "N".
               88  WS-BATCH-IS-POSTED           VALUE "Y".
           05  WS-GENERATE-SWITCH        PIC X(01) VALUE "N".
               88  WS-GENERATE-REVERSAL         VALUE "Y".

       COPY GLBATW.
       COPY RPTHDGW.

       01  WS-CONTROL-TOTALS.
           05  WS-JOURNALS-FLAGGED       PIC 9(9) COMP VALUE ZERO.
           05  WS-REVERSALS-CUT          PIC 9(9) COMP VALUE ZERO.
           05  WS-REVERSAL-LEGS          PIC 9(9) COMP VALUE ZERO.
           05  WS-REVERSALS-WAITING      PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-PCT-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-LAST-CLOSED-PERIOD         PIC 9(06) VALUE ZERO.

      * First day of the first open period - the GL date every
      * reversal cut this run carries.
       01  WS-REVERSAL-DATE.
           05  WS-REV-YEAR               PIC 9(04).
           05  WS-REV-MONTH              PIC 9(02).
           05  WS-REV-DAY                PIC 9(02).
       01  WS-REVERSAL-DATE-N REDEFINES WS-REVERSAL-DATE
                                         PIC 9(08).

      * The flagged journal in hand.
       01  WS-JOURNAL-FIELDS.
           05  WS-JOURNAL-NO             PIC 9(06).
           05  WS-JOURNAL-PERIOD         PIC 9(06).
           05  WS-ORIGINAL-BATCH-ID      PIC X(08).
           05  WS-REVERSAL-BATCH-ID      PIC X(08).
           05  WS-JOURNAL-DEBITS         PIC S9(11)V99 COMP-3.
           05  WS-JOURNAL-STANDING       PIC X(24).
           05  WS-LOOKUP-BATCH-ID        PIC X(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "AUTO-REVERSING JOURNALS - RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(24) VALUE
               "  FIRST OPEN PERIOD ".
           05  WS-HDG-OPEN-DATE          PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(09) VALUE "JOURNAL".
           05  FILLER                    PIC X(11) VALUE "ORIGINAL".
           05  FILLER                    PIC X(10) VALUE "GL DATE".
           05  FILLER                    PIC X(11) VALUE "REVERSAL".
           05  FILLER                    PIC X(10) VALUE "GL DATE".
           05  FILLER                    PIC X(20) VALUE
               "       DEBIT TOTAL".
           05  FILLER                    PIC X(24) VALUE "STANDING".

       01  WS-DETAIL-LINE.
           05  WS-DTL-JOURNAL-NO         PIC 9(06).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ORIGINAL-BATCH     PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ORIGINAL-DATE      PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-REVERSAL-BATCH     PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-REVERSAL-DATE      PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-DEBITS             PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-STANDING           PIC X(24).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(18) VALUE
               "FLAGGED JOURNALS ".
           05  WS-TOT-FLAGGED            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(29) VALUE
               "    REVERSALS CUT THIS RUN ".
           05  WS-TOT-CUT                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20) VALUE
               "    STILL WAITING ".
           05  WS-TOT-WAITING            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-RECORD
               THRU 2000-EXIT
               UNTIL WS-SCAN-DONE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-CLOSED-PERIOD.
           OPEN I-O PENDING-JOURNAL-FILE.
           IF WS-GLPENDJ-STATUS NOT = "00"
               DISPLAY "GLJRNREV - NO PENDING JOURNAL FILE - "
                   "STATUS " WS-GLPENDJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-REGISTRY-FILE.
           IF WS-GLBATREG-STATUS = "00"
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           MOVE ZERO TO PJ-JOURNAL-NO.
           MOVE ZERO TO PJ-LINE-NO.
           START PENDING-JOURNAL-FILE KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-CLOSED-PERIOD - no control record means no period
      *                           has closed, and nothing reverses
      *                           yet.  The first open period is the
      *                           month after the last one closed.
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
           MOVE ZERO TO WS-REVERSAL-DATE-N.
           IF WS-LAST-CLOSED-PERIOD > ZERO
               MOVE WS-LAST-CLOSED-PERIOD(1:4) TO WS-REV-YEAR
               MOVE WS-LAST-CLOSED-PERIOD(5:2) TO WS-REV-MONTH
               IF WS-REV-MONTH = 12
                   ADD 1 TO WS-REV-YEAR
                   MOVE 1 TO WS-REV-MONTH
               ELSE
                   ADD 1 TO WS-REV-MONTH
               END-IF
               MOVE 1 TO WS-REV-DAY
           END-IF.

      * ================================================================
      * 2000-SCAN-ONE-RECORD - only journal headers flagged at entry
      *                        are of interest; legs and unflagged
      *                        journals are passed by.
      * ================================================================
       2000-SCAN-ONE-RECORD.
           READ PENDING-JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF PJ-LINE-NO NOT = ZERO
              OR NOT PJ-FLAGGED-FOR-REVERSAL
              OR PJ-REJECTED
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-JOURNALS-FLAGGED.
           PERFORM 3000-PROCESS-FLAGGED-JOURNAL
               THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-PROCESS-FLAGGED-JOURNAL - decides where the journal
      *                                stands, walks its legs (cutting
      *                                the reversal when it is due),
      *                                and reports it.  The header is
      *                                read again at the end so the
      *                                scan resumes from it.
      * ================================================================
       3000-PROCESS-FLAGGED-JOURNAL.
           MOVE PJ-JOURNAL-NO TO WS-JOURNAL-NO.
           MOVE PJ-DECIDED-DATE(1:6) TO WS-JOURNAL-PERIOD.
           MOVE "MJ" TO WS-ORIGINAL-BATCH-ID(1:2).
           MOVE PJ-JOURNAL-NO TO WS-ORIGINAL-BATCH-ID(3:6).
           MOVE "RV" TO WS-REVERSAL-BATCH-ID(1:2).
           MOVE PJ-JOURNAL-NO TO WS-REVERSAL-BATCH-ID(3:6).
           MOVE "N" TO WS-GENERATE-SWITCH.
           MOVE ZERO TO WS-JOURNAL-DEBITS.
           MOVE WS-JOURNAL-NO TO WS-DTL-JOURNAL-NO.
           MOVE WS-ORIGINAL-BATCH-ID TO WS-DTL-ORIGINAL-BATCH.
           MOVE PJ-DECIDED-DATE TO WS-DTL-ORIGINAL-DATE.
           MOVE WS-REVERSAL-BATCH-ID TO WS-DTL-REVERSAL-BATCH.
           MOVE PJ-REVERSAL-DATE TO WS-DTL-REVERSAL-DATE.
           EVALUATE TRUE
               WHEN PJ-PENDING
                   MOVE "AWAITING APPROVAL" TO WS-JOURNAL-STANDING
               WHEN PJ-REVERSAL-GENERATED
                   MOVE WS-REVERSAL-BATCH-ID TO WS-LOOKUP-BATCH-ID
                   PERFORM 3500-CHECK-BATCH-POSTED
                   IF WS-BATCH-IS-POSTED
                       MOVE "REVERSAL POSTED" TO WS-JOURNAL-STANDING
                   ELSE
                       MOVE "REVERSAL SUBMITTED"
                           TO WS-JOURNAL-STANDING
                   END-IF
               WHEN OTHER
                   MOVE WS-ORIGINAL-BATCH-ID TO WS-LOOKUP-BATCH-ID
                   PERFORM 3500-CHECK-BATCH-POSTED
                   EVALUATE TRUE
                       WHEN NOT WS-BATCH-IS-POSTED
                           MOVE "AWAITING POSTING"
                               TO WS-JOURNAL-STANDING
                       WHEN WS-JOURNAL-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE "AWAITING PERIOD CLOSE"
                               TO WS-JOURNAL-STANDING
                       WHEN OTHER
                           SET WS-GENERATE-REVERSAL TO TRUE
                           MOVE "REVERSAL CUT THIS RUN"
                               TO WS-JOURNAL-STANDING
                   END-EVALUATE
           END-EVALUATE.
           IF WS-GENERATE-REVERSAL
               MOVE WS-REVERSAL-BATCH-ID TO GBH-BATCH-ID
               MOVE WS-REVERSAL-DATE-N TO GBH-BATCH-DATE
               MOVE "GLJRNREV" TO GBH-SOURCE
               PERFORM 7900-OPEN-GL-BATCH
           END-IF.
           MOVE "N" TO WS-LEGS-EOF-SWITCH.
           PERFORM 3100-WALK-ONE-LEG
               UNTIL WS-LEGS-DONE.
           IF WS-GENERATE-REVERSAL
               PERFORM 7950-CLOSE-GL-BATCH
           END-IF.
           MOVE WS-JOURNAL-NO TO PJ-JOURNAL-NO.
           MOVE ZERO TO PJ-LINE-NO.
           READ PENDING-JOURNAL-FILE
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF WS-GENERATE-REVERSAL
               SET PJ-REVERSAL-GENERATED TO TRUE
               MOVE WS-REVERSAL-DATE-N TO PJ-REVERSAL-DATE
               REWRITE PENDING-JOURNAL-RECORD
               MOVE WS-REVERSAL-DATE-N TO WS-DTL-REVERSAL-DATE
               ADD 1 TO WS-REVERSALS-CUT
           END-IF.
           IF NOT PJ-REVERSAL-GENERATED
               MOVE SPACES TO WS-DTL-REVERSAL-BATCH
               ADD 1 TO WS-REVERSALS-WAITING
           END-IF.
           PERFORM 3900-PRINT-JOURNAL-LINE.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-WALK-ONE-LEG - every leg counts toward the journal's
      *                     debit total; when the reversal is due the
      *                     leg is written again, side turned over.
      * ================================================================
       3100-WALK-ONE-LEG.
           READ PENDING-JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-LEGS-DONE TO TRUE
           END-READ.
           IF WS-LEGS-DONE
              OR PJ-JOURNAL-NO NOT = WS-JOURNAL-NO
               SET WS-LEGS-DONE TO TRUE
           ELSE
               IF PJ-IS-DEBIT
                   ADD PJ-AMOUNT TO WS-JOURNAL-DEBITS
               END-IF
               IF WS-GENERATE-REVERSAL
                   PERFORM 3200-WRITE-REVERSING-LEG
               END-IF
           END-IF.

       3200-WRITE-REVERSING-LEG.
           MOVE SPACES TO GL-TRANSACTION-RECORD.
           MOVE PJ-ACCT-ID TO GL-TRANS-ACCT-ID.
           IF PJ-IS-DEBIT
               SET GL-TRANS-IS-CREDIT TO TRUE
           ELSE
               SET GL-TRANS-IS-DEBIT TO TRUE
           END-IF.
           MOVE PJ-AMOUNT TO GL-TRANS-AMOUNT.
           MOVE WS-REVERSAL-DATE-N TO GL-TRANS-DATE.
           STRING "REVERSES " WS-ORIGINAL-BATCH-ID
               DELIMITED BY SIZE INTO GL-TRANS-DESC.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.
           ADD 1 TO WS-REVERSAL-LEGS.

       3500-CHECK-BATCH-POSTED.
           MOVE "N" TO WS-POSTED-SWITCH.
           IF WS-REGISTRY-OPEN
               MOVE WS-LOOKUP-BATCH-ID TO GBR-BATCH-ID
               READ BATCH-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BATCH-IS-POSTED TO TRUE
               END-READ
           END-IF.

       3900-PRINT-JOURNAL-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-JOURNAL-DEBITS TO WS-DTL-DEBITS.
           MOVE WS-JOURNAL-STANDING TO WS-DTL-STANDING.
           MOVE WS-DETAIL-LINE TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REVERSAL-DATE-N TO WS-HDG-OPEN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE SPACES TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-JOURNALS-FLAGGED  TO WS-TOT-FLAGGED.
           MOVE WS-REVERSALS-CUT     TO WS-TOT-CUT.
           MOVE WS-REVERSALS-WAITING TO WS-TOT-WAITING.
           MOVE WS-TOTAL-LINE TO REVERSAL-REPORT-LINE.
           WRITE REVERSAL-REPORT-LINE.
           DISPLAY "GLJRNREV - END OF JOB SUMMARY".
           DISPLAY "  FLAGGED JOURNALS  : " WS-JOURNALS-FLAGGED.
           DISPLAY "  REVERSALS CUT     : " WS-REVERSALS-CUT.
           DISPLAY "  REVERSING LEGS    : " WS-REVERSAL-LEGS.
           DISPLAY "  STILL WAITING     : " WS-REVERSALS-WAITING.
           CLOSE PENDING-JOURNAL-FILE.
           IF WS-REGISTRY-OPEN
               CLOSE BATCH-REGISTRY-FILE
           END-IF.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE REVERSAL-REPORT-FILE.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM GLJRNREV.
