      ******************************************************************
      * PROGRAM:      FAROLL
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Fixed asset roll-forward for the auditors.  For
      *               each asset (cost) account and each accumulated
      *               depreciation account on the register it rolls
      *               the balance from the start to the end of the
      *               period - beginning, additions (acquisitions on
      *               the cost side, depreciation on the accumulated
      *               side), conversions, disposals, ending - and ties
      *               the ending balance to the GL.
      *
      *               The ending balance is built from today's FAMAST
      *               (cost and accumulated depreciation of every
      *               active asset) with the FAHIST activity entered
      *               after the period backed out, so the register
      *               need not be rolled from its first day.  An
      *               event falls in the month it was entered - the
      *               month its GL entry was posted - which keeps a
      *               catch-up depreciation run in the month the GL
      *               saw it.
      *
      *               The GL side is the GLPERBAL snapshot for the
      *               account and period when the period is closed,
      *               otherwise the GLBAL running balance (basis
      *               OPEN).  Accumulated depreciation carries a
      *               credit balance on the GL, so it is compared
      *               sign-reversed.  Conversions were already on the
      *               books and are in the GL balance from before.
      *
      *               Period YYYYMM in columns 1-6 of the command
      *               line, blank for the current month.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original fixed asset roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAROLL.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-MASTER-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAMAST-STATUS.

           SELECT FIXED-ASSET-HISTORY-FILE ASSIGN TO "FAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAHIST-STATUS.

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

           SELECT ROLL-REPORT-FILE ASSIGN TO "FAROLLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-MASTER-FILE.
       COPY FAMREC.

       FD  FIXED-ASSET-HISTORY-FILE.
       COPY FAHREC.

       FD  GL-PERIOD-BALANCE-FILE.
       COPY GLPERBAL.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  ROLL-REPORT-FILE.
       01  ROLL-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FAMAST-STATUS          PIC X(02) VALUE "00".
           05  WS-FAHIST-STATUS          PIC X(02) VALUE "00".
           05  WS-GLPERBAL-STATUS        PIC X(02) VALUE "00".
           05  WS-GLBAL-STATUS           PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-HIST-END-OF-FILE          VALUE "Y".
           05  WS-GLPERBAL-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-GLPERBAL-OPEN             VALUE "Y".
           05  WS-GLBAL-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-GLBAL-OPEN                VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-ASSETS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-BACKED-OUT     PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-IN-PERIOD      PIC 9(9) COMP VALUE ZERO.
           05  WS-ACCOUNTS-OUT-OF-TIE    PIC 9(9) COMP VALUE ZERO.
           05  WS-TABLE-OVERFLOW         PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ROLL-PERIOD.
           05  WS-ROLL-YYYY              PIC 9(04).
           05  WS-ROLL-MM                PIC 9(02).
       01  WS-ROLL-PERIOD-N REDEFINES WS-ROLL-PERIOD
                                         PIC 9(06).
       01  WS-HIST-MONTH                 PIC 9(06).

      * One slot per account per side of the register.  The kind is
      * C for an asset (cost) account, A for an accumulated
      * depreciation account.
       01  WS-ACCT-LIMIT                 PIC 9(03) COMP VALUE 100.
       01  WS-ACCT-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-ACCT-SUB                   PIC 9(03) COMP.
       01  WS-ACCT-KEY.
           05  WS-AK-KIND                PIC X(01).
           05  WS-AK-ACCT-ID             PIC 9(06).
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-AT-KEY.
                   15  WS-AT-KIND        PIC X(01).
                   15  WS-AT-ACCT-ID     PIC 9(06).
               10  WS-AT-ADDITIONS       PIC S9(11)V99 COMP-3.
               10  WS-AT-CONVERSIONS     PIC S9(11)V99 COMP-3.
               10  WS-AT-DISPOSALS       PIC S9(11)V99 COMP-3.
               10  WS-AT-ENDING          PIC S9(11)V99 COMP-3.

       01  WS-PRINT-WORK.
           05  WS-PRINT-KIND             PIC X(01).
           05  WS-BEGINNING              PIC S9(11)V99 COMP-3.
           05  WS-GL-BALANCE             PIC S9(11)V99 COMP-3.
           05  WS-DIFFERENCE             PIC S9(11)V99 COMP-3.
           05  WS-SECTION-TOTALS.
               10  WS-ST-BEGINNING       PIC S9(11)V99 COMP-3.
               10  WS-ST-ADDITIONS       PIC S9(11)V99 COMP-3.
               10  WS-ST-CONVERSIONS     PIC S9(11)V99 COMP-3.
               10  WS-ST-DISPOSALS       PIC S9(11)V99 COMP-3.
               10  WS-ST-ENDING          PIC S9(11)V99 COMP-3.
               10  WS-ST-GL-BALANCE      PIC S9(11)V99 COMP-3.
               10  WS-ST-DIFFERENCE      PIC S9(11)V99 COMP-3.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "FIXED ASSET ROLL-FORWARD".
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
           05  FILLER                    PIC X(08) VALUE "ACCOUNT".
           05  FILLER                    PIC X(16) VALUE
               "       BEGINNING".
           05  WS-HDG-ADDITIONS          PIC X(16).
           05  FILLER                    PIC X(16) VALUE
               "     CONVERSIONS".
           05  FILLER                    PIC X(16) VALUE
               "       DISPOSALS".
           05  FILLER                    PIC X(16) VALUE
               "          ENDING".
           05  FILLER                    PIC X(16) VALUE
               "      GL BALANCE".
           05  FILLER                    PIC X(16) VALUE
               "      DIFFERENCE".
           05  FILLER                    PIC X(07) VALUE "  BASIS".

       01  WS-SECTION-LINE.
           05  WS-SEC-TITLE              PIC X(40).

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID            PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-BEGINNING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ADDITIONS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-CONVERSIONS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-DISPOSALS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-ENDING             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-GL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-DIFFERENCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-BASIS              PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-ASSET
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-APPLY-ONE-HISTORY
               THRU 3000-EXIT
               UNTIL WS-HIST-END-OF-FILE.
           MOVE "C" TO WS-PRINT-KIND.
           MOVE "ASSET COST" TO WS-SEC-TITLE.
           MOVE "       ADDITIONS" TO WS-HDG-ADDITIONS.
           PERFORM 4000-PRINT-SECTION
               THRU 4000-EXIT.
           MOVE "A" TO WS-PRINT-KIND.
           MOVE "ACCUMULATED DEPRECIATION" TO WS-SEC-TITLE.
           MOVE "    DEPRECIATION" TO WS-HDG-ADDITIONS.
           PERFORM 4000-PRINT-SECTION
               THRU 4000-EXIT.
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
               DISPLAY "ROLL-FORWARD PERIOD (YYYYMM, BLANK FOR "
                   "CURRENT) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           IF WS-CMD-LINE-PARM(1:6) = SPACES
               MOVE WS-CURRENT-DATE-N(1:6) TO WS-ROLL-PERIOD
           ELSE
               MOVE WS-CMD-LINE-PARM(1:6) TO WS-ROLL-PERIOD
           END-IF.
           IF WS-ROLL-PERIOD IS NOT NUMERIC
              OR WS-ROLL-MM < 1
              OR WS-ROLL-MM > 12
               DISPLAY "FAROLL - INVALID PERIOD "
                   WS-CMD-LINE-PARM(1:6) " - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ROLL-YYYY TO WS-HDG-YYYY.
           MOVE WS-ROLL-MM   TO WS-HDG-MM.
           OPEN INPUT FIXED-ASSET-MASTER-FILE.
           IF WS-FAMAST-STATUS NOT = "00"
               DISPLAY "FAROLL - CANNOT OPEN FAMAST - STATUS "
                   WS-FAMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FIXED-ASSET-HISTORY-FILE.
           IF WS-FAHIST-STATUS NOT = "00"
               SET WS-HIST-END-OF-FILE TO TRUE
           END-IF.
           OPEN INPUT GL-PERIOD-BALANCE-FILE.
           IF WS-GLPERBAL-STATUS = "00"
               SET WS-GLPERBAL-OPEN TO TRUE
           END-IF.
           OPEN INPUT GL-ACCOUNT-BALANCE-FILE.
           IF WS-GLBAL-STATUS = "00"
               SET WS-GLBAL-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ROLL-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-LOAD-ONE-ASSET - today's balances: every active asset's
      *                       cost to its asset account, its
      *                       accumulated depreciation to its contra
      *                       account.
      * ================================================================
       2000-LOAD-ONE-ASSET.
           READ FIXED-ASSET-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ASSETS-READ.
           MOVE "C" TO WS-AK-KIND.
           MOVE FA-ASSET-ACCT TO WS-AK-ACCT-ID.
           PERFORM 5000-FIND-ACCOUNT
               THRU 5000-EXIT.
           IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
              AND FA-ACTIVE
               ADD FA-COST TO WS-AT-ENDING (WS-ACCT-SUB)
           END-IF.
           MOVE "A" TO WS-AK-KIND.
           MOVE FA-ACCUM-ACCT TO WS-AK-ACCT-ID.
           PERFORM 5000-FIND-ACCOUNT
               THRU 5000-EXIT.
           IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
              AND FA-ACTIVE
               ADD FA-ACCUM-DEPRECIATION TO WS-AT-ENDING (WS-ACCT-SUB)
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 3000-APPLY-ONE-HISTORY - activity entered after the period is
      *                          backed out of the ending balance;
      *                          activity entered in the period is
      *                          the roll.  Transfers move an asset
      *                          between departments within the same
      *                          accounts and do not roll.
      * ================================================================
       3000-APPLY-ONE-HISTORY.
           READ FIXED-ASSET-HISTORY-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           MOVE FH-TRANS-DATE(1:6) TO WS-HIST-MONTH.
           IF WS-HIST-MONTH < WS-ROLL-PERIOD-N
              OR FH-TRANSFERRED
               GO TO 3000-EXIT
           END-IF.
           IF WS-HIST-MONTH > WS-ROLL-PERIOD-N
               ADD 1 TO WS-HISTORY-BACKED-OUT
           ELSE
               ADD 1 TO WS-HISTORY-IN-PERIOD
           END-IF.
           IF NOT FH-DEPRECIATED
               MOVE "C" TO WS-AK-KIND
               MOVE FH-ASSET-ACCT TO WS-AK-ACCT-ID
               PERFORM 5000-FIND-ACCOUNT
                   THRU 5000-EXIT
               IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
                   PERFORM 3100-APPLY-COST
               END-IF
           END-IF.
           IF NOT FH-ACQUIRED
               MOVE "A" TO WS-AK-KIND
               MOVE FH-ACCUM-ACCT TO WS-AK-ACCT-ID
               PERFORM 5000-FIND-ACCOUNT
                   THRU 5000-EXIT
               IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
                   PERFORM 3200-APPLY-ACCUMULATED
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-APPLY-COST.
           IF WS-HIST-MONTH > WS-ROLL-PERIOD-N
               IF FH-DISPOSED
                   ADD FH-COST-AMOUNT TO WS-AT-ENDING (WS-ACCT-SUB)
               ELSE
                   SUBTRACT FH-COST-AMOUNT
                       FROM WS-AT-ENDING (WS-ACCT-SUB)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN FH-ACQUIRED
                       ADD FH-COST-AMOUNT
                           TO WS-AT-ADDITIONS (WS-ACCT-SUB)
                   WHEN FH-CONVERTED
                       ADD FH-COST-AMOUNT
                           TO WS-AT-CONVERSIONS (WS-ACCT-SUB)
                   WHEN FH-DISPOSED
                       ADD FH-COST-AMOUNT
                           TO WS-AT-DISPOSALS (WS-ACCT-SUB)
               END-EVALUATE
           END-IF.

       3200-APPLY-ACCUMULATED.
           IF WS-HIST-MONTH > WS-ROLL-PERIOD-N
               IF FH-DISPOSED
                   ADD FH-DEPR-AMOUNT TO WS-AT-ENDING (WS-ACCT-SUB)
               ELSE
                   SUBTRACT FH-DEPR-AMOUNT
                       FROM WS-AT-ENDING (WS-ACCT-SUB)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN FH-DEPRECIATED
                       ADD FH-DEPR-AMOUNT
                           TO WS-AT-ADDITIONS (WS-ACCT-SUB)
                   WHEN FH-CONVERTED
                       ADD FH-DEPR-AMOUNT
                           TO WS-AT-CONVERSIONS (WS-ACCT-SUB)
                   WHEN FH-DISPOSED
                       ADD FH-DEPR-AMOUNT
                           TO WS-AT-DISPOSALS (WS-ACCT-SUB)
               END-EVALUATE
           END-IF.

      * ================================================================
      * 4000-PRINT-SECTION - one line per account of the kind in
      *                      WS-PRINT-KIND, then the section total.
      *                      Beginning is worked back from ending.
      * ================================================================
       4000-PRINT-SECTION.
           PERFORM 8010-NEW-PAGE.
           MOVE WS-SECTION-LINE TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           MOVE ZERO TO WS-ST-BEGINNING WS-ST-ADDITIONS
               WS-ST-CONVERSIONS WS-ST-DISPOSALS WS-ST-ENDING
               WS-ST-GL-BALANCE WS-ST-DIFFERENCE.
           PERFORM 4100-PRINT-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE "TOTAL" TO WS-DTL-ACCT-ID.
           MOVE WS-ST-BEGINNING   TO WS-DTL-BEGINNING.
           MOVE WS-ST-ADDITIONS   TO WS-DTL-ADDITIONS.
           MOVE WS-ST-CONVERSIONS TO WS-DTL-CONVERSIONS.
           MOVE WS-ST-DISPOSALS   TO WS-DTL-DISPOSALS.
           MOVE WS-ST-ENDING      TO WS-DTL-ENDING.
           MOVE WS-ST-GL-BALANCE  TO WS-DTL-GL-BALANCE.
           MOVE WS-ST-DIFFERENCE  TO WS-DTL-DIFFERENCE.
           MOVE SPACES            TO WS-DTL-BASIS.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-ACCOUNT.
           IF WS-AT-KIND (WS-ACCT-SUB) = WS-PRINT-KIND
               COMPUTE WS-BEGINNING =
                   WS-AT-ENDING (WS-ACCT-SUB)
                   - WS-AT-ADDITIONS (WS-ACCT-SUB)
                   - WS-AT-CONVERSIONS (WS-ACCT-SUB)
                   + WS-AT-DISPOSALS (WS-ACCT-SUB)
               PERFORM 4200-GET-GL-BALANCE
               COMPUTE WS-DIFFERENCE =
                   WS-AT-ENDING (WS-ACCT-SUB) - WS-GL-BALANCE
               IF WS-DIFFERENCE NOT = ZERO
                   ADD 1 TO WS-ACCOUNTS-OUT-OF-TIE
               END-IF
               ADD WS-BEGINNING TO WS-ST-BEGINNING
               ADD WS-AT-ADDITIONS (WS-ACCT-SUB) TO WS-ST-ADDITIONS
               ADD WS-AT-CONVERSIONS (WS-ACCT-SUB)
                   TO WS-ST-CONVERSIONS
               ADD WS-AT-DISPOSALS (WS-ACCT-SUB) TO WS-ST-DISPOSALS
               ADD WS-AT-ENDING (WS-ACCT-SUB) TO WS-ST-ENDING
               ADD WS-GL-BALANCE TO WS-ST-GL-BALANCE
               ADD WS-DIFFERENCE TO WS-ST-DIFFERENCE
               PERFORM 8000-CHECK-PAGE-BREAK
               MOVE WS-AT-ACCT-ID (WS-ACCT-SUB) TO WS-DTL-ACCT-ID
               MOVE WS-BEGINNING TO WS-DTL-BEGINNING
               MOVE WS-AT-ADDITIONS (WS-ACCT-SUB) TO WS-DTL-ADDITIONS
               MOVE WS-AT-CONVERSIONS (WS-ACCT-SUB)
                   TO WS-DTL-CONVERSIONS
               MOVE WS-AT-DISPOSALS (WS-ACCT-SUB) TO WS-DTL-DISPOSALS
               MOVE WS-AT-ENDING (WS-ACCT-SUB) TO WS-DTL-ENDING
               MOVE WS-GL-BALANCE TO WS-DTL-GL-BALANCE
               MOVE WS-DIFFERENCE TO WS-DTL-DIFFERENCE
               MOVE WS-DETAIL-LINE TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.

      * ================================================================
      * 4200-GET-GL-BALANCE - closed period snapshot first, else the
      *                       running balance.  Accumulated
      *                       depreciation comes back sign-reversed.
      * ================================================================
       4200-GET-GL-BALANCE.
           MOVE ZERO TO WS-GL-BALANCE.
           MOVE "NONE" TO WS-DTL-BASIS.
           IF WS-GLPERBAL-OPEN
               MOVE WS-AT-ACCT-ID (WS-ACCT-SUB) TO PB-ACCT-ID
               MOVE WS-ROLL-PERIOD-N TO PB-PERIOD
               READ GL-PERIOD-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PB-BALANCE TO WS-GL-BALANCE
                       MOVE "CLOSED" TO WS-DTL-BASIS
               END-READ
           END-IF.
           IF WS-DTL-BASIS = "NONE"
              AND WS-GLBAL-OPEN
               MOVE WS-AT-ACCT-ID (WS-ACCT-SUB) TO GL-BAL-ACCT-ID
               READ GL-ACCOUNT-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GL-BAL-RUNNING-BALANCE TO WS-GL-BALANCE
                       MOVE "OPEN" TO WS-DTL-BASIS
               END-READ
           END-IF.
           IF WS-PRINT-KIND = "A"
               COMPUTE WS-GL-BALANCE = ZERO - WS-GL-BALANCE
           END-IF.

      * ================================================================
      * 5000-FIND-ACCOUNT - WS-ACCT-SUB comes back on the slot for
      *                     WS-ACCT-KEY, opened zeroed if new.  With
      *                     the table full it comes back past the
      *                     last slot and the caller skips the item.
      * ================================================================
       5000-FIND-ACCOUNT.
           MOVE 1 TO WS-ACCT-SUB.
           PERFORM 5010-STEP-ONE-SLOT
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               OR WS-AT-KEY (WS-ACCT-SUB) = WS-ACCT-KEY.
           IF WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-ACCT-COUNT >= WS-ACCT-LIMIT
                   ADD 1 TO WS-TABLE-OVERFLOW
                   GO TO 5000-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
               MOVE WS-ACCT-KEY TO WS-AT-KEY (WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-ADDITIONS (WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-CONVERSIONS (WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-DISPOSALS (WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-ENDING (WS-ACCT-SUB)
           END-IF.
       5000-EXIT.
           EXIT.

       5010-STEP-ONE-SLOT.
           ADD 1 TO WS-ACCT-SUB.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE SPACES TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE FIXED-ASSET-MASTER-FILE.
           IF WS-FAHIST-STATUS NOT = "35"
               CLOSE FIXED-ASSET-HISTORY-FILE
           END-IF.
           IF WS-GLPERBAL-OPEN
               CLOSE GL-PERIOD-BALANCE-FILE
           END-IF.
           IF WS-GLBAL-OPEN
               CLOSE GL-ACCOUNT-BALANCE-FILE
           END-IF.
           CLOSE ROLL-REPORT-FILE.
           DISPLAY "FIXED ASSET ROLL-FORWARD - END OF JOB SUMMARY".
           DISPLAY "  ASSETS READ          : " WS-ASSETS-READ.
           DISPLAY "  HISTORY READ         : " WS-HISTORY-READ.
           DISPLAY "  IN PERIOD            : " WS-HISTORY-IN-PERIOD.
           DISPLAY "  BACKED OUT           : " WS-HISTORY-BACKED-OUT.
           DISPLAY "  ACCOUNTS OUT OF TIE  : " WS-ACCOUNTS-OUT-OF-TIE.
           IF WS-TABLE-OVERFLOW > ZERO
               DISPLAY "  ACCOUNT TABLE FULL   : " WS-TABLE-OVERFLOW
                   " ITEMS SKIPPED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ACCOUNTS-OUT-OF-TIE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM FAROLL.
