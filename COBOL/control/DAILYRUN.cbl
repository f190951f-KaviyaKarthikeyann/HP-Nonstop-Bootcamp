      *                    so their record counts stay on their own
      *                    end-of-job summaries; the times are what
      *                    this driver can measure.)
      *   2026-10-15  RJP  A step ending RC 4 completed with warnings on
      *                    its own report and no longer aborts the chain
      *                    - only 8 and up do. The step's return code is
      *                    taken out of the wait status the shell hands
      *                    back, logged as the step set it, and a warned
      *                    step counts as completed for restart and the
      *                    runtime averages.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYRUN.
               88  WS-STEP-IS-ENABLED           VALUE "Y".
           05  WS-STEP-NAME              PIC X(20).
           05  WS-STEP-COMMAND           PIC X(56).
           05  WS-STEP-COMPLETION        PIC 9(09).
               88  WS-STEP-CLEAN                VALUE 0.
               88  WS-STEP-WARNING              VALUE 4.
           05  WS-STEP-SIGNAL            PIC 9(09).
           05  WS-STEP-FREQUENCY         PIC X(01).
               88  WS-FREQ-DAILY                VALUE "D".
               88  WS-FREQ-WEEKLY               VALUE "W".
           05  WS-STEPS-READ             PIC 9(4) COMP VALUE ZERO.
           05  WS-STEPS-RUN              PIC 9(4) COMP VALUE ZERO.
           05  WS-STEPS-SKIPPED          PIC 9(4) COMP VALUE ZERO.
           05  WS-STEPS-WARNED           PIC 9(4) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-CURRENT-DATE               PIC 9(08).
      * ---------------------------------------------------------- *
      * Run-log record: a B line marks a fresh run's beginning; an  *
      * S line records one step's start/end time and completion     *
      * code.  Restart scans for the steps completed since the last *
      * B line - clean, or with warnings (code 4) - and skips them. *
      * ---------------------------------------------------------- *
       01  WS-LOG-RECORD.
           05  WS-LOG-TYPE               PIC X(01).
           05  WS-LOG-START-TIME         PIC 9(06).
           05  WS-LOG-END-TIME           PIC 9(06).
           05  WS-LOG-COMPLETION         PIC 9(09).
               88  WS-LOG-STEP-COMPLETED        VALUE 0 4.

      * Rolling runtime statistics per step, built from the prior
      * RUNLOG entries at start of run.  BATCHWIN parameter line:
           DISPLAY "DAILY RUN CONTROL - STEPS RUN     " WS-STEPS-RUN.
           DISPLAY "DAILY RUN CONTROL - STEPS SKIPPED "
               WS-STEPS-SKIPPED.
           DISPLAY "DAILY RUN CONTROL - STEPS WARNED  "
               WS-STEPS-WARNED.
           IF WS-RUN-ABORTED
               DISPLAY "DAILY RUN CONTROL - ABORTED"
               MOVE 16 TO RETURN-CODE
                       MOVE ZERO TO WS-COMPLETED-COUNT
                   ELSE
                       IF WS-LOG-IS-STEP
                          AND WS-LOG-STEP-COMPLETED
                          AND WS-COMPLETED-COUNT < 50
                           ADD 1 TO WS-COMPLETED-COUNT
                           MOVE WS-COMPLETED-COUNT
           END-READ.

      * ================================================================
      * 1600-LOAD-STEP-HISTORY - every completed prior S record feeds
      *                          the step's rolling average; a
      *                          wrapped-past-midnight elapsed gets a
      *                          day added so the average stays sane.
      * ================================================================
       1600-LOAD-STEP-HISTORY.
           MOVE "N" TO WS-LOG-EOF-SWITCH.
               NOT AT END
                   MOVE RUN-LOG-LINE TO WS-LOG-RECORD
                   IF WS-LOG-IS-STEP
                      AND WS-LOG-STEP-COMPLETED
                       PERFORM 1615-TALLY-ONE-STEP
                           THRU 1615-DONE
                   END-IF
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY(1:6) TO WS-START-TIME.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           PERFORM 9050-DECODE-COMPLETION.
           ADD 1 TO WS-STEPS-RUN.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY(1:6) TO WS-END-TIME.
           PERFORM 9100-LOG-STEP-RESULT.
           PERFORM 9300-CHECK-RUNTIME-ALERT
               THRU 9300-EXIT.
           EVALUATE TRUE
               WHEN WS-STEP-CLEAN
                   DISPLAY "STEP COMPLETE  - " WS-STEP-NAME
               WHEN WS-STEP-WARNING
                   DISPLAY "STEP COMPLETE  - " WS-STEP-NAME
                       " WITH WARNINGS - SEE ITS REPORT"
                   ADD 1 TO WS-STEPS-WARNED
               WHEN OTHER
                   DISPLAY "STEP FAILED    - " WS-STEP-NAME
                       " RETURN CODE " WS-STEP-COMPLETION
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE.
       9000-EXIT.
           EXIT.

      * ================================================================
      * 9050-DECODE-COMPLETION - the shell hands back the step's wait
      *                          status: the step's own return code
      *                          is the high byte, and anything left
      *                          in the low byte means the step was
      *                          killed before it could set one.
      *                          Code 4 is a step that finished with
      *                          warnings on its own report and does
      *                          not stop the chain; 8 and up do.
      * ================================================================
       9050-DECODE-COMPLETION.
           DIVIDE RETURN-CODE BY 256
               GIVING WS-STEP-COMPLETION
               REMAINDER WS-STEP-SIGNAL.
           IF WS-STEP-SIGNAL NOT = ZERO
               DISPLAY "STEP ENDED ABNORMALLY - " WS-STEP-NAME
                   " STATUS " RETURN-CODE
               MOVE 16 TO WS-STEP-COMPLETION
           END-IF.

      * ================================================================
      * 9100-LOG-STEP-RESULT - one run-log record and one operations
      *                        summary line per step run, completed
           MOVE WS-STEP-NAME TO WS-LOG-STEP-NAME.
           MOVE WS-START-TIME TO WS-LOG-START-TIME.
           MOVE WS-END-TIME TO WS-LOG-END-TIME.
           MOVE WS-STEP-COMPLETION TO WS-LOG-COMPLETION.
           MOVE WS-LOG-RECORD TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           MOVE WS-STEP-NAME TO WS-SUM-STEP-NAME.
           MOVE WS-START-TIME TO WS-SUM-START-TIME.
           MOVE WS-END-TIME TO WS-SUM-END-TIME.
           EVALUATE TRUE
               WHEN WS-STEP-CLEAN
                   MOVE "COMPLETED" TO WS-SUM-RESULT
               WHEN WS-STEP-WARNING
                   MOVE "COMPLETED WITH WARNINGS" TO WS-SUM-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO WS-SUM-RESULT
           END-EVALUATE.
           MOVE WS-SUMMARY-DETAIL-LINE TO OPERATIONS-SUMMARY-LINE.
           WRITE OPERATIONS-SUMMARY-LINE.

