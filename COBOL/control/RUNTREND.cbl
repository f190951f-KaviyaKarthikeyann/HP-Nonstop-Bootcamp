      * DATE-COMPILED:
      * PURPOSE:      Step runtime trend report off the RUN-HISTORY
      *               log DAILYRUN writes.  One line per step:
      *               the latest completed run's elapsed seconds, the
      *               rolling average across every completed run on
      *               the log, and the variance percent - the growth
      *               picture behind the 2 AM alerts, read over
      *               coffee instead of at the console.
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original runtime trend report.
      *   2026-10-15  RJP  Steps that completed with warnings (code 4)
      *                    count as completed runs alongside the clean
      *                    ones, as DAILYRUN now treats them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
           05  WS-LOG-START-TIME         PIC 9(06).
           05  WS-LOG-END-TIME           PIC 9(06).
           05  WS-LOG-COMPLETION         PIC 9(09).
               88  WS-LOG-STEP-COMPLETED        VALUE 0 4.

       01  WS-STAT-LIMIT                 PIC 9(03) COMP VALUE 50.
       01  WS-STAT-COUNT                 PIC 9(03) COMP VALUE ZERO.
               NOT AT END
                   MOVE RUN-LOG-LINE TO WS-LOG-RECORD
                   IF WS-LOG-IS-STEP
                      AND WS-LOG-STEP-COMPLETED
                       PERFORM 2100-TALLY-ONE-STEP
                           THRU 2100-EXIT
                   END-IF
