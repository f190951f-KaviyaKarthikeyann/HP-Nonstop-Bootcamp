      *                    for its effective date rejects, and one
      *                    with no history entry (pre-conversion)
      *                    carries a warning line on the register.
      *   2026-10-09  RJP  An employee with a work state also has the
      *                    state tax recomputed under both salaries
      *                    off the state's schedule, with the delta
      *                    applied to that state's YTDCTL slot and
      *                    printed beside the federal figures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROADJ.
           05  WS-RECORDS-REJECTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-DELTA            PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-STATE-DELTA      PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * ---------------------------------------------------------- *
      * Retro transaction layout (fixed column):                    *
           05  WS-PERIOD-TAX-OLD         PIC S9(9)V99 COMP-3.
           05  WS-PERIOD-TAX-NEW         PIC S9(9)V99 COMP-3.
           05  WS-ADJUSTMENT-DELTA       PIC S9(9)V99 COMP-3.
           05  WS-STATE-TAX-OLD          PIC S9(9)V99 COMP-3.
           05  WS-STATE-TAX-NEW          PIC S9(9)V99 COMP-3.
           05  WS-STATE-DELTA            PIC S9(9)V99 COMP-3.
           05  WS-YTD-STATE-SUB          PIC 9(02).
           05  WS-STATE-FOUND-SUB        PIC 9(02).
           05  WS-YTD-BEFORE             PIC S9(9)V99 COMP-3.
           05  WS-YTD-AFTER              PIC S9(9)V99 COMP-3.

           05  WS-REG-YTD-BEFORE         PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-YTD-AFTER          PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-WORK-STATE         PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-REG-STATE-DELTA        PIC $$$,$$$,$$9.99-.

       01  WS-REGISTER-REJECT-LINE.
           05  WS-REJ-EMP-ID             PIC Z(9)9.
           CLOSE TAX-RATE-PARM-FILE.
           PERFORM 7650-VERIFY-SCHEDULE.
           IF TR-NO-SCHEDULE
               IF TR-STATE-ERROR-CODE NOT = SPACES
                   DISPLAY "RETROADJ - STATE TAX SCHEDULE FOR "
                       TR-STATE-ERROR-CODE " ON TAXRATES IS "
                       "INCOMPLETE OR OVER THE STATE LIMIT - "
                       "RUN ABORTED"
               ELSE
                   DISPLAY "RETROADJ - NO TAX SCHEDULE ON TAXRATES "
                       "COVERS RUN DATE " WS-CURRENT-DATE
                       " - RUN ABORTED"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
                           TO ADJUSTMENT-REGISTER-LINE
                       WRITE ADJUSTMENT-REGISTER-LINE
                   END-IF
                   IF EMP-WORK-STATE NOT = SPACES
                       MOVE EMP-WORK-STATE TO TR-PARSE-STATE
                       PERFORM 7810-FIND-STATE-SLOT
                       IF TR-STATE-SUB = ZERO
                           MOVE "REJECTED - NO STATE TAX SCHEDULE"
                               TO WS-REJ-REASON
                           PERFORM 8100-WRITE-REJECT-LINE
                           GO TO 3000-EXIT
                       END-IF
                   END-IF
                   PERFORM 3100-COMPUTE-PERIODS-AFFECTED
                   IF WS-PERIODS-AFFECTED <= ZERO
                       MOVE "REJECTED - NO PERIODS SINCE EFF DATE"
                       PERFORM 8100-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 3200-COMPUTE-TAX-DELTA
                       PERFORM 3250-COMPUTE-STATE-DELTA
                       PERFORM 3300-APPLY-DELTA-TO-YTD
                   END-IF
           END-READ.
               (WS-PERIOD-TAX-NEW - WS-PERIOD-TAX-OLD)
               * WS-PERIODS-AFFECTED.

      * ================================================================
      * 3250-COMPUTE-STATE-DELTA - the same old/new comparison off
      *                            the work state's schedule; no work
      *                            state means no state delta.
      * ================================================================
       3250-COMPUTE-STATE-DELTA.
           MOVE ZERO TO WS-STATE-TAX-OLD.
           MOVE ZERO TO WS-STATE-TAX-NEW.
           MOVE ZERO TO WS-STATE-DELTA.
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO TR-WORK-STATE
               MOVE WS-TAXABLE-OLD TO TR-TAXABLE-ANNUAL
               PERFORM 7750-COMPUTE-STATE-TAX
               COMPUTE WS-STATE-TAX-OLD ROUNDED =
                   TR-STATE-TAX-ANNUAL / WS-PERIODS-PER-YEAR
               MOVE WS-TAXABLE-NEW TO TR-TAXABLE-ANNUAL
               PERFORM 7750-COMPUTE-STATE-TAX
               COMPUTE WS-STATE-TAX-NEW ROUNDED =
                   TR-STATE-TAX-ANNUAL / WS-PERIODS-PER-YEAR
               COMPUTE WS-STATE-DELTA =
                   (WS-STATE-TAX-NEW - WS-STATE-TAX-OLD)
                   * WS-PERIODS-AFFECTED
           END-IF.

       3300-APPLY-DELTA-TO-YTD.
           MOVE WS-TRN-EMP-ID TO YTD-EMP-ID.
           READ YTD-CONTROL-FILE
                   MOVE YTD-TAX-ACCUM TO WS-YTD-BEFORE
                   ADD WS-ADJUSTMENT-DELTA TO YTD-TAX-ACCUM
                   MOVE YTD-TAX-ACCUM TO WS-YTD-AFTER
                   PERFORM 3310-APPLY-STATE-DELTA
                   MOVE WS-CURRENT-YYYY TO YTD-LAST-RUN-YYYY
                   MOVE WS-CURRENT-MM   TO YTD-LAST-RUN-MM
                   MOVE WS-CURRENT-DD   TO YTD-LAST-RUN-DD
                   REWRITE YTD-TAX-CONTROL-RECORD
                   ADD 1 TO WS-RECORDS-ADJUSTED
                   ADD WS-ADJUSTMENT-DELTA TO WS-TOTAL-DELTA
                   ADD WS-STATE-DELTA TO WS-TOTAL-STATE-DELTA
                   PERFORM 8000-WRITE-REGISTER-LINE
           END-READ.

      * The state delta goes to the work state's YTD slot, or the
      * first free one.  With all three taken by other states it
      * cannot be carried and is zeroed so the register shows what
      * was actually applied.
       3310-APPLY-STATE-DELTA.
           IF WS-STATE-DELTA NOT = ZERO
               MOVE ZERO TO WS-STATE-FOUND-SUB
               PERFORM 3315-MATCH-ONE-YTD-STATE
                   VARYING WS-YTD-STATE-SUB FROM 1 BY 1
                   UNTIL WS-YTD-STATE-SUB > 3
                   OR WS-STATE-FOUND-SUB NOT = ZERO
               IF WS-STATE-FOUND-SUB = ZERO
                   DISPLAY "RETROADJ - YTD STATE SLOTS FULL FOR "
                       WS-TRN-EMP-ID " - STATE DELTA NOT APPLIED"
                   MOVE ZERO TO WS-STATE-DELTA
               ELSE
                   MOVE EMP-WORK-STATE
                       TO YTD-ST-CODE (WS-STATE-FOUND-SUB)
                   ADD WS-STATE-DELTA
                       TO YTD-ST-TAX (WS-STATE-FOUND-SUB)
               END-IF
           END-IF.

       3315-MATCH-ONE-YTD-STATE.
           IF YTD-ST-CODE (WS-YTD-STATE-SUB) = EMP-WORK-STATE
              OR YTD-ST-CODE (WS-YTD-STATE-SUB) = SPACES
               MOVE WS-YTD-STATE-SUB TO WS-STATE-FOUND-SUB
           END-IF.

       8000-WRITE-REGISTER-LINE.
           MOVE WS-TRN-EMP-ID      TO WS-REG-EMP-ID.
           MOVE WS-TRN-EFF-DATE    TO WS-REG-EFF-DATE.
           MOVE WS-PERIODS-AFFECTED TO WS-REG-PERIODS.
           MOVE WS-YTD-BEFORE      TO WS-REG-YTD-BEFORE.
           MOVE WS-YTD-AFTER       TO WS-REG-YTD-AFTER.
           MOVE EMP-WORK-STATE     TO WS-REG-WORK-STATE.
           MOVE WS-STATE-DELTA     TO WS-REG-STATE-DELTA.
           MOVE WS-REGISTER-DETAIL-LINE TO ADJUSTMENT-REGISTER-LINE.
           WRITE ADJUSTMENT-REGISTER-LINE.

           DISPLAY "  RECORDS ADJUSTED : " WS-RECORDS-ADJUSTED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "  TOTAL TAX DELTA  : " WS-TOTAL-DELTA.
           DISPLAY "  STATE TAX DELTA  : " WS-TOTAL-STATE-DELTA.
           CLOSE RETRO-TRANS-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE YTD-CONTROL-FILE.
