      *   2026-09-01  RJP  Status code X files the supplemental flat
      *                    rate into TR-SUPP-RATE under the winning
      *                    effective date.
      *   2026-10-09  RJP  State withholding lines (work state in
      *                    columns 36-37) file into their own state
      *                    slot with a per-state effective date;
      *                    7650 verifies every state schedule loaded
      *                    and 7750 computes state tax.  7610 is now
      *                    performed through its exit, so a
      *                    supplemental-rate line returns to the
      *                    caller instead of running on.
      ******************************************************************
      * ================================================================
      * 7600-APPLY-RATE-LINE - a line whose effective date is later
      *                        date files its bracket under its
      *                        filing status; anything else is a past
      *                        or future schedule and is skipped.
      *                        A line carrying a work state goes to
      *                        that state's slot instead.
      * ================================================================
       7600-APPLY-RATE-LINE.
           MOVE TR-PARM-LINE(1:8)   TO TR-PARSE-EFF-DATE
           MOVE TR-PARM-LINE(11:9)  TO TR-PARSE-CEILING
           MOVE TR-PARM-LINE(20:5)  TO TR-PARSE-RATE-DIGITS
           MOVE TR-PARM-LINE(25:11) TO TR-PARSE-BASE-DIGITS
           MOVE TR-PARM-LINE(36:2)  TO TR-PARSE-STATE
           IF TR-PARSE-STATE NOT = SPACES
               PERFORM 7800-APPLY-STATE-LINE
                   THRU 7800-EXIT
           ELSE
               IF TR-PARSE-EFF-DATE > TR-RUN-DATE
                   CONTINUE
               ELSE
                   IF TR-PARSE-EFF-DATE > TR-SELECTED-EFF-DATE
                       MOVE TR-PARSE-EFF-DATE TO TR-SELECTED-EFF-DATE
                       MOVE ZERO TO TR-SCHEDULE-TABLE
                       MOVE ZERO TO TR-SUPP-RATE
                       PERFORM 7610-FILE-ONE-BRACKET
                           THRU 7610-EXIT
                   ELSE
                       IF TR-PARSE-EFF-DATE = TR-SELECTED-EFF-DATE
                           PERFORM 7610-FILE-ONE-BRACKET
                               THRU 7610-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *                        of the missing status would be taxed
      *                        off an all-zero table - silently, at
      *                        zero.  An incomplete schedule fails
      *                        the load.  So does a state schedule
      *                        missing a top bracket or its
      *                        liability account, or a state that
      *                        would not fit the table; its code is
      *                        left in TR-STATE-ERROR-CODE.
      * ================================================================
       7650-VERIFY-SCHEDULE.
           IF TR-SELECTED-EFF-DATE = ZERO
                   VARYING TR-STATUS-SUB FROM 1 BY 1
                   UNTIL TR-STATUS-SUB > 3
           END-IF.
           IF TR-STATE-ERROR-CODE NOT = SPACES
               SET TR-NO-SCHEDULE TO TRUE
           END-IF.
           PERFORM 7670-CHECK-ONE-STATE
               VARYING TR-STATE-SUB FROM 1 BY 1
               UNTIL TR-STATE-SUB > TR-STATE-COUNT.

       7660-CHECK-ONE-STATUS.
           IF TR-BRACKET-CEILING (TR-STATUS-SUB 4) = ZERO
               SET TR-NO-SCHEDULE TO TRUE
           END-IF.

       7670-CHECK-ONE-STATE.
           IF TR-ST-GL-ACCT (TR-STATE-SUB) = ZERO
               SET TR-NO-SCHEDULE TO TRUE
               MOVE TR-ST-CODE (TR-STATE-SUB) TO TR-STATE-ERROR-CODE
           END-IF.
           PERFORM 7680-CHECK-ONE-STATE-STATUS
               VARYING TR-STATUS-SUB FROM 1 BY 1
               UNTIL TR-STATUS-SUB > 3.

       7680-CHECK-ONE-STATE-STATUS.
           IF TR-ST-BRACKET-CEILING (TR-STATE-SUB TR-STATUS-SUB 4)
                   = ZERO
               SET TR-NO-SCHEDULE TO TRUE
               MOVE TR-ST-CODE (TR-STATE-SUB) TO TR-STATE-ERROR-CODE
           END-IF.

      * ================================================================
      * 7700-COMPUTE-BRACKET-TAX - graduated bracket computation off
      *                            the schedule for TR-FILING-STATUS.

       7710-STEP-ONE-BRACKET.
           ADD 1 TO TR-BRKT-SUB.

      * ================================================================
      * 7750-COMPUTE-STATE-TAX - the same graduated computation as
      *                          7700, off the schedule of the state
      *                          in TR-WORK-STATE.  A state with no
      *                          schedule on file returns zero tax
      *                          with TR-STATE-SUB zero; the caller
      *                          decides whether that is an error.
      * ================================================================
       7750-COMPUTE-STATE-TAX.
           MOVE ZERO TO TR-STATE-TAX-ANNUAL.
           MOVE ZERO TO TR-STATE-SUPP-RATE.
           MOVE ZERO TO TR-STATE-GL-ACCT.
           MOVE TR-WORK-STATE TO TR-PARSE-STATE.
           PERFORM 7810-FIND-STATE-SLOT.
           IF TR-STATE-SUB NOT = ZERO
               MOVE TR-ST-SUPP-RATE (TR-STATE-SUB)
                   TO TR-STATE-SUPP-RATE
               MOVE TR-ST-GL-ACCT (TR-STATE-SUB) TO TR-STATE-GL-ACCT
               PERFORM 7760-STATE-BRACKET-TAX
           END-IF.

       7760-STATE-BRACKET-TAX.
           MOVE TR-FILING-STATUS TO TR-PARSE-STATUS.
           PERFORM 7620-FIND-STATUS-SLOT.
           IF TR-STATUS-SUB = ZERO
               MOVE 1 TO TR-STATUS-SUB
           END-IF.
           MOVE 1 TO TR-BRKT-SUB.
           PERFORM 7710-STEP-ONE-BRACKET
               UNTIL TR-BRKT-SUB >= 4
               OR TR-TAXABLE-ANNUAL <=
                   TR-ST-BRACKET-CEILING
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB).
           IF TR-BRKT-SUB = 1
              AND TR-TAXABLE-ANNUAL <=
                   TR-ST-BRACKET-CEILING (TR-STATE-SUB TR-STATUS-SUB 1)
               MOVE ZERO TO TR-STATE-TAX-ANNUAL
           ELSE
               COMPUTE TR-PREV-CEILING =
                   TR-ST-BRACKET-CEILING
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB - 1)
               COMPUTE TR-EXCESS-OVER-CEILING =
                   TR-TAXABLE-ANNUAL - TR-PREV-CEILING
               COMPUTE TR-STATE-TAX-ANNUAL ROUNDED =
                   TR-ST-BRACKET-BASE-TAX
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB)
                   + (TR-EXCESS-OVER-CEILING *
                      TR-ST-BRACKET-RATE
                          (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB)
                      / 100)
           END-IF.

      * ================================================================
      * 7800-APPLY-STATE-LINE - the federal selection rule applied
      *                         per state: a later effective date (not
      *                         beyond the run date) clears that
      *                         state's slot and starts over, a
      *                         matching date files into it, anything
      *                         else is skipped.  A state's slot is
      *                         only opened by a line that could win.
      * ================================================================
       7800-APPLY-STATE-LINE.
           IF TR-PARSE-EFF-DATE > TR-RUN-DATE
               GO TO 7800-EXIT
           END-IF.
           PERFORM 7810-FIND-STATE-SLOT.
           IF TR-STATE-SUB = ZERO
               IF TR-STATE-COUNT >= TR-STATE-LIMIT
                   MOVE TR-PARSE-STATE TO TR-STATE-ERROR-CODE
                   GO TO 7800-EXIT
               END-IF
               ADD 1 TO TR-STATE-COUNT
               MOVE TR-STATE-COUNT TO TR-STATE-SUB
               MOVE TR-PARSE-STATE TO TR-ST-CODE (TR-STATE-SUB)
               MOVE ZERO TO TR-ST-EFF-DATE (TR-STATE-SUB)
           END-IF.
           IF TR-PARSE-EFF-DATE > TR-ST-EFF-DATE (TR-STATE-SUB)
               MOVE TR-PARSE-EFF-DATE TO TR-ST-EFF-DATE (TR-STATE-SUB)
               MOVE ZERO TO TR-ST-GL-ACCT (TR-STATE-SUB)
               MOVE ZERO TO TR-ST-SUPP-RATE (TR-STATE-SUB)
               MOVE ZERO TO TR-ST-SCHEDULE (TR-STATE-SUB)
           END-IF.
           IF TR-PARSE-EFF-DATE = TR-ST-EFF-DATE (TR-STATE-SUB)
               PERFORM 7820-FILE-ONE-STATE-BRACKET
           END-IF.
       7800-EXIT.
           EXIT.

       7810-FIND-STATE-SLOT.
           MOVE ZERO TO TR-STATE-SUB.
           PERFORM 7815-MATCH-ONE-STATE
               VARYING TR-STATE-SCAN FROM 1 BY 1
               UNTIL TR-STATE-SCAN > TR-STATE-COUNT
               OR TR-STATE-SUB NOT = ZERO.

       7815-MATCH-ONE-STATE.
           IF TR-ST-CODE (TR-STATE-SCAN) = TR-PARSE-STATE
               MOVE TR-STATE-SCAN TO TR-STATE-SUB
           END-IF.

       7820-FILE-ONE-STATE-BRACKET.
           IF TR-PARM-LINE(38:6) IS NUMERIC
              AND TR-PARM-LINE(38:6) NOT = "000000"
               MOVE TR-PARM-LINE(38:6) TO TR-ST-GL-ACCT (TR-STATE-SUB)
           END-IF.
           IF TR-PARSE-STATUS = "X"
               MOVE TR-PARSE-RATE TO TR-ST-SUPP-RATE (TR-STATE-SUB)
           ELSE
               PERFORM 7620-FIND-STATUS-SLOT
               IF TR-STATUS-SUB > ZERO
                  AND TR-PARSE-BRACKET-NO >= 1
                  AND TR-PARSE-BRACKET-NO <= 4
                   MOVE TR-PARSE-BRACKET-NO TO TR-BRKT-SUB
                   MOVE TR-PARSE-CEILING TO TR-ST-BRACKET-CEILING
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB)
                   MOVE TR-PARSE-RATE TO TR-ST-BRACKET-RATE
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB)
                   MOVE TR-PARSE-BASE TO TR-ST-BRACKET-BASE-TAX
                       (TR-STATE-SUB TR-STATUS-SUB TR-BRKT-SUB)
               END-IF
           END-IF.
