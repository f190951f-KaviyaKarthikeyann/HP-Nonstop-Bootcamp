      ******************************************************************
      * AIDCNDP   - Shared aid award condition check paragraphs.  See
      *             AIDCNDW for the working storage this expects and
      *             the calling sequence; the including program owns
      *             the AID-AWARD record and the ATTENDANCE-MASTER
      *             file.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared aid award condition check created.
      ******************************************************************
      * ================================================================
      * 7200-CHECK-AID-CONDITIONS - the average condition is tested
      *                             first; the attendance condition
      *                             only when the average holds, so
      *                             the reason names the first
      *                             condition to fail.
      * ================================================================
       7200-CHECK-AID-CONDITIONS.
           SET AC-CONDITIONS-MET TO TRUE.
           MOVE SPACES TO AC-FAIL-REASON.
           IF AW-MIN-AVERAGE > ZERO
              AND AC-STUDENT-AVERAGE < AW-MIN-AVERAGE
               SET AC-CONDITIONS-FAILED TO TRUE
               MOVE AC-STUDENT-AVERAGE TO AC-EDIT-ACTUAL
               MOVE AW-MIN-AVERAGE     TO AC-EDIT-MINIMUM
               STRING "AVERAGE " AC-EDIT-ACTUAL " BELOW MINIMUM "
                   AC-EDIT-MINIMUM DELIMITED BY SIZE
                   INTO AC-FAIL-REASON
           END-IF.
           IF AC-CONDITIONS-MET
              AND AW-MIN-ATTEND-PCT > ZERO
               PERFORM 7210-FIND-LATEST-ATTENDANCE
               IF AC-ATTENDANCE-FOUND
                  AND AC-ATTEND-PCT < AW-MIN-ATTEND-PCT
                   SET AC-CONDITIONS-FAILED TO TRUE
                   MOVE AC-ATTEND-PCT     TO AC-EDIT-ACTUAL
                   MOVE AW-MIN-ATTEND-PCT TO AC-EDIT-MINIMUM
                   STRING "ATTENDANCE " AC-EDIT-ACTUAL
                       "% BELOW MINIMUM " AC-EDIT-MINIMUM "%"
                       DELIMITED BY SIZE
                       INTO AC-FAIL-REASON
               END-IF
           END-IF.

      * ================================================================
      * 7210-FIND-LATEST-ATTENDANCE - positions on the student's first
      *                               term and walks forward, keeping
      *                               the last term not after the
      *                               award's.
      * ================================================================
       7210-FIND-LATEST-ATTENDANCE.
           MOVE "N" TO AC-ATTEND-SWITCH.
           MOVE "N" TO AC-ATT-EOF-SWITCH.
           MOVE ZERO TO AC-ATTEND-PCT.
           MOVE AW-STU-ID TO ATT-STU-ID.
           MOVE ZERO      TO ATT-TERM.
           START ATTENDANCE-MASTER-FILE KEY IS NOT LESS THAN ATT-KEY
               INVALID KEY
                   SET AC-ATT-END TO TRUE
           END-START.
           PERFORM 7220-READ-ONE-ATTENDANCE
               UNTIL AC-ATT-END.

       7220-READ-ONE-ATTENDANCE.
           READ ATTENDANCE-MASTER-FILE NEXT RECORD
               AT END
                   SET AC-ATT-END TO TRUE
           END-READ.
           IF NOT AC-ATT-END
               IF ATT-STU-ID NOT = AW-STU-ID
                  OR ATT-TERM > AC-AS-OF-TERM
                   SET AC-ATT-END TO TRUE
               ELSE
                   IF ATT-DAYS-IN-TERM > ZERO
                       SET AC-ATTENDANCE-FOUND TO TRUE
                       COMPUTE AC-ATTEND-PCT ROUNDED =
                           ATT-DAYS-PRESENT * 100 / ATT-DAYS-IN-TERM
                   END-IF
               END-IF
           END-IF.
