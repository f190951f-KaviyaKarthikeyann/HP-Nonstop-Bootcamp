      *                    pairs to the same ABSDBLVT file, and an
      *                    OUTPUT open here wiped any of its
      *                    unworked exceptions.
      *   2026-10-15  RJP  The history record posted for a return is
      *                    stamped as an absentee vote
      *                    (PH-VOTE-METHOD).
      *   2026-10-15  RJP  A return for a ballot spoiled when the
      *                    voter voted early (EARLYCHK) rejects as
      *                    spoiled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSRTRN.
                   GO TO 2100-EXIT
           END-READ.
           IF NOT AB-ISSUED
               EVALUATE TRUE
                   WHEN AB-RETURNED OR AB-COUNTED
                       MOVE "REJECTED - ALREADY RETURNED"
                           TO WS-REG-RESULT
                   WHEN AB-SPOILED
                       MOVE "REJECTED - SPOILED, VOTED EARLY"
                           TO WS-REG-RESULT
                   WHEN OTHER
                       MOVE "REJECTED - BALLOT NEVER ISSUED"
                           TO WS-REG-RESULT
               END-EVALUATE
               PERFORM 8100-WRITE-REJECT-LINE
               GO TO 2100-EXIT
           END-IF.
               MOVE AB-VOTER-ID      TO PH-VOTER-ID
               MOVE AB-ELECTION-DATE TO PH-ELECTION-DATE
               MOVE AB-PRECINCT-CODE TO PH-PRECINCT-CODE
               SET PH-VOTED-ABSENTEE TO TRUE
               WRITE PARTICIPATION-HISTORY-RECORD
               SET AB-COUNTED TO TRUE
           END-IF.
