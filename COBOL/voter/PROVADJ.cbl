      *                    master (one lookup per new date); an
      *                    unknown election rejects with its own
      *                    PROVRSTB reason code.
      *   2026-10-15  RJP  The history record posted for an accepted
      *                    envelope is stamped as a provisional vote
      *                    (PH-VOTE-METHOD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVADJ.
           MOVE WS-LOG-VOTER-ID      TO PH-VOTER-ID.
           MOVE WS-LOG-ELECTION-DATE TO PH-ELECTION-DATE.
           MOVE VRM-PRECINCT-CODE    TO PH-PRECINCT-CODE.
           SET PH-VOTED-PROVISIONAL TO TRUE.
           WRITE PARTICIPATION-HISTORY-RECORD.
           ADD 1 TO WS-BALLOTS-ACCEPTED.
           MOVE "ACCEPTED" TO WS-REG-DECISION.
