      *                    double-vote exception report ABSRTRN
      *                    writes instead of being quietly counted
      *                    as already recorded.
      *   2026-10-15  RJP  Each signature is stamped as a poll book
      *                    vote (PH-VOTE-METHOD).
      *   2026-10-15  RJP  A signature whose participation record on
      *                    file is an early vote (EARLYCHK) is the
      *                    early-then-poll-book pair and lands on the
      *                    double-vote report too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNLOAD.
           05  WS-DBL-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DBL-ELECTION           PIC 9(08).
           05  WS-DBL-TEXT               PIC X(44).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE MARKED-BOOK-LINE(1:10) TO PH-VOTER-ID
                   MOVE MARKED-BOOK-LINE(11:4) TO PH-PRECINCT-CODE
                   MOVE MARKED-BOOK-LINE(15:8) TO PH-ELECTION-DATE
                   SET PH-VOTED-AT-POLLS TO TRUE
                   PERFORM 2100-VALIDATE-ELECTION-DATE
                   IF WS-DATE-IS-KNOWN
                       WRITE PARTICIPATION-HISTORY-RECORD
      *                          is a plain repeated signature.
      * ================================================================
       2200-CHECK-DOUBLE-VOTE.
           READ PARTICIPATION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PH-VOTED-EARLY
               MOVE "  EARLY VOTE AND POLL BOOK BOTH ON FILE"
                   TO WS-DBL-TEXT
               PERFORM 2300-WRITE-DOUBLE-VOTE
               GO TO 2200-EXIT
           END-IF.
           IF WS-ABSMAST-STATUS NOT = "00"
               ADD 1 TO WS-ALREADY-RECORDED
               GO TO 2200-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF AB-RETURNED OR AB-COUNTED
               MOVE "  ABSENTEE RETURN AND POLL BOOK BOTH ON FILE"
                   TO WS-DBL-TEXT
               PERFORM 2300-WRITE-DOUBLE-VOTE
           ELSE
               ADD 1 TO WS-ALREADY-RECORDED
           END-IF.
       2200-EXIT.
           EXIT.

       2300-WRITE-DOUBLE-VOTE.
           ADD 1 TO WS-DOUBLE-VOTES.
           MOVE PH-VOTER-ID      TO WS-DBL-VOTER-ID.
           MOVE PH-ELECTION-DATE TO WS-DBL-ELECTION.
           MOVE WS-DOUBLE-VOTE-LINE TO DOUBLE-VOTE-REPORT-LINE.
           WRITE DOUBLE-VOTE-REPORT-LINE.

       9000-TERMINATE.
           DISPLAY "POLL BOOK LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
