      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original redistricting program.
      *   2026-10-15  RJP  Honors the VOTMAINT record locks through the
      *                    shared RECLOCK subroutine: the run works the
      *                    whole roll, so it refuses to start (RC 8)
      *                    while any voter lock is live, to be rerun
      *                    once the screens are clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDISTRC.
               88  WS-PRECINCT-OK               VALUE "Y".

       COPY SIGNONW.
       COPY RECLOCKW.

       01  WS-CONTROL-TOTALS.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           PERFORM 1050-CHECK-NO-LOCKS-HELD.
           OPEN INPUT STREET-RANGE-FILE.
           IF WS-PRECSTRT-STATUS NOT = "00"
               DISPLAY "REDISTRC - NO PRECSTRT TABLE ON FILE - "
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1050-CHECK-NO-LOCKS-HELD - the run works the whole roll, so it
      *                            does not start while an operator
      *                            holds a voter at VOTMAINT; it is
      *                            rerun once the screens are clear.
      * ================================================================
       1050-CHECK-NO-LOCKS-HELD.
           MOVE "BATCH" TO RK-OPERATOR-ID.
           MOVE "REDISTRC" TO RK-PROGRAM-ID.
           MOVE "VOTEROLM" TO RK-FILE-ID.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "REDISTRC - " RK-LOCKS-HELD-COUNT
                   " VOTER RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ONE-RANGE.
           READ STREET-RANGE-FILE
               AT END
