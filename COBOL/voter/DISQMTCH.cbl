      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original disqualification matching batch.
      *   2026-10-15  RJP  A voter with a date of birth on the roll
      *                    is matched on the age derived from it as
      *                    of the run date (DOBAGEP), not the age
      *                    keyed at registration; the audit line
      *                    carries the birth-date images VOTMAINT's
      *                    now does.
      *   2026-10-15  RJP  Review queue record moved to the DISQREC
      *                    copybook so the jury pool draw can read
      *                    the pending referrals.
      *   2026-10-15  RJP  Both state lists now arrive in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      *   2026-10-15  RJP  Honors the VOTMAINT record locks through the
      *                    shared RECLOCK subroutine: the run works the
      *                    whole roll, so it refuses to start (RC 8)
      *                    while any voter lock is live, to be rerun
      *                    once the screens are clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISQMTCH.
       01  INACTIVATION-TRANS-RECORD     PIC X(80).

       FD  REVIEW-QUEUE-FILE.
       COPY DISQREC.

       FD  INACTIVATION-REGISTER-FILE.
       01  INACTIVATION-REGISTER-LINE    PIC X(132).
               88  WS-MATCH-NONE                VALUE "N".

       COPY SIGNONW.
       COPY RECLOCKW.
       COPY DOBAGEW.

       01  WS-CONTROL-TOTALS.
           05  WS-LIST-ENTRIES-LOADED    PIC 9(9) COMP VALUE ZERO.
       01  WS-LIST-WORK-LINE             PIC X(80).
       01  WS-MATCH-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-AGE-DIFF                   PIC S9(03).
       01  WS-VOTER-AGE                  PIC 9(03).

       01  WS-CURRENT-DATE               PIC 9(08).

               10  WS-AUDA-STREET        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-OPERATOR-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUDB-DATE-OF-BIRTH     PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUDA-DATE-OF-BIRTH     PIC X(08).

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-VOTER-ID           PIC Z(9)9.
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           PERFORM 1050-CHECK-NO-LOCKS-HELD.
           MOVE "D" TO WS-LOAD-SOURCE.
           OPEN INPUT DECEASED-LIST-FILE.
           IF WS-DECEASED-STATUS = "00"
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
           MOVE "DISQMTCH" TO RK-PROGRAM-ID.
           MOVE "VOTEROLM" TO RK-FILE-ID.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "DISQMTCH - " RK-LOCKS-HELD-COUNT
                   " VOTER RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ONE-DECEASED.
           READ DECEASED-LIST-FILE
               AT END
                   SET WS-LIST-END-OF-FILE TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF DECEASED-LIST-LINE(1:4) = "HDR*" OR "TRL*"
               GO TO 1100-EXIT
           END-IF.
           MOVE DECEASED-LIST-LINE TO WS-LIST-WORK-LINE.
           PERFORM 1300-TABLE-ONE-ENTRY.
       1100-EXIT.
                   SET WS-LIST-END-OF-FILE TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF FELONY-LIST-LINE(1:4) = "HDR*" OR "TRL*"
               GO TO 1200-EXIT
           END-IF.
           MOVE FELONY-LIST-LINE TO WS-LIST-WORK-LINE.
           PERFORM 1300-TABLE-ONE-ENTRY.
       1200-EXIT.
      *                        list ages lag the roll by up to a
      *                        birthday or two).  The first EXACT
      *                        hit wins; a NEAR hit keeps looking
      *                        for a later EXACT one.  The roll age
      *                        is today's, from the birth date when
      *                        the roll has one.
      * ================================================================
       2100-MATCH-ONE-VOTER.
           MOVE VRM-AGE TO WS-VOTER-AGE.
           MOVE VRM-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF NOT DA-BIRTH-DATE-NOT-GIVEN
               MOVE WS-CURRENT-DATE TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-AGE TO WS-VOTER-AGE
               END-IF
           END-IF.
           SET WS-MATCH-NONE TO TRUE.
           MOVE ZERO TO WS-LIST-SUB.
           PERFORM 2110-TRY-ONE-ENTRY
       2110-TRY-ONE-ENTRY.
           IF WS-DL-NAME (WS-LIST-SUB) = VRM-NAME
               COMPUTE WS-AGE-DIFF =
                   WS-VOTER-AGE - WS-DL-AGE (WS-LIST-SUB)
               IF WS-AGE-DIFF = ZERO
                   SET WS-MATCH-EXACT TO TRUE
                   MOVE WS-LIST-SUB TO WS-MATCH-SUB
           MOVE VRM-RESIDENCY-YEARS TO WS-AUDB-RESIDENCY.
           MOVE VRM-STATUS          TO WS-AUDB-STATUS.
           MOVE VRM-ADDR-STREET     TO WS-AUDB-STREET.
           MOVE VRM-DATE-OF-BIRTH   TO WS-AUDB-DATE-OF-BIRTH.
           SET VRM-INACTIVE TO TRUE.
           REWRITE VOTER-ROLL-MASTER-RECORD.
           MOVE VRM-NAME            TO WS-AUDA-NAME.
           MOVE VRM-RESIDENCY-YEARS TO WS-AUDA-RESIDENCY.
           MOVE VRM-STATUS          TO WS-AUDA-STATUS.
           MOVE VRM-ADDR-STREET     TO WS-AUDA-STREET.
           MOVE VRM-DATE-OF-BIRTH   TO WS-AUDA-DATE-OF-BIRTH.
           MOVE "N" TO WS-AUD-TRANS-CODE.
           IF WS-DL-SOURCE (WS-MATCH-SUB) = "D"
               MOVE "INACTIVATED - DECEASED LIST" TO WS-AUD-RESULT
           MOVE WS-DL-SOURCE (WS-MATCH-SUB) TO RV-SOURCE-LIST.
           MOVE WS-DL-NAME (WS-MATCH-SUB)  TO RV-LIST-NAME.
           MOVE WS-DL-AGE (WS-MATCH-SUB)   TO RV-LIST-AGE.
           MOVE WS-VOTER-AGE TO RV-ROLL-AGE.
           MOVE WS-CURRENT-DATE TO RV-QUEUED-DATE.
           SET RV-PENDING TO TRUE.
           WRITE REVIEW-QUEUE-RECORD
       9000-EXIT.
           EXIT.

       COPY DOBAGEP.

       END PROGRAM DISQMTCH.
