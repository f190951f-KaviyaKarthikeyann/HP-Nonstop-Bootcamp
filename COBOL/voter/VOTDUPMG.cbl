      ******************************************************************
      * PROGRAM:      VOTDUPMG
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Duplicate registration merge.  Applies the
      *               registrar's decisions on the pairs the VOTDUPSC
      *               scan put on the DUPREVQ review queue.  Nothing
      *               is merged on the scan's say-so alone - two
      *               people can share a name and a birthday - so a
      *               pair is only merged on a confirmed decision.
      *               A MERGE keeps the newer registration (the
      *               voter's current address and precinct) and
      *               inactivates the older through the audited path
      *               VOTMAINT and DISQMTCH use: before/after audit
      *               images with the operator id, and a VOTINACT
      *               transaction so the carry-forward roll chain
      *               drops the old registration.  NOT SAME PERSON
      *               closes the pair so the scan never raises it
      *               again.  Every decision applied prints on the
      *               register the registrar signs.
      *
      *               Decision line (fixed column):
      *                   1-10   voter id
      *                   11-20  voter id    (either order)
      *                   21     M = same person, merge
      *                          N = not the same person
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original duplicate registration merge.
      *   2026-10-15  RJP  Honors the VOTMAINT record locks through the
      *                    shared RECLOCK subroutine: the run works the
      *                    whole roll, so it refuses to start (RC 8)
      *                    while any voter lock is live, to be rerun
      *                    once the screens are clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTDUPMG.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-DECISION-FILE ASSIGN TO "DUPCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-ROLLMAST-STATUS.

           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DUPREVQ-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "VOTEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INACTIVATION-TRANS-FILE ASSIGN TO "VOTINACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACT-STATUS.

           SELECT MERGE-REGISTER-FILE ASSIGN TO "DUPMRGRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-DECISION-FILE.
       01  DUP-DECISION-LINE             PIC X(80).

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  DUP-REVIEW-FILE.
       COPY DUPQREC.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-LINE              PIC X(250).

       FD  INACTIVATION-TRANS-FILE.
       01  INACTIVATION-TRANS-RECORD     PIC X(80).

       FD  MERGE-REGISTER-FILE.
       01  MERGE-REGISTER-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DECISION-STATUS        PIC X(02) VALUE "00".
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DUPREVQ-STATUS         PIC X(02) VALUE "00".
           05  WS-AUDIT-STATUS           PIC X(02) VALUE "00".
           05  WS-INACT-STATUS           PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DECISION-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-DECISION-END-OF-FILE      VALUE "Y".

       COPY SIGNONW.
       COPY RECLOCKW.

       01  WS-CONTROL-TOTALS.
           05  WS-DECISIONS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-PAIRS-MERGED           PIC 9(9) COMP VALUE ZERO.
           05  WS-PAIRS-CLEARED          PIC 9(9) COMP VALUE ZERO.
           05  WS-DECISIONS-REJECTED     PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-DECISION-DETAIL.
           05  WS-DEC-FIRST-ID           PIC X(10).
           05  WS-DEC-SECOND-ID          PIC X(10).
           05  WS-DEC-ACTION             PIC X(01).
               88  WS-DEC-MERGE                 VALUE "M".
               88  WS-DEC-NOT-SAME              VALUE "N".
           05  FILLER                    PIC X(59).

       01  WS-REJECT-REASON              PIC X(30).
       01  WS-NEWER-VOTER-NAME           PIC X(30).

       01  WS-INACT-TRANS-DETAIL.
           05  WS-ITR-VOTER-ID           PIC 9(10).
           05  WS-ITR-REASON             PIC X(01).

      * Same audit line shape VOTMAINT writes, so the consolidated
      * audit reads one trail, not two.
       01  WS-AUDIT-DETAIL-LINE.
           05  WS-AUD-TRANS-CODE         PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-TIMESTAMP.
               10  WS-AUD-DATE           PIC 9(08).
               10  WS-AUD-TIME           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-RESULT             PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-BEFORE-IMAGE.
               10  WS-AUDB-NAME          PIC X(30).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDB-RESIDENCY     PIC 9(02).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDB-STATUS        PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDB-STREET        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-AFTER-IMAGE.
               10  WS-AUDA-NAME          PIC X(30).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDA-RESIDENCY     PIC 9(02).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDA-STATUS        PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AUDA-STREET        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-OPERATOR-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUDB-DATE-OF-BIRTH     PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUDA-DATE-OF-BIRTH     PIC X(08).

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-OLDER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-NEWER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-ACTION             PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-OPERATOR-ID        PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-DECISION
               THRU 2000-EXIT
               UNTIL WS-DECISION-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - the run signs on: the audit lines must name
      *                   the operator who applied the decisions, the
      *                   same as a change keyed at the VOTMAINT
      *                   screen.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "VOTDUPMG - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "VOTDUPMG MERGE REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           PERFORM 1050-CHECK-NO-LOCKS-HELD.
           OPEN INPUT DUP-DECISION-FILE.
           IF WS-DECISION-STATUS NOT = "00"
               DISPLAY "VOTDUPMG - NO DUPCONF DECISION FILE - "
                   "STATUS " WS-DECISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O VOTER-ROLL-MASTER-FILE.
           OPEN I-O DUP-REVIEW-FILE.
           IF WS-DUPREVQ-STATUS = "35"
               OPEN OUTPUT DUP-REVIEW-FILE
               CLOSE DUP-REVIEW-FILE
               OPEN I-O DUP-REVIEW-FILE
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           OPEN EXTEND INACTIVATION-TRANS-FILE.
           IF WS-INACT-STATUS = "35"
               OPEN OUTPUT INACTIVATION-TRANS-FILE
           END-IF.
           OPEN OUTPUT MERGE-REGISTER-FILE.
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
           MOVE "VOTDUPMG" TO RK-PROGRAM-ID.
           MOVE "VOTEROLM" TO RK-FILE-ID.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "VOTDUPMG - " RK-LOCKS-HELD-COUNT
                   " VOTER RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ================================================================
      * 2000-APPLY-ONE-DECISION - the pair is found on the queue as
      *                           keyed or with the two ids swapped,
      *                           and must still be pending; a pair
      *                           already worked is not worked again.
      * ================================================================
       2000-APPLY-ONE-DECISION.
           READ DUP-DECISION-FILE
               AT END
                   SET WS-DECISION-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-DECISIONS-READ.
           MOVE DUP-DECISION-LINE TO WS-DECISION-DETAIL.
           IF WS-DEC-FIRST-ID IS NOT NUMERIC
              OR WS-DEC-SECOND-ID IS NOT NUMERIC
               MOVE "VOTER ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 8100-REJECT-DECISION
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-DEC-MERGE AND NOT WS-DEC-NOT-SAME
               MOVE "DECISION NOT M OR N" TO WS-REJECT-REASON
               PERFORM 8100-REJECT-DECISION
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DEC-FIRST-ID  TO DQ-OLDER-VOTER-ID.
           MOVE WS-DEC-SECOND-ID TO DQ-NEWER-VOTER-ID.
           READ DUP-REVIEW-FILE
               INVALID KEY
                   MOVE WS-DEC-SECOND-ID TO DQ-OLDER-VOTER-ID
                   MOVE WS-DEC-FIRST-ID  TO DQ-NEWER-VOTER-ID
                   READ DUP-REVIEW-FILE
                       INVALID KEY
                           MOVE "PAIR NOT ON REVIEW QUEUE"
                               TO WS-REJECT-REASON
                           PERFORM 8100-REJECT-DECISION
                           GO TO 2000-EXIT
                   END-READ
           END-READ.
           IF NOT DQ-PENDING
               MOVE "PAIR ALREADY WORKED" TO WS-REJECT-REASON
               PERFORM 8100-REJECT-DECISION
               GO TO 2000-EXIT
           END-IF.
           IF WS-DEC-NOT-SAME
               PERFORM 2100-CLEAR-PAIR
           ELSE
               PERFORM 2200-MERGE-PAIR
                   THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CLEAR-PAIR.
           SET DQ-NOT-SAME-PERSON TO TRUE.
           MOVE WS-CURRENT-DATE    TO DQ-WORKED-DATE.
           MOVE WS-AUD-OPERATOR-ID TO DQ-WORKED-BY.
           REWRITE DUP-REVIEW-RECORD.
           ADD 1 TO WS-PAIRS-CLEARED.
           MOVE DQ-NORMALIZED-NAME TO WS-NEWER-VOTER-NAME.
           MOVE "NOT SAME PERSON" TO WS-REG-ACTION.
           PERFORM 8000-WRITE-REGISTER-LINE.

      * ================================================================
      * 2200-MERGE-PAIR - both registrations must still be on the
      *                   roll and active (one may have gone since
      *                   the scan, by VOTMAINT or DISQMTCH).  The
      *                   newer is kept; the older is inactivated by
      *                   the VOTMAINT path: before image, status
      *                   change, after image, audit line, VOTINACT
      *                   transaction for the roll chain.
      * ================================================================
       2200-MERGE-PAIR.
           MOVE DQ-NEWER-VOTER-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   MOVE "NEWER VOTER NOT ON ROLL" TO WS-REJECT-REASON
                   PERFORM 8100-REJECT-DECISION
                   GO TO 2200-EXIT
           END-READ.
           IF NOT VRM-ACTIVE
               MOVE "NEWER VOTER NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM 8100-REJECT-DECISION
               GO TO 2200-EXIT
           END-IF.
           MOVE VRM-NAME TO WS-NEWER-VOTER-NAME.
           MOVE DQ-OLDER-VOTER-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   MOVE "OLDER VOTER NOT ON ROLL" TO WS-REJECT-REASON
                   PERFORM 8100-REJECT-DECISION
                   GO TO 2200-EXIT
           END-READ.
           IF NOT VRM-ACTIVE
               MOVE "OLDER VOTER NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM 8100-REJECT-DECISION
               GO TO 2200-EXIT
           END-IF.
           MOVE VRM-NAME            TO WS-AUDB-NAME.
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
           MOVE SPACES TO WS-AUD-RESULT.
           STRING "MERGED INTO " DQ-NEWER-VOTER-ID
               DELIMITED BY SIZE INTO WS-AUD-RESULT.
           MOVE VRM-VOTER-ID TO WS-AUD-VOTER-ID.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-TRAIL-LINE.
           WRITE AUDIT-TRAIL-LINE.
           MOVE VRM-VOTER-ID TO WS-ITR-VOTER-ID.
           MOVE "U" TO WS-ITR-REASON.
           MOVE WS-INACT-TRANS-DETAIL TO INACTIVATION-TRANS-RECORD.
           WRITE INACTIVATION-TRANS-RECORD.
           SET DQ-MERGED TO TRUE.
           MOVE WS-CURRENT-DATE    TO DQ-WORKED-DATE.
           MOVE WS-AUD-OPERATOR-ID TO DQ-WORKED-BY.
           REWRITE DUP-REVIEW-RECORD.
           ADD 1 TO WS-PAIRS-MERGED.
           MOVE "MERGED" TO WS-REG-ACTION.
           PERFORM 8000-WRITE-REGISTER-LINE.
       2200-EXIT.
           EXIT.

       8000-WRITE-REGISTER-LINE.
           MOVE DQ-OLDER-VOTER-ID   TO WS-REG-OLDER-ID.
           MOVE DQ-NEWER-VOTER-ID   TO WS-REG-NEWER-ID.
           MOVE WS-NEWER-VOTER-NAME TO WS-REG-NAME.
           MOVE WS-AUD-OPERATOR-ID  TO WS-REG-OPERATOR-ID.
           MOVE WS-REGISTER-DETAIL-LINE TO MERGE-REGISTER-LINE.
           WRITE MERGE-REGISTER-LINE.

       8100-REJECT-DECISION.
           ADD 1 TO WS-DECISIONS-REJECTED.
           DISPLAY "VOTDUPMG - REJECTED " WS-DEC-FIRST-ID " "
               WS-DEC-SECOND-ID " " WS-DEC-ACTION " - "
               WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "DUPLICATE REGISTRATION MERGE - END OF JOB SUMMARY".
           DISPLAY "  DECISIONS READ      : " WS-DECISIONS-READ.
           DISPLAY "  PAIRS MERGED        : " WS-PAIRS-MERGED.
           DISPLAY "  NOT SAME PERSON     : " WS-PAIRS-CLEARED.
           DISPLAY "  DECISIONS REJECTED  : " WS-DECISIONS-REJECTED.
           CLOSE DUP-DECISION-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE DUP-REVIEW-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE INACTIVATION-TRANS-FILE.
           CLOSE MERGE-REGISTER-FILE.
           IF WS-DECISIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM VOTDUPMG.
