      *                    end of job - consumed transactions must
      *                    not reapply on the next chain run or
      *                    accumulate forever.
      *   2026-10-15  RJP  Roll lines widen to X(120) for the party
      *                    affiliation in columns 111-113; the
      *                    archive line widens to X(131) with them.
      *   2026-10-15  RJP  Honors the VOTMAINT record locks through the
      *                    shared RECLOCK subroutine: the run works the
      *                    whole roll, so it refuses to start (RC 8)
      *                    while any voter lock is live, to be rerun
      *                    once the screens are clear.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTPURGE.
       01  INACTIVATION-TRANS-RECORD     PIC X(80).

       FD  MASTER-ROLL-IN-FILE.
       01  MASTER-ROLL-IN-LINE           PIC X(120).

       FD  MASTER-ROLL-OUT-FILE.
       01  MASTER-ROLL-OUT-LINE          PIC X(120).

       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-LINE            PIC X(131).

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.
       01  WS-CURRENT-DATE               PIC 9(08).

      * ---------------------------------------------------------- *
      * Archive line: the full roll image, the purge date,          *
      * and the inactivation reason code.                           *
      * ---------------------------------------------------------- *
       01  WS-ARCHIVE-DETAIL-LINE.
           05  WS-ARC-ROLL-IMAGE         PIC X(120).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-ARC-PURGE-DATE         PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RSM-LABEL              PIC X(24).
           05  WS-RSM-COUNT              PIC ZZZ,ZZ9.

       COPY RECLOCKW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-CHECK-NO-LOCKS-HELD.
           SORT PURGE-SORT-FILE
               ON ASCENDING KEY PS-VOTER-ID
               INPUT PROCEDURE IS 1000-LOAD-TRANSACTIONS
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
           MOVE "VOTPURGE" TO RK-PROGRAM-ID.
           MOVE "VOTEROLM" TO RK-FILE-ID.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "VOTPURGE - " RK-LOCKS-HELD-COUNT
                   " VOTER RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ONE-TRANSACTION.
           READ INACTIVATION-TRANS-FILE
               AT END
