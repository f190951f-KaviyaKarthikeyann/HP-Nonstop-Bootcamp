      ******************************************************************
      * PROGRAM:      PWLOAD
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the POLL-WORKER master from the keyed
      *               recruitment sign-ups, in the PRECLOAD mold.
      *               A poll worker must be a registered voter: the id
      *               must be ACTIVE on the VOTER-ROLL-MASTER, and the
      *               worker's name and home precinct are taken from
      *               the roll, not keyed.  A sign-up adds the worker
      *               or updates the one on file; a blank training
      *               date, employee id or availability leaves the one
      *               on file alone.  An availability must name an
      *               election on the ELECTION-EVENT master, and an
      *               employee id must be on the EMPLOYEE-MASTER
      *               (payroll sets a worker up before a stipend can
      *               be paid).  D drops the worker - marked inactive,
      *               kept for the assignment history.
      *
      *               Sign-up line (fixed column):
      *                   1-10   voter id
      *                   11     role - J judge, C clerk
      *                   12-14  party
      *                   15-22  election available for YYYYMMDD
      *                   23-30  training completed YYYYMMDD
      *                   31-40  payroll employee id
      *                   41     action - A add/update (blank), D drop
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original poll worker load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNUP-FILE ASSIGN TO "PWSIGNUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNUP-STATUS.

           SELECT POLL-WORKER-FILE ASSIGN TO "POLLWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PW-VOTER-ID
               FILE STATUS IS WS-POLLWORK-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-VOTEROLM-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNUP-FILE.
       01  SIGNUP-LINE                   PIC X(80).

       FD  POLL-WORKER-FILE.
       COPY PWRKREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SIGNUP-STATUS          PIC X(02) VALUE "00".
           05  WS-POLLWORK-STATUS        PIC X(02) VALUE "00".
           05  WS-VOTEROLM-STATUS        PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ON-FILE-SWITCH         PIC X(01) VALUE "N".
               88  WS-WORKER-ON-FILE            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-ADDED          PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-UPDATED        PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-DROPPED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-SIGNUP-FIELDS.
           05  WS-SU-VOTER-ID-X          PIC X(10).
           05  WS-SU-VOTER-ID REDEFINES WS-SU-VOTER-ID-X
                                         PIC 9(10).
           05  WS-SU-ROLE                PIC X(01).
               88  WS-SU-ROLE-VALID             VALUE "J" "C".
           05  WS-SU-PARTY               PIC X(03).
           05  WS-SU-AVAILABLE-X         PIC X(08).
           05  WS-SU-AVAILABLE REDEFINES WS-SU-AVAILABLE-X
                                         PIC 9(08).
           05  WS-SU-TRAINED-X           PIC X(08).
           05  WS-SU-TRAINED REDEFINES WS-SU-TRAINED-X
                                         PIC 9(08).
           05  WS-SU-EMP-ID-X            PIC X(10).
           05  WS-SU-EMP-ID REDEFINES WS-SU-EMP-ID-X
                                         PIC 9(10).
           05  WS-SU-ACTION              PIC X(01).
               88  WS-SU-ADD                    VALUE "A" " ".
               88  WS-SU-DROP                   VALUE "D".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-SIGNUPS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SIGNUP-FILE.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-VOTEROLM-STATUS NOT = "00"
               DISPLAY "PWLOAD - CANNOT OPEN VOTEROLM - STATUS "
                   WS-VOTEROLM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ELECTION-MASTER-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN I-O POLL-WORKER-FILE.
           IF WS-POLLWORK-STATUS = "35"
               OPEN OUTPUT POLL-WORKER-FILE
               CLOSE POLL-WORKER-FILE
               OPEN I-O POLL-WORKER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-SIGNUPS.
           READ SIGNUP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE SIGNUP-LINE(1:10)  TO WS-SU-VOTER-ID-X
                   MOVE SIGNUP-LINE(11:1)  TO WS-SU-ROLE
                   MOVE SIGNUP-LINE(12:3)  TO WS-SU-PARTY
                   MOVE SIGNUP-LINE(15:8)  TO WS-SU-AVAILABLE-X
                   MOVE SIGNUP-LINE(23:8)  TO WS-SU-TRAINED-X
                   MOVE SIGNUP-LINE(31:10) TO WS-SU-EMP-ID-X
                   MOVE SIGNUP-LINE(41:1)  TO WS-SU-ACTION
                   PERFORM 2100-APPLY-ONE-SIGNUP
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-APPLY-ONE-SIGNUP - edits the sign-up against the roll,
      *                         the election and payroll masters,
      *                         then adds, updates or drops the
      *                         worker.
      * ================================================================
       2100-APPLY-ONE-SIGNUP.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-SU-VOTER-ID-X IS NOT NUMERIC
               MOVE "VOTER ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-SIGNUP
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-SU-ADD AND NOT WS-SU-DROP
               MOVE "ACTION MUST BE A OR D" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-SIGNUP
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-ON-FILE-SWITCH.
           MOVE WS-SU-VOTER-ID TO PW-VOTER-ID.
           READ POLL-WORKER-FILE
               NOT INVALID KEY
                   SET WS-WORKER-ON-FILE TO TRUE
           END-READ.
           IF WS-SU-DROP
               IF WS-WORKER-ON-FILE
                   SET PW-INACTIVE TO TRUE
                   MOVE WS-CURRENT-DATE TO PW-LAST-CHANGED-DATE
                   REWRITE POLL-WORKER-RECORD
                   ADD 1 TO WS-WORKERS-DROPPED
               ELSE
                   MOVE "NOT A POLL WORKER TO DROP"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-SIGNUP
               END-IF
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-EDIT-SIGNUP
               THRU 2200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-SIGNUP
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-WORKER-ON-FILE
               MOVE SPACES TO POLL-WORKER-RECORD
               MOVE WS-SU-VOTER-ID TO PW-VOTER-ID
               MOVE ZERO TO PW-AVAILABLE-ELECTION
               MOVE ZERO TO PW-TRAINED-DATE
               MOVE ZERO TO PW-EMP-ID
           END-IF.
           MOVE VRM-NAME          TO PW-NAME.
           MOVE VRM-PRECINCT-CODE TO PW-HOME-PRECINCT.
           MOVE WS-SU-ROLE        TO PW-ROLE.
           MOVE WS-SU-PARTY       TO PW-PARTY.
           IF WS-SU-AVAILABLE-X NOT = SPACES
               MOVE WS-SU-AVAILABLE TO PW-AVAILABLE-ELECTION
           END-IF.
           IF WS-SU-TRAINED-X NOT = SPACES
               MOVE WS-SU-TRAINED TO PW-TRAINED-DATE
           END-IF.
           IF WS-SU-EMP-ID-X NOT = SPACES
               MOVE WS-SU-EMP-ID TO PW-EMP-ID
           END-IF.
           SET PW-ACTIVE TO TRUE.
           MOVE WS-CURRENT-DATE TO PW-LAST-CHANGED-DATE.
           IF WS-WORKER-ON-FILE
               REWRITE POLL-WORKER-RECORD
               ADD 1 TO WS-WORKERS-UPDATED
           ELSE
               WRITE POLL-WORKER-RECORD
               ADD 1 TO WS-WORKERS-ADDED
           END-IF.
       2100-EXIT.
           EXIT.

       2200-EDIT-SIGNUP.
           MOVE WS-SU-VOTER-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   MOVE "NOT A REGISTERED VOTER" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ.
           IF NOT VRM-ACTIVE
               MOVE "VOTER IS NOT ACTIVE ON THE ROLL"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-SU-ROLE-VALID
               MOVE "ROLE MUST BE J OR C" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-SU-AVAILABLE-X NOT = SPACES
               IF WS-SU-AVAILABLE-X IS NOT NUMERIC
                   MOVE "AVAILABILITY DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               IF WS-SU-AVAILABLE NOT = ZERO
                   MOVE WS-SU-AVAILABLE TO EE-ELECTION-DATE
                   READ ELECTION-MASTER-FILE
                       INVALID KEY
                           MOVE "AVAILABLE FOR AN UNKNOWN ELECTION"
                               TO WS-REJECT-REASON
                           GO TO 2200-EXIT
                   END-READ
               END-IF
           END-IF.
           IF WS-SU-TRAINED-X NOT = SPACES
              AND WS-SU-TRAINED-X IS NOT NUMERIC
               MOVE "TRAINING DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-SU-EMP-ID-X NOT = SPACES
               IF WS-SU-EMP-ID-X IS NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE WS-SU-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON PAYROLL MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

       2900-REJECT-SIGNUP.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "PWLOAD - REJECTED LINE " WS-RECORDS-READ " "
               WS-SU-VOTER-ID-X " - " WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "POLL WORKER LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  WORKERS ADDED    : " WS-WORKERS-ADDED.
           DISPLAY "  WORKERS UPDATED  : " WS-WORKERS-UPDATED.
           DISPLAY "  WORKERS DROPPED  : " WS-WORKERS-DROPPED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE SIGNUP-FILE.
           CLOSE POLL-WORKER-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE ELECTION-MASTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM PWLOAD.
