      ******************************************************************
      * PROGRAM:      PWSTAFF
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Poll worker staffing for the election date in
      *               command-line columns 1-8 (validated against the
      *               ELECTION-EVENT master).  Columns 9-10 and 11-12
      *               give the minimum judges and clerks every polling
      *               place on the PRECINCT-MASTER needs (blank - 2
      *               of each).
      *
      *               Assignments already on the POLL-ASSIGNMENT file
      *               stand; each run fills only the seats still open,
      *               so it can be rerun as sign-ups come in.  Every
      *               ACTIVE poll worker available for the election
      *               and trained on or before election day, and not
      *               yet assigned, is placed in turn: a judge in a
      *               judge seat at the worker's home precinct, else
      *               at the first precinct with one open, else in a
      *               clerk seat the same way; a clerk in a clerk
      *               seat.  Party balance holds on the judges - no
      *               more than half of a precinct's minimum judges
      *               (rounded up) may come from one party.
      *
      *               The STAFFRPT report lists the assignments made,
      *               the available workers still untrained, and every
      *               precinct's unfilled positions (return code 4 if
      *               any remain).
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original poll worker staffing program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWSTAFF.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT PRECINCT-MASTER-FILE ASSIGN TO "PRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREC-CODE
               FILE STATUS IS WS-PRECMAST-STATUS.

           SELECT POLL-WORKER-FILE ASSIGN TO "POLLWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PW-VOTER-ID
               FILE STATUS IS WS-POLLWORK-STATUS.

           SELECT POLL-ASSIGNMENT-FILE ASSIGN TO "POLLASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-POLLASGN-STATUS.

           SELECT STAFFING-REPORT-FILE ASSIGN TO "STAFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.

       FD  POLL-WORKER-FILE.
       COPY PWRKREC.

       FD  POLL-ASSIGNMENT-FILE.
       COPY PASGREC.

       FD  STAFFING-REPORT-FILE.
       01  STAFFING-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-POLLWORK-STATUS        PIC X(02) VALUE "00".
           05  WS-POLLASGN-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ASSIGNED-SWITCH        PIC X(01) VALUE "N".
               88  WS-ALREADY-ASSIGNED          VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-PRIOR-ASSIGNMENTS      PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-ASSIGNED       PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-UNTRAINED      PIC 9(9) COMP VALUE ZERO.
           05  WS-WORKERS-NOT-NEEDED     PIC 9(9) COMP VALUE ZERO.
           05  WS-JUDGES-SHORT           PIC 9(9) COMP VALUE ZERO.
           05  WS-CLERKS-SHORT           PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-MIN-JUDGES                 PIC 9(02).
       01  WS-MIN-CLERKS                 PIC 9(02).
       01  WS-PARTY-JUDGE-LIMIT          PIC 9(02).

      * Every polling place and its seats filled so far, in precinct
      * order off the master so it searches ALL.  Judges are counted
      * by party, up to six parties per precinct.
       01  WS-PRECINCT-LIMIT             PIC 9(05) COMP VALUE 3000.
       01  WS-PRECINCT-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-PRECINCT-TABLE.
           05  WS-PTB-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON WS-PRECINCT-COUNT
                               ASCENDING KEY IS WS-PTB-PRECINCT-CODE
                               INDEXED BY WS-PTB-IDX.
               10  WS-PTB-PRECINCT-CODE  PIC X(04).
               10  WS-PTB-POLLING-PLACE  PIC X(30).
               10  WS-PTB-JUDGES         PIC 9(02).
               10  WS-PTB-CLERKS         PIC 9(02).
               10  WS-PTB-PARTY-ENTRY OCCURS 6 TIMES.
                   15  WS-PTB-PARTY      PIC X(03).
                   15  WS-PTB-PARTY-JUDGES PIC 9(02).
       01  WS-PTB-SUB                    PIC 9(05) COMP.
       01  WS-HOME-SUB                   PIC 9(05) COMP.
       01  WS-FOUND-SUB                  PIC 9(05) COMP.
       01  WS-PARTY-SUB                  PIC 9(4) COMP.
       01  WS-PARTY-HIT                  PIC 9(4) COMP.

      * The seat being looked for, and the party it is for.
       01  WS-SEAT-ROLE                  PIC X(01).
           88  WS-SEAT-JUDGE                    VALUE "J".
           88  WS-SEAT-CLERK                    VALUE "C".
       01  WS-SEAT-PARTY                 PIC X(03).
       01  WS-SEAT-OPEN-SWITCH           PIC X(01).
           88  WS-SEAT-IS-OPEN                  VALUE "Y".

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(30) VALUE
               "POLL WORKER STAFFING FOR".
           05  WS-HDG-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HDG-ELECTION-DATE      PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE "MINIMUM ".
           05  WS-HDG-MIN-JUDGES         PIC Z9.
           05  FILLER                    PIC X(08) VALUE " JUDGES ".
           05  WS-HDG-MIN-CLERKS         PIC Z9.
           05  FILLER                    PIC X(07) VALUE " CLERKS".

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT               PIC X(60).

       01  WS-ASSIGNMENT-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-PRECINCT           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-ROLE               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-PARTY              PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ASL-NOTE               PIC X(30).

       01  WS-UNFILLED-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UFL-PRECINCT           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UFL-POLLING-PLACE      PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UFL-JUDGES-SHORT       PIC Z9.
           05  FILLER                    PIC X(14) VALUE
               " JUDGES SHORT ".
           05  WS-UFL-CLERKS-SHORT       PIC Z9.
           05  FILLER                    PIC X(13) VALUE
               " CLERKS SHORT".

       01  WS-TOTAL-LINE.
           05  WS-TTL-CAPTION            PIC X(40).
           05  WS-TTL-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-PRECINCTS
               THRU 2000-EXIT.
           PERFORM 3000-COUNT-PRIOR-ASSIGNMENTS
               THRU 3000-EXIT.
           PERFORM 4000-STAFF-WORKERS
               THRU 4000-EXIT.
           PERFORM 5000-LIST-UNFILLED
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - election date and the staffing minimums.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
               DISPLAY "PWSTAFF - ELECTION DATE PARAMETER "
                   "(YYYYMMDD) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           MOVE 2 TO WS-MIN-JUDGES.
           MOVE 2 TO WS-MIN-CLERKS.
           IF WS-CMD-LINE-PARM(9:2) NOT = SPACES
               IF WS-CMD-LINE-PARM(9:2) IS NUMERIC
                   MOVE WS-CMD-LINE-PARM(9:2) TO WS-MIN-JUDGES
               ELSE
                   DISPLAY "PWSTAFF - MINIMUM JUDGES (COLUMNS 9-10) "
                       "NOT NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-CMD-LINE-PARM(11:2) NOT = SPACES
               IF WS-CMD-LINE-PARM(11:2) IS NUMERIC
                   MOVE WS-CMD-LINE-PARM(11:2) TO WS-MIN-CLERKS
               ELSE
                   DISPLAY "PWSTAFF - MINIMUM CLERKS (COLUMNS 11-12) "
                       "NOT NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WS-PARTY-JUDGE-LIMIT = (WS-MIN-JUDGES + 1) / 2.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "PWSTAFF - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT POLL-WORKER-FILE.
           IF WS-POLLWORK-STATUS NOT = "00"
               DISPLAY "PWSTAFF - CANNOT OPEN POLLWORK - STATUS "
                   WS-POLLWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POLL-ASSIGNMENT-FILE.
           IF WS-POLLASGN-STATUS = "35"
               OPEN OUTPUT POLL-ASSIGNMENT-FILE
               CLOSE POLL-ASSIGNMENT-FILE
               OPEN I-O POLL-ASSIGNMENT-FILE
           END-IF.
           OPEN OUTPUT STAFFING-REPORT-FILE.
           MOVE EE-DESCRIPTION   TO WS-HDG-DESCRIPTION.
           MOVE WS-ELECTION-DATE TO WS-HDG-ELECTION-DATE.
           MOVE WS-MIN-JUDGES    TO WS-HDG-MIN-JUDGES.
           MOVE WS-MIN-CLERKS    TO WS-HDG-MIN-CLERKS.
           MOVE WS-HEADING-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-LOAD-PRECINCTS.
           OPEN INPUT PRECINCT-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LOAD-ONE-PRECINCT
               UNTIL WS-END-OF-FILE.
           CLOSE PRECINCT-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PRECINCT.
           READ PRECINCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               IF WS-PRECINCT-COUNT NOT < WS-PRECINCT-LIMIT
                   DISPLAY "PWSTAFF - MORE THAN " WS-PRECINCT-LIMIT
                       " PRECINCTS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRECINCT-COUNT
               MOVE WS-PRECINCT-COUNT TO WS-PTB-SUB
               MOVE PREC-CODE TO WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
               MOVE PREC-POLLING-PLACE
                   TO WS-PTB-POLLING-PLACE(WS-PTB-SUB)
               MOVE ZERO TO WS-PTB-JUDGES(WS-PTB-SUB)
               MOVE ZERO TO WS-PTB-CLERKS(WS-PTB-SUB)
               PERFORM 2200-CLEAR-ONE-PARTY
                   VARYING WS-PARTY-SUB FROM 1 BY 1
                   UNTIL WS-PARTY-SUB > 6
           END-IF.

       2200-CLEAR-ONE-PARTY.
           MOVE SPACES TO WS-PTB-PARTY(WS-PTB-SUB, WS-PARTY-SUB).
           MOVE ZERO TO WS-PTB-PARTY-JUDGES(WS-PTB-SUB, WS-PARTY-SUB).

      * ================================================================
      * 3000-COUNT-PRIOR-ASSIGNMENTS - the seats earlier runs filled.
      * ================================================================
       3000-COUNT-PRIOR-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-ELECTION-DATE TO PA-ELECTION-DATE.
           MOVE ZERO TO PA-VOTER-ID.
           START POLL-ASSIGNMENT-FILE
               KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3100-COUNT-ONE-ASSIGNMENT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-ASSIGNMENT.
           READ POLL-ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
              AND PA-ELECTION-DATE NOT = WS-ELECTION-DATE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-PRIOR-ASSIGNMENTS
               SEARCH ALL WS-PTB-ENTRY
                   WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                        = PA-PRECINCT-CODE
                       SET WS-PTB-SUB TO WS-PTB-IDX
                       PERFORM 6000-COUNT-SEAT-FILLED
               END-SEARCH
           END-IF.

      * ================================================================
      * 4000-STAFF-WORKERS - each available, trained, unassigned
      *                      worker into the first open seat, home
      *                      precinct first.
      * ================================================================
       4000-STAFF-WORKERS.
           MOVE SPACES TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
           MOVE "ASSIGNMENTS MADE THIS RUN" TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-STAFF-ONE-WORKER
               THRU 4100-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-STAFF-ONE-WORKER.
           READ POLL-WORKER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-WORKERS-READ.
           IF NOT PW-ACTIVE
              OR PW-AVAILABLE-ELECTION NOT = WS-ELECTION-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-ASSIGNED-SWITCH.
           MOVE WS-ELECTION-DATE TO PA-ELECTION-DATE.
           MOVE PW-VOTER-ID      TO PA-VOTER-ID.
           READ POLL-ASSIGNMENT-FILE
               NOT INVALID KEY
                   SET WS-ALREADY-ASSIGNED TO TRUE
           END-READ.
           IF WS-ALREADY-ASSIGNED
               GO TO 4100-EXIT
           END-IF.
           IF PW-TRAINED-DATE = ZERO
              OR PW-TRAINED-DATE > WS-ELECTION-DATE
               ADD 1 TO WS-WORKERS-UNTRAINED
               MOVE SPACES TO WS-ASL-PRECINCT
               MOVE SPACES TO WS-ASL-ROLE
               MOVE "NOT ASSIGNED - NOT TRAINED" TO WS-ASL-NOTE
               PERFORM 8000-PRINT-WORKER-LINE
               GO TO 4100-EXIT
           END-IF.
           MOVE PW-PARTY TO WS-SEAT-PARTY.
           MOVE ZERO TO WS-FOUND-SUB.
           IF PW-ROLE-JUDGE
               SET WS-SEAT-JUDGE TO TRUE
               PERFORM 4200-FIND-OPEN-SEAT
           END-IF.
           IF WS-FOUND-SUB = ZERO
               SET WS-SEAT-CLERK TO TRUE
               PERFORM 4200-FIND-OPEN-SEAT
           END-IF.
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-WORKERS-NOT-NEEDED
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO POLL-ASSIGNMENT-RECORD.
           MOVE WS-ELECTION-DATE TO PA-ELECTION-DATE.
           MOVE PW-VOTER-ID      TO PA-VOTER-ID.
           MOVE WS-PTB-PRECINCT-CODE(WS-FOUND-SUB)
               TO PA-PRECINCT-CODE.
           MOVE WS-SEAT-ROLE     TO PA-ROLE.
           MOVE PW-PARTY         TO PA-PARTY.
           SET PA-ASSIGNED TO TRUE.
           MOVE ZERO             TO PA-HOURS.
           MOVE ZERO             TO PA-STIPEND.
           MOVE WS-CURRENT-DATE  TO PA-ASSIGNED-DATE.
           MOVE ZERO             TO PA-PAID-DATE.
           WRITE POLL-ASSIGNMENT-RECORD.
           ADD 1 TO WS-WORKERS-ASSIGNED.
           MOVE WS-FOUND-SUB TO WS-PTB-SUB.
           PERFORM 6000-COUNT-SEAT-FILLED.
           MOVE PA-PRECINCT-CODE TO WS-ASL-PRECINCT.
           IF PA-SERVES-AS-JUDGE
               MOVE "JUDGE" TO WS-ASL-ROLE
           ELSE
               MOVE "CLERK" TO WS-ASL-ROLE
           END-IF.
           IF PA-PRECINCT-CODE = PW-HOME-PRECINCT
               MOVE "HOME PRECINCT" TO WS-ASL-NOTE
           ELSE
               MOVE SPACES TO WS-ASL-NOTE
           END-IF.
           PERFORM 8000-PRINT-WORKER-LINE.
       4100-EXIT.
           EXIT.

       4200-FIND-OPEN-SEAT.
           MOVE ZERO TO WS-HOME-SUB.
           SEARCH ALL WS-PTB-ENTRY
               WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                    = PW-HOME-PRECINCT
                   SET WS-HOME-SUB TO WS-PTB-IDX
           END-SEARCH.
           IF WS-HOME-SUB NOT = ZERO
               MOVE WS-HOME-SUB TO WS-PTB-SUB
               PERFORM 4300-CHECK-SEAT-OPEN
               IF WS-SEAT-IS-OPEN
                   MOVE WS-HOME-SUB TO WS-FOUND-SUB
               END-IF
           END-IF.
           PERFORM 4250-TRY-ONE-PRECINCT
               VARYING WS-PTB-SUB FROM 1 BY 1
               UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT
                  OR WS-FOUND-SUB NOT = ZERO.

       4250-TRY-ONE-PRECINCT.
           PERFORM 4300-CHECK-SEAT-OPEN.
           IF WS-SEAT-IS-OPEN
               MOVE WS-PTB-SUB TO WS-FOUND-SUB
           END-IF.

      * A judge seat is open to a party below its share of the
      * precinct's minimum judges.
       4300-CHECK-SEAT-OPEN.
           MOVE "N" TO WS-SEAT-OPEN-SWITCH.
           IF WS-SEAT-CLERK
               IF WS-PTB-CLERKS(WS-PTB-SUB) < WS-MIN-CLERKS
                   SET WS-SEAT-IS-OPEN TO TRUE
               END-IF
           ELSE
               IF WS-PTB-JUDGES(WS-PTB-SUB) < WS-MIN-JUDGES
                   PERFORM 6100-FIND-PARTY-SLOT
                   IF WS-PARTY-HIT = ZERO
                       SET WS-SEAT-IS-OPEN TO TRUE
                   ELSE
                       IF WS-PTB-PARTY-JUDGES(WS-PTB-SUB, WS-PARTY-HIT)
                          < WS-PARTY-JUDGE-LIMIT
                           SET WS-SEAT-IS-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ================================================================
      * 5000-LIST-UNFILLED - every precinct short of its minimums.
      * ================================================================
       5000-LIST-UNFILLED.
           MOVE SPACES TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
           MOVE "UNFILLED POSITIONS" TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
           PERFORM 5100-LIST-ONE-PRECINCT
               VARYING WS-PTB-SUB FROM 1 BY 1
               UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT.
           MOVE SPACES TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.
           MOVE "ASSIGNED IN EARLIER RUNS" TO WS-TTL-CAPTION.
           MOVE WS-PRIOR-ASSIGNMENTS TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
           MOVE "ASSIGNED THIS RUN" TO WS-TTL-CAPTION.
           MOVE WS-WORKERS-ASSIGNED TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
           MOVE "AVAILABLE BUT NOT TRAINED" TO WS-TTL-CAPTION.
           MOVE WS-WORKERS-UNTRAINED TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
           MOVE "AVAILABLE, NO OPEN SEAT" TO WS-TTL-CAPTION.
           MOVE WS-WORKERS-NOT-NEEDED TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
           MOVE "JUDGE POSITIONS UNFILLED" TO WS-TTL-CAPTION.
           MOVE WS-JUDGES-SHORT TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
           MOVE "CLERK POSITIONS UNFILLED" TO WS-TTL-CAPTION.
           MOVE WS-CLERKS-SHORT TO WS-TTL-COUNT.
           PERFORM 5200-PRINT-TOTAL.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-PRECINCT.
           IF WS-PTB-JUDGES(WS-PTB-SUB) < WS-MIN-JUDGES
              OR WS-PTB-CLERKS(WS-PTB-SUB) < WS-MIN-CLERKS
               MOVE WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
                   TO WS-UFL-PRECINCT
               MOVE WS-PTB-POLLING-PLACE(WS-PTB-SUB)
                   TO WS-UFL-POLLING-PLACE
               MOVE ZERO TO WS-UFL-JUDGES-SHORT
               MOVE ZERO TO WS-UFL-CLERKS-SHORT
               IF WS-PTB-JUDGES(WS-PTB-SUB) < WS-MIN-JUDGES
                   COMPUTE WS-UFL-JUDGES-SHORT =
                       WS-MIN-JUDGES - WS-PTB-JUDGES(WS-PTB-SUB)
                   COMPUTE WS-JUDGES-SHORT = WS-JUDGES-SHORT
                       + WS-MIN-JUDGES - WS-PTB-JUDGES(WS-PTB-SUB)
               END-IF
               IF WS-PTB-CLERKS(WS-PTB-SUB) < WS-MIN-CLERKS
                   COMPUTE WS-UFL-CLERKS-SHORT =
                       WS-MIN-CLERKS - WS-PTB-CLERKS(WS-PTB-SUB)
                   COMPUTE WS-CLERKS-SHORT = WS-CLERKS-SHORT
                       + WS-MIN-CLERKS - WS-PTB-CLERKS(WS-PTB-SUB)
               END-IF
               MOVE WS-UNFILLED-LINE TO STAFFING-REPORT-LINE
               WRITE STAFFING-REPORT-LINE
           END-IF.

       5200-PRINT-TOTAL.
           MOVE WS-TOTAL-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.

      * ================================================================
      * 6000-COUNT-SEAT-FILLED - one more judge (by party) or clerk at
      *                          the precinct in WS-PTB-SUB, from the
      *                          assignment record.
      * ================================================================
       6000-COUNT-SEAT-FILLED.
           IF PA-SERVES-AS-JUDGE
               ADD 1 TO WS-PTB-JUDGES(WS-PTB-SUB)
               MOVE PA-PARTY TO WS-SEAT-PARTY
               PERFORM 6100-FIND-PARTY-SLOT
               IF WS-PARTY-HIT = ZERO
                   PERFORM 6200-OPEN-PARTY-SLOT
               END-IF
               IF WS-PARTY-HIT NOT = ZERO
                   ADD 1 TO
                       WS-PTB-PARTY-JUDGES(WS-PTB-SUB, WS-PARTY-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-PTB-CLERKS(WS-PTB-SUB)
           END-IF.

       6100-FIND-PARTY-SLOT.
           MOVE ZERO TO WS-PARTY-HIT.
           PERFORM 6110-MATCH-ONE-PARTY
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > 6
                  OR WS-PARTY-HIT NOT = ZERO.

       6110-MATCH-ONE-PARTY.
           IF WS-PTB-PARTY-JUDGES(WS-PTB-SUB, WS-PARTY-SUB) > ZERO
              AND WS-PTB-PARTY(WS-PTB-SUB, WS-PARTY-SUB)
                  = WS-SEAT-PARTY
               MOVE WS-PARTY-SUB TO WS-PARTY-HIT
           END-IF.

       6200-OPEN-PARTY-SLOT.
           PERFORM 6210-TAKE-EMPTY-SLOT
               VARYING WS-PARTY-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SUB > 6
                  OR WS-PARTY-HIT NOT = ZERO.

       6210-TAKE-EMPTY-SLOT.
           IF WS-PTB-PARTY-JUDGES(WS-PTB-SUB, WS-PARTY-SUB) = ZERO
               MOVE WS-PARTY-SUB TO WS-PARTY-HIT
               MOVE WS-SEAT-PARTY
                   TO WS-PTB-PARTY(WS-PTB-SUB, WS-PARTY-SUB)
           END-IF.

       8000-PRINT-WORKER-LINE.
           MOVE PW-VOTER-ID TO WS-ASL-VOTER-ID.
           MOVE PW-NAME     TO WS-ASL-NAME.
           MOVE PW-PARTY    TO WS-ASL-PARTY.
           MOVE WS-ASSIGNMENT-LINE TO STAFFING-REPORT-LINE.
           WRITE STAFFING-REPORT-LINE.

       9000-TERMINATE.
           DISPLAY "POLL WORKER STAFFING - END OF JOB SUMMARY".
           DISPLAY "  PRECINCTS              : " WS-PRECINCT-COUNT.
           DISPLAY "  PRIOR ASSIGNMENTS      : " WS-PRIOR-ASSIGNMENTS.
           DISPLAY "  WORKERS READ           : " WS-WORKERS-READ.
           DISPLAY "  WORKERS ASSIGNED       : " WS-WORKERS-ASSIGNED.
           DISPLAY "  AVAILABLE, UNTRAINED   : " WS-WORKERS-UNTRAINED.
           DISPLAY "  AVAILABLE, NO SEAT     : " WS-WORKERS-NOT-NEEDED.
           DISPLAY "  JUDGE POSITIONS SHORT  : " WS-JUDGES-SHORT.
           DISPLAY "  CLERK POSITIONS SHORT  : " WS-CLERKS-SHORT.
           CLOSE POLL-WORKER-FILE.
           CLOSE POLL-ASSIGNMENT-FILE.
           CLOSE STAFFING-REPORT-FILE.
           IF WS-JUDGES-SHORT > ZERO
              OR WS-CLERKS-SHORT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM PWSTAFF.
