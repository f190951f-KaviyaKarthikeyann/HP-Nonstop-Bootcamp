      ******************************************************************
      * PROGRAM:      RSLTLOAD
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Election results entry, for the election date
      *               in command-line columns 1-8 (validated against
      *               the ELECTION-EVENT master).  Loads the counts
      *               the precincts report - per contest and choice,
      *               held apart as election day, absentee and
      *               provisional - into the ELECTION-RESULT master,
      *               plus each precinct's ballots cast.  It is run
      *               as often as returns come in on election night;
      *               a count reported again replaces the one on file,
      *               so a corrected tally is simply keyed again.
      *               Every line is checked against the precinct's
      *               BALLOT-STYLE record - the contest must be on
      *               that precinct's ballot - and against the
      *               contest's candidate list on the CONTEST master.
      *               Rejected lines are displayed and set return
      *               code 4.  RSLTRPT prints the results.
      *
      *               Results line (fixed column):
      *                   1-4    precinct code
      *                   5-8    contest number (0000 - ballots cast)
      *                   9-10   choice number in ballot order
      *                          (00 on the ballots cast line,
      *                          99 - write-ins on an office)
      *                   11     E election day, A absentee,
      *                          V provisional
      *                   12-18  count
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original results entry program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-IN-FILE ASSIGN TO "RSLTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLTIN-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT CONTEST-MASTER-FILE ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTMAST-STATUS.

           SELECT BALLOT-STYLE-FILE ASSIGN TO "BALSTYL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BST-KEY
               FILE STATUS IS WS-BALSTYL-STATUS.

           SELECT RESULTS-MASTER-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-IN-FILE.
       01  RESULTS-IN-LINE               PIC X(80).

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  CONTEST-MASTER-FILE.
       COPY CONTREC.

       FD  BALLOT-STYLE-FILE.
       COPY BSTYREC.

       FD  RESULTS-MASTER-FILE.
       COPY RSLTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RSLTIN-STATUS          PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CONTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-BALSTYL-STATUS         PIC X(02) VALUE "00".
           05  WS-RESULTS-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ON-BALLOT-SWITCH       PIC X(01) VALUE "N".
               88  WS-CONTEST-ON-BALLOT         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-COUNTS-ADDED           PIC 9(9) COMP VALUE ZERO.
           05  WS-COUNTS-REPLACED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).
       01  WS-BST-IDX                    PIC 9(4) COMP.

       01  WS-IN-FIELDS.
           05  WS-IN-PRECINCT-CODE       PIC X(04).
           05  WS-IN-CONTEST-NO          PIC X(04).
           05  WS-IN-CONTEST-NUM REDEFINES WS-IN-CONTEST-NO
                                         PIC 9(04).
           05  WS-IN-CHOICE-NO           PIC X(02).
           05  WS-IN-CHOICE-NUM REDEFINES WS-IN-CHOICE-NO
                                         PIC 9(02).
           05  WS-IN-VOTE-TYPE           PIC X(01).
               88  WS-IN-ELECTION-DAY           VALUE "E".
               88  WS-IN-ABSENTEE               VALUE "A".
               88  WS-IN-PROVISIONAL            VALUE "V".
           05  WS-IN-COUNT               PIC X(07).
           05  WS-IN-COUNT-NUM REDEFINES WS-IN-COUNT
                                         PIC 9(07).

       01  WS-REJECT-REASON              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-RESULTS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
               DISPLAY "RSLTLOAD - ELECTION DATE PARAMETER "
                   "(YYYYMMDD) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "RSLTLOAD - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT BALLOT-STYLE-FILE.
           IF WS-BALSTYL-STATUS NOT = "00"
               DISPLAY "RSLTLOAD - CANNOT OPEN BALSTYL - STATUS "
                   WS-BALSTYL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTEST-MASTER-FILE.
           OPEN INPUT RESULTS-IN-FILE.
           OPEN I-O RESULTS-MASTER-FILE.
           IF WS-RESULTS-STATUS = "35"
               OPEN OUTPUT RESULTS-MASTER-FILE
               CLOSE RESULTS-MASTER-FILE
               OPEN I-O RESULTS-MASTER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-RESULTS.
           READ RESULTS-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE RESULTS-IN-LINE(1:4)  TO WS-IN-PRECINCT-CODE
                   MOVE RESULTS-IN-LINE(5:4)  TO WS-IN-CONTEST-NO
                   MOVE RESULTS-IN-LINE(9:2)  TO WS-IN-CHOICE-NO
                   MOVE RESULTS-IN-LINE(11:1) TO WS-IN-VOTE-TYPE
                   MOVE RESULTS-IN-LINE(12:7) TO WS-IN-COUNT
                   PERFORM 2100-APPLY-ONE-COUNT
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-APPLY-ONE-COUNT - edits the line, then adds the result
      *                        record or replaces the one vote type's
      *                        count on it.
      * ================================================================
       2100-APPLY-ONE-COUNT.
           IF WS-IN-CONTEST-NO IS NOT NUMERIC
              OR WS-IN-CHOICE-NO IS NOT NUMERIC
              OR WS-IN-COUNT IS NOT NUMERIC
               MOVE "CONTEST, CHOICE OR COUNT NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-LINE
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-IN-ELECTION-DAY AND NOT WS-IN-ABSENTEE
              AND NOT WS-IN-PROVISIONAL
               MOVE "VOTE TYPE MUST BE E, A OR V"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-ELECTION-DATE    TO BST-ELECTION-DATE.
           MOVE WS-IN-PRECINCT-CODE TO BST-PRECINCT-CODE.
           READ BALLOT-STYLE-FILE
               INVALID KEY
                   MOVE "PRECINCT HAS NO BALLOT STYLE"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-LINE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-IN-CONTEST-NUM = ZERO
               IF WS-IN-CHOICE-NUM NOT = ZERO
                   MOVE "BALLOTS CAST LINE MUST BE CHOICE 00"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-LINE
                   GO TO 2100-EXIT
               END-IF
           ELSE
               PERFORM 2200-CHECK-CONTEST-CHOICE
                   THRU 2200-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 2900-REJECT-LINE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-ELECTION-DATE    TO RS-ELECTION-DATE.
           MOVE WS-IN-PRECINCT-CODE TO RS-PRECINCT-CODE.
           MOVE WS-IN-CONTEST-NUM   TO RS-CONTEST-NO.
           MOVE WS-IN-CHOICE-NUM    TO RS-CHOICE-NO.
           READ RESULTS-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO RS-ELECTION-DAY-VOTES
                   MOVE ZERO TO RS-ABSENTEE-VOTES
                   MOVE ZERO TO RS-PROVISIONAL-VOTES
                   PERFORM 2300-POST-COUNT
                   WRITE ELECTION-RESULT-RECORD
                   ADD 1 TO WS-COUNTS-ADDED
               NOT INVALID KEY
                   PERFORM 2300-POST-COUNT
                   REWRITE ELECTION-RESULT-RECORD
                   ADD 1 TO WS-COUNTS-REPLACED
           END-READ.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-CHECK-CONTEST-CHOICE - the contest must be on the
      *                             precinct's ballot style and the
      *                             choice among its candidates (or
      *                             the write-in slot of an office).
      * ================================================================
       2200-CHECK-CONTEST-CHOICE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-ON-BALLOT-SWITCH.
           PERFORM 2210-MATCH-STYLE-CONTEST
               VARYING WS-BST-IDX FROM 1 BY 1
               UNTIL WS-BST-IDX > BST-CONTEST-COUNT
                  OR WS-CONTEST-ON-BALLOT.
           IF NOT WS-CONTEST-ON-BALLOT
               MOVE "CONTEST NOT ON THIS PRECINCT'S BALLOT"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-ELECTION-DATE  TO CT-ELECTION-DATE.
           MOVE WS-IN-CONTEST-NUM TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   MOVE "CONTEST NOT ON CONTEST MASTER"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ.
           IF WS-IN-CHOICE-NUM = 99
               IF NOT CT-IS-OFFICE
                   MOVE "NO WRITE-INS ON A MEASURE"
                       TO WS-REJECT-REASON
               END-IF
               GO TO 2200-EXIT
           END-IF.
           IF WS-IN-CHOICE-NUM = ZERO
              OR WS-IN-CHOICE-NUM > CT-CHOICE-COUNT
               MOVE "CHOICE NOT ON THE CONTEST"
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-STYLE-CONTEST.
           IF BST-CONTEST-NO(WS-BST-IDX) = WS-IN-CONTEST-NUM
               SET WS-CONTEST-ON-BALLOT TO TRUE
           END-IF.

       2300-POST-COUNT.
           IF WS-IN-ELECTION-DAY
               MOVE WS-IN-COUNT-NUM TO RS-ELECTION-DAY-VOTES
           END-IF.
           IF WS-IN-ABSENTEE
               MOVE WS-IN-COUNT-NUM TO RS-ABSENTEE-VOTES
           END-IF.
           IF WS-IN-PROVISIONAL
               MOVE WS-IN-COUNT-NUM TO RS-PROVISIONAL-VOTES
           END-IF.
           MOVE WS-CURRENT-DATE     TO RS-LAST-LOADED-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO RS-LAST-LOADED-TIME.

       2900-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "RSLTLOAD - REJECTED LINE " WS-RECORDS-READ " "
               WS-IN-PRECINCT-CODE "/" WS-IN-CONTEST-NO "/"
               WS-IN-CHOICE-NO " - " WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "RESULTS ENTRY - END OF JOB SUMMARY".
           DISPLAY "  LINES READ       : " WS-RECORDS-READ.
           DISPLAY "  COUNTS ADDED     : " WS-COUNTS-ADDED.
           DISPLAY "  COUNTS REPLACED  : " WS-COUNTS-REPLACED.
           DISPLAY "  LINES REJECTED   : " WS-RECORDS-REJECTED.
           CLOSE RESULTS-IN-FILE.
           CLOSE BALLOT-STYLE-FILE.
           CLOSE CONTEST-MASTER-FILE.
           CLOSE RESULTS-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM RSLTLOAD.
