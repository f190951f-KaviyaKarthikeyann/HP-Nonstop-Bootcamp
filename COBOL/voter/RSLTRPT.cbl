      ******************************************************************
      * PROGRAM:      RSLTRPT
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Election results report for the election date
      *               in command-line columns 1-8 (validated against
      *               the ELECTION-EVENT master).  Column 9 selects
      *               the edition:
      *                   U (or blank) - unofficial results, run as
      *                       often as RSLTLOAD posts returns on
      *                       election night: precincts reporting
      *                       and the county total of every contest.
      *                   O - the official canvass, run after PROVADJ
      *                       has decided the provisionals: a page per
      *                       precinct with every contest's count by
      *                       election day, absentee and provisional,
      *                       then the county totals, the precincts
      *                       that never reported and the exceptions.
      *
      *               Every edition reconciles each precinct's ballots
      *               cast against the voters PARTICIPATION-HISTORY
      *               says voted there - poll book sign-ins plus the
      *               ABSENTEE-BALLOT records COUNTED plus the
      *               provisionals PROVADJ accepted - and flags a
      *               precinct that cast more ballots than that.  A
      *               flagged precinct (or, on the canvass, one not
      *               reporting) sets return code 4.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original results and canvass report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSLTRPT.
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

           SELECT BALLOT-STYLE-FILE ASSIGN TO "BALSTYL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BST-KEY
               FILE STATUS IS WS-BALSTYL-STATUS.

           SELECT CONTEST-MASTER-FILE ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTMAST-STATUS.

           SELECT PARTICIPATION-FILE ASSIGN TO "PARTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PARTHIST-STATUS.

           SELECT ABSENTEE-MASTER-FILE ASSIGN TO "ABSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSMAST-STATUS.

           SELECT RESULTS-MASTER-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESULTS-REPORT-FILE ASSIGN TO "RSLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.

       FD  BALLOT-STYLE-FILE.
       COPY BSTYREC.

       FD  CONTEST-MASTER-FILE.
       COPY CONTREC.

       FD  PARTICIPATION-FILE.
       COPY PARTHREC.

       FD  ABSENTEE-MASTER-FILE.
       COPY ABSREC.

       FD  RESULTS-MASTER-FILE.
       COPY RSLTREC.

       FD  RESULTS-REPORT-FILE.
       01  RESULTS-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-BALSTYL-STATUS         PIC X(02) VALUE "00".
           05  WS-CONTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-PARTHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-ABSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-RESULTS-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-EDITION-SWITCH         PIC X(01) VALUE "U".
               88  WS-OFFICIAL-CANVASS          VALUE "O".
               88  WS-UNOFFICIAL-RESULTS        VALUE "U".

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-ELECTION-DESCRIPTION       PIC X(30).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME.
           05  WS-CURRENT-HHMMSS         PIC 9(06).
           05  FILLER                    PIC 9(02).

       01  WS-CONTROL-TOTALS.
           05  WS-PRECINCTS-REPORTING    PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-FLAGGED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RESULTS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RESULTS-UNMATCHED      PIC 9(9) COMP VALUE ZERO.

      * Every precinct with a ballot style this election, in
      * precinct order off the master so it searches ALL.  The
      * vote-type subscript is 1 election day, 2 absentee,
      * 3 provisional throughout.
       01  WS-PRECINCT-LIMIT             PIC 9(05) COMP VALUE 3000.
       01  WS-PRECINCT-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-PRECINCT-TABLE.
           05  WS-PTB-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON WS-PRECINCT-COUNT
                               ASCENDING KEY IS WS-PTB-PRECINCT-CODE
                               INDEXED BY WS-PTB-IDX.
               10  WS-PTB-PRECINCT-CODE  PIC X(04).
               10  WS-PTB-SIGN-INS       PIC 9(7) COMP.
               10  WS-PTB-ABSENTEES      PIC 9(7) COMP.
               10  WS-PTB-PROVISIONALS   PIC 9(7) COMP.
               10  WS-PTB-CAST           PIC 9(7) COMP
                                         OCCURS 3 TIMES.
               10  WS-PTB-REPORTED       PIC X(01).
                   88  WS-PTB-HAS-REPORTED      VALUE "Y".
               10  WS-PTB-FLAG           PIC X(01).
                   88  WS-PTB-OVER-CAST         VALUE "Y".
       01  WS-PTB-SUB                    PIC 9(05) COMP.

      * The election's contests in ballot order, with the county
      * total of each choice; choice 13 is the write-ins.
       01  WS-CONTEST-LIMIT              PIC 9(05) COMP VALUE 200.
       01  WS-CONTEST-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-CONTEST-TABLE.
           05  WS-CTB-ENTRY OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-CONTEST-COUNT
                               ASCENDING KEY IS WS-CTB-CONTEST-NO
                               INDEXED BY WS-CTB-IDX.
               10  WS-CTB-CONTEST-NO     PIC 9(04).
               10  WS-CTB-TITLE          PIC X(40).
               10  WS-CTB-TYPE           PIC X(01).
                   88  WS-CTB-IS-OFFICE         VALUE "O".
               10  WS-CTB-PARTY          PIC X(03).
               10  WS-CTB-VOTE-FOR       PIC 9(02).
               10  WS-CTB-CHOICE-COUNT   PIC 9(02).
               10  WS-CTB-CHOICE OCCURS 13 TIMES.
                   15  WS-CTB-CHOICE-NAME    PIC X(30).
                   15  WS-CTB-CHOICE-PARTY   PIC X(03).
                   15  WS-CTB-VOTES          PIC 9(9) COMP
                                             OCCURS 3 TIMES.
       01  WS-CTB-SUB                    PIC 9(05) COMP.

       01  WS-WORK-FIELDS.
           05  WS-CHOICE-SUB             PIC 9(4) COMP.
           05  WS-TYPE-SUB               PIC 9(4) COMP.
           05  WS-CHOICE-LAST            PIC 9(4) COMP.
           05  WS-ALLOWED                PIC 9(9) COMP.
           05  WS-CAST-TOTAL             PIC 9(9) COMP.
           05  WS-CHOICE-TOTAL           PIC 9(9) COMP.
           05  WS-CONTEST-TOTAL          PIC 9(9) COMP.
           05  WS-VOTE-PCT               PIC 9(3)V99.
           05  WS-LAST-PRECINCT          PIC X(04).
           05  WS-LAST-CONTEST           PIC 9(04).

       01  WS-PAGE-EJECT-LINE.
           05  FILLER                    PIC X(01) VALUE "1".
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  WS-HDG-EDITION            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HDG-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HDG-ELECTION-DATE      PIC 9(08).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE "AS OF  ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-HDG-RUN-TIME           PIC 99B99B99.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(20) VALUE
               "PRECINCTS REPORTING ".
           05  WS-HDG-REPORTING          PIC Z,ZZ9.
           05  FILLER                    PIC X(04) VALUE " OF ".
           05  WS-HDG-PRECINCTS          PIC Z,ZZ9.

       01  WS-CONTEST-TITLE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CTL-CONTEST-NO         PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CTL-TITLE              PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CTL-VOTE-FOR-TEXT      PIC X(15).
           05  WS-CTL-PARTY-TEXT         PIC X(20).

       01  WS-VOTE-FOR-TEXT.
           05  FILLER                    PIC X(09) VALUE "VOTE FOR ".
           05  WS-VF-COUNT               PIC Z9.

       01  WS-PARTY-TEXT.
           05  FILLER                    PIC X(16) VALUE
               "PRIMARY - PARTY ".
           05  WS-PT-PARTY               PIC X(03).

       01  WS-CHOICE-HEADING-LINE.
           05  FILLER                    PIC X(43) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE
               " ELECTION DAY".
           05  FILLER                    PIC X(13) VALUE
               "     ABSENTEE".
           05  FILLER                    PIC X(13) VALUE
               "  PROVISIONAL".
           05  FILLER                    PIC X(13) VALUE
               "        TOTAL".
           05  FILLER                    PIC X(09) VALUE
               "  PERCENT".

       01  WS-CHOICE-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-CHL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHL-PARTY              PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CHL-VOTES              PIC Z,ZZZ,ZZZ,ZZ9
                                         OCCURS 3 TIMES.
           05  WS-CHL-TOTAL              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-CHL-PCT                PIC ZZ9.99.

       01  WS-PRECINCT-HEADING-LINE.
           05  FILLER                    PIC X(09) VALUE "PRECINCT ".
           05  WS-PHL-PRECINCT-CODE      PIC X(04).

       01  WS-RECONCILE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RCL-CAPTION            PIC X(41).
           05  WS-RCL-COUNTS             PIC Z,ZZZ,ZZZ,ZZ9
                                         OCCURS 4 TIMES.

       01  WS-OVER-CAST-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE
               "*** BALLOTS CAST EXCEED THE VOTERS RECORDED AS VOTING".
           05  FILLER                    PIC X(12) VALUE
               " BY ".
           05  WS-OCL-EXCESS             PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE " ***".

       01  WS-EXCEPTION-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "PRECINCT ".
           05  WS-EXL-PRECINCT-CODE      PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EXL-TEXT               PIC X(40).
           05  WS-EXL-CAST               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               " CAST VS  ".
           05  WS-EXL-ALLOWED            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE
               " VOTERS".

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT               PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-PRECINCTS
               THRU 2000-EXIT.
           PERFORM 2500-LOAD-CONTESTS
               THRU 2500-EXIT.
           PERFORM 3000-COUNT-PARTICIPATION
               THRU 3000-EXIT.
           PERFORM 3500-COUNT-ABSENTEES
               THRU 3500-EXIT.
           PERFORM 4000-ACCUMULATE-RESULTS
               THRU 4000-EXIT.
           PERFORM 4500-RECONCILE-PRECINCT
               VARYING WS-PTB-SUB FROM 1 BY 1
               UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT.
           IF WS-OFFICIAL-CANVASS
               PERFORM 5000-PRINT-PRECINCT-CANVASS
                   THRU 5000-EXIT
           END-IF.
           PERFORM 6000-PRINT-COUNTY-TOTALS
               THRU 6000-EXIT.
           PERFORM 7000-PRINT-EXCEPTIONS
               THRU 7000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - the date must name an election on the
      *                   ELECTION-EVENT master; column 9 picks the
      *                   edition.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
               DISPLAY "RSLTRPT - ELECTION DATE PARAMETER "
                   "(YYYYMMDD) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           IF WS-CMD-LINE-PARM(9:1) = "O"
               SET WS-OFFICIAL-CANVASS TO TRUE
           ELSE
               IF WS-CMD-LINE-PARM(9:1) = "U" OR SPACE
                   SET WS-UNOFFICIAL-RESULTS TO TRUE
               ELSE
                   DISPLAY "RSLTRPT - EDITION (COLUMN 9) MUST BE U "
                       "OR O - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "RSLTRPT - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE EE-DESCRIPTION TO WS-ELECTION-DESCRIPTION.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "RSLTRPT - CANNOT OPEN RESULTS - STATUS "
                   WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESULTS-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-LOAD-PRECINCTS - the precincts on the ballot this
      *                       election are the ones with a style.
      * ================================================================
       2000-LOAD-PRECINCTS.
           OPEN INPUT PRECINCT-MASTER-FILE.
           OPEN INPUT BALLOT-STYLE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LOAD-ONE-PRECINCT
               UNTIL WS-END-OF-FILE.
           CLOSE PRECINCT-MASTER-FILE.
           CLOSE BALLOT-STYLE-FILE.
           IF WS-PRECINCT-COUNT = ZERO
               DISPLAY "RSLTRPT - NO PRECINCT HAS A BALLOT STYLE FOR "
                   WS-ELECTION-DATE " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-PRECINCT.
           READ PRECINCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
               MOVE WS-ELECTION-DATE TO BST-ELECTION-DATE
               MOVE PREC-CODE        TO BST-PRECINCT-CODE
               READ BALLOT-STYLE-FILE
                   NOT INVALID KEY
                       PERFORM 2200-ADD-PRECINCT-ENTRY
               END-READ
           END-IF.

       2200-ADD-PRECINCT-ENTRY.
           IF WS-PRECINCT-COUNT NOT < WS-PRECINCT-LIMIT
               DISPLAY "RSLTRPT - MORE THAN " WS-PRECINCT-LIMIT
                   " PRECINCTS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRECINCT-COUNT.
           MOVE PREC-CODE TO WS-PTB-PRECINCT-CODE(WS-PRECINCT-COUNT).
           MOVE ZERO TO WS-PTB-SIGN-INS(WS-PRECINCT-COUNT).
           MOVE ZERO TO WS-PTB-ABSENTEES(WS-PRECINCT-COUNT).
           MOVE ZERO TO WS-PTB-PROVISIONALS(WS-PRECINCT-COUNT).
           MOVE ZERO TO WS-PTB-CAST(WS-PRECINCT-COUNT, 1).
           MOVE ZERO TO WS-PTB-CAST(WS-PRECINCT-COUNT, 2).
           MOVE ZERO TO WS-PTB-CAST(WS-PRECINCT-COUNT, 3).
           MOVE "N" TO WS-PTB-REPORTED(WS-PRECINCT-COUNT).
           MOVE "N" TO WS-PTB-FLAG(WS-PRECINCT-COUNT).

      * ================================================================
      * 2500-LOAD-CONTESTS - the election's contests and candidate
      *                      names, in ballot order.
      * ================================================================
       2500-LOAD-CONTESTS.
           OPEN INPUT CONTEST-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE ZERO TO CT-CONTEST-NO.
           START CONTEST-MASTER-FILE
               KEY IS NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2600-LOAD-ONE-CONTEST
               UNTIL WS-END-OF-FILE.
           CLOSE CONTEST-MASTER-FILE.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-CONTEST.
           READ CONTEST-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
              AND CT-ELECTION-DATE NOT = WS-ELECTION-DATE
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-END-OF-FILE
               IF WS-CONTEST-COUNT NOT < WS-CONTEST-LIMIT
                   DISPLAY "RSLTRPT - MORE THAN " WS-CONTEST-LIMIT
                       " CONTESTS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONTEST-COUNT
               MOVE WS-CONTEST-COUNT TO WS-CTB-SUB
               MOVE CT-CONTEST-NO   TO WS-CTB-CONTEST-NO(WS-CTB-SUB)
               MOVE CT-TITLE        TO WS-CTB-TITLE(WS-CTB-SUB)
               MOVE CT-TYPE         TO WS-CTB-TYPE(WS-CTB-SUB)
               MOVE CT-PARTY        TO WS-CTB-PARTY(WS-CTB-SUB)
               MOVE CT-VOTE-FOR     TO WS-CTB-VOTE-FOR(WS-CTB-SUB)
               MOVE CT-CHOICE-COUNT TO WS-CTB-CHOICE-COUNT(WS-CTB-SUB)
               PERFORM 2700-LOAD-ONE-CHOICE
                   VARYING WS-CHOICE-SUB FROM 1 BY 1
                   UNTIL WS-CHOICE-SUB > 13
           END-IF.

       2700-LOAD-ONE-CHOICE.
           IF WS-CHOICE-SUB > 12
               MOVE "WRITE-IN" TO WS-CTB-CHOICE-NAME(WS-CTB-SUB, 13)
               MOVE SPACES TO WS-CTB-CHOICE-PARTY(WS-CTB-SUB, 13)
           ELSE
               MOVE CT-CHOICE-NAME(WS-CHOICE-SUB)
                   TO WS-CTB-CHOICE-NAME(WS-CTB-SUB, WS-CHOICE-SUB)
               MOVE CT-CHOICE-PARTY(WS-CHOICE-SUB)
                   TO WS-CTB-CHOICE-PARTY(WS-CTB-SUB, WS-CHOICE-SUB)
           END-IF.
           MOVE ZERO TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 1).
           MOVE ZERO TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 2).
           MOVE ZERO TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 3).

      * ================================================================
      * 3000-COUNT-PARTICIPATION - poll book sign-ins and accepted
      *                            provisionals per precinct.  The
      *                            absentee records in the history
      *                            are taken from the ballot master
      *                            instead (3500), where COUNTED is
      *                            the final word.
      * ================================================================
       3000-COUNT-PARTICIPATION.
           OPEN INPUT PARTICIPATION-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-COUNT-ONE-PARTICIPANT
               UNTIL WS-END-OF-FILE.
           CLOSE PARTICIPATION-FILE.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-PARTICIPANT.
           READ PARTICIPATION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
              AND PH-ELECTION-DATE = WS-ELECTION-DATE
              AND NOT PH-VOTED-ABSENTEE
               SEARCH ALL WS-PTB-ENTRY
                   WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                        = PH-PRECINCT-CODE
                       IF PH-VOTED-PROVISIONAL
                           ADD 1 TO WS-PTB-PROVISIONALS(WS-PTB-IDX)
                       ELSE
                           ADD 1 TO WS-PTB-SIGN-INS(WS-PTB-IDX)
                       END-IF
               END-SEARCH
           END-IF.

       3500-COUNT-ABSENTEES.
           OPEN INPUT ABSENTEE-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3600-COUNT-ONE-ABSENTEE
               UNTIL WS-END-OF-FILE.
           CLOSE ABSENTEE-MASTER-FILE.
       3500-EXIT.
           EXIT.

       3600-COUNT-ONE-ABSENTEE.
           READ ABSENTEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
              AND AB-ELECTION-DATE = WS-ELECTION-DATE
              AND AB-COUNTED
               SEARCH ALL WS-PTB-ENTRY
                   WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                        = AB-PRECINCT-CODE
                       ADD 1 TO WS-PTB-ABSENTEES(WS-PTB-IDX)
               END-SEARCH
           END-IF.

      * ================================================================
      * 4000-ACCUMULATE-RESULTS - every count on file for the
      *                           election: the ballots cast lines
      *                           to the precinct table, the votes
      *                           to the county totals.
      * ================================================================
       4000-ACCUMULATE-RESULTS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 8000-START-RESULTS.
           PERFORM 4100-ACCUMULATE-ONE-RESULT
               THRU 4100-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-ACCUMULATE-ONE-RESULT.
           PERFORM 8100-READ-NEXT-RESULT.
           IF WS-END-OF-FILE
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-RESULTS-READ.
           SEARCH ALL WS-PTB-ENTRY
               AT END
                   ADD 1 TO WS-RESULTS-UNMATCHED
                   DISPLAY "RSLTRPT - RESULT FOR PRECINCT "
                       RS-PRECINCT-CODE " - NO BALLOT STYLE, SKIPPED"
                   GO TO 4100-EXIT
               WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                    = RS-PRECINCT-CODE
                   SET WS-PTB-SUB TO WS-PTB-IDX
           END-SEARCH.
           IF NOT WS-PTB-HAS-REPORTED(WS-PTB-SUB)
               MOVE "Y" TO WS-PTB-REPORTED(WS-PTB-SUB)
               ADD 1 TO WS-PRECINCTS-REPORTING
           END-IF.
           IF RS-BALLOTS-CAST-LINE
               MOVE RS-ELECTION-DAY-VOTES TO WS-PTB-CAST(WS-PTB-SUB, 1)
               MOVE RS-ABSENTEE-VOTES     TO WS-PTB-CAST(WS-PTB-SUB, 2)
               MOVE RS-PROVISIONAL-VOTES  TO WS-PTB-CAST(WS-PTB-SUB, 3)
               GO TO 4100-EXIT
           END-IF.
           SEARCH ALL WS-CTB-ENTRY
               AT END
                   ADD 1 TO WS-RESULTS-UNMATCHED
                   DISPLAY "RSLTRPT - RESULT FOR CONTEST "
                       RS-CONTEST-NO " - NOT ON CONTEST MASTER, "
                       "SKIPPED"
                   GO TO 4100-EXIT
               WHEN WS-CTB-CONTEST-NO(WS-CTB-IDX) = RS-CONTEST-NO
                   SET WS-CTB-SUB TO WS-CTB-IDX
           END-SEARCH.
           IF RS-WRITE-IN
               MOVE 13 TO WS-CHOICE-SUB
           ELSE
               MOVE RS-CHOICE-NO TO WS-CHOICE-SUB
           END-IF.
           ADD RS-ELECTION-DAY-VOTES
               TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 1).
           ADD RS-ABSENTEE-VOTES
               TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 2).
           ADD RS-PROVISIONAL-VOTES
               TO WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 3).
       4100-EXIT.
           EXIT.

      * ================================================================
      * 4500-RECONCILE-PRECINCT - a precinct may not cast more ballots
      *                           than the voters recorded as voting
      *                           there: sign-ins + counted absentees
      *                           + accepted provisionals.
      * ================================================================
       4500-RECONCILE-PRECINCT.
           COMPUTE WS-CAST-TOTAL = WS-PTB-CAST(WS-PTB-SUB, 1)
                                 + WS-PTB-CAST(WS-PTB-SUB, 2)
                                 + WS-PTB-CAST(WS-PTB-SUB, 3).
           COMPUTE WS-ALLOWED = WS-PTB-SIGN-INS(WS-PTB-SUB)
                              + WS-PTB-ABSENTEES(WS-PTB-SUB)
                              + WS-PTB-PROVISIONALS(WS-PTB-SUB).
           IF WS-CAST-TOTAL > WS-ALLOWED
               MOVE "Y" TO WS-PTB-FLAG(WS-PTB-SUB)
               ADD 1 TO WS-PRECINCTS-FLAGGED
           END-IF.

      * ================================================================
      * 5000-PRINT-PRECINCT-CANVASS - the official canvass, a page
      *                               per reporting precinct walked
      *                               off the results master: its
      *                               reconciliation, then every
      *                               contest's counts.
      * ================================================================
       5000-PRINT-PRECINCT-CANVASS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE SPACES TO WS-LAST-PRECINCT.
           PERFORM 8000-START-RESULTS.
           PERFORM 5100-PRINT-ONE-RESULT
               THRU 5100-EXIT
               UNTIL WS-END-OF-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-RESULT.
           PERFORM 8100-READ-NEXT-RESULT.
           IF WS-END-OF-FILE
               GO TO 5100-EXIT
           END-IF.
           SEARCH ALL WS-PTB-ENTRY
               AT END
                   GO TO 5100-EXIT
               WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX)
                    = RS-PRECINCT-CODE
                   SET WS-PTB-SUB TO WS-PTB-IDX
           END-SEARCH.
           IF RS-PRECINCT-CODE NOT = WS-LAST-PRECINCT
               MOVE RS-PRECINCT-CODE TO WS-LAST-PRECINCT
               MOVE 9999 TO WS-LAST-CONTEST
               PERFORM 5200-PRINT-PRECINCT-HEADING
           END-IF.
           IF RS-BALLOTS-CAST-LINE
               GO TO 5100-EXIT
           END-IF.
           SEARCH ALL WS-CTB-ENTRY
               AT END
                   GO TO 5100-EXIT
               WHEN WS-CTB-CONTEST-NO(WS-CTB-IDX) = RS-CONTEST-NO
                   SET WS-CTB-SUB TO WS-CTB-IDX
           END-SEARCH.
           IF RS-CONTEST-NO NOT = WS-LAST-CONTEST
               MOVE RS-CONTEST-NO TO WS-LAST-CONTEST
               PERFORM 8200-PRINT-CONTEST-TITLE
           END-IF.
           IF RS-WRITE-IN
               MOVE 13 TO WS-CHOICE-SUB
           ELSE
               MOVE RS-CHOICE-NO TO WS-CHOICE-SUB
           END-IF.
           MOVE WS-CTB-CHOICE-NAME(WS-CTB-SUB, WS-CHOICE-SUB)
               TO WS-CHL-NAME.
           MOVE WS-CTB-CHOICE-PARTY(WS-CTB-SUB, WS-CHOICE-SUB)
               TO WS-CHL-PARTY.
           MOVE RS-ELECTION-DAY-VOTES TO WS-CHL-VOTES(1).
           MOVE RS-ABSENTEE-VOTES     TO WS-CHL-VOTES(2).
           MOVE RS-PROVISIONAL-VOTES  TO WS-CHL-VOTES(3).
           COMPUTE WS-CHOICE-TOTAL = RS-ELECTION-DAY-VOTES
                                   + RS-ABSENTEE-VOTES
                                   + RS-PROVISIONAL-VOTES.
           MOVE WS-CHOICE-TOTAL TO WS-CHL-TOTAL.
           MOVE ZERO TO WS-CHL-PCT.
           MOVE WS-CHOICE-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-PRECINCT-HEADING.
           MOVE "OFFICIAL CANVASS" TO WS-HDG-EDITION.
           PERFORM 8300-PRINT-PAGE-HEADING.
           MOVE RS-PRECINCT-CODE TO WS-PHL-PRECINCT-CODE.
           MOVE WS-PRECINCT-HEADING-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE WS-CHOICE-HEADING-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE SPACES TO WS-RECONCILE-LINE.
           MOVE "BALLOTS CAST" TO WS-RCL-CAPTION.
           MOVE WS-PTB-CAST(WS-PTB-SUB, 1) TO WS-RCL-COUNTS(1).
           MOVE WS-PTB-CAST(WS-PTB-SUB, 2) TO WS-RCL-COUNTS(2).
           MOVE WS-PTB-CAST(WS-PTB-SUB, 3) TO WS-RCL-COUNTS(3).
           COMPUTE WS-CAST-TOTAL = WS-PTB-CAST(WS-PTB-SUB, 1)
                                 + WS-PTB-CAST(WS-PTB-SUB, 2)
                                 + WS-PTB-CAST(WS-PTB-SUB, 3).
           MOVE WS-CAST-TOTAL TO WS-RCL-COUNTS(4).
           MOVE WS-RECONCILE-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE SPACES TO WS-RECONCILE-LINE.
           MOVE "VOTERS RECORDED - SIGN-IN/ABSENTEE/PROV"
               TO WS-RCL-CAPTION.
           MOVE WS-PTB-SIGN-INS(WS-PTB-SUB)     TO WS-RCL-COUNTS(1).
           MOVE WS-PTB-ABSENTEES(WS-PTB-SUB)    TO WS-RCL-COUNTS(2).
           MOVE WS-PTB-PROVISIONALS(WS-PTB-SUB) TO WS-RCL-COUNTS(3).
           COMPUTE WS-ALLOWED = WS-PTB-SIGN-INS(WS-PTB-SUB)
                              + WS-PTB-ABSENTEES(WS-PTB-SUB)
                              + WS-PTB-PROVISIONALS(WS-PTB-SUB).
           MOVE WS-ALLOWED TO WS-RCL-COUNTS(4).
           MOVE WS-RECONCILE-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           IF WS-PTB-OVER-CAST(WS-PTB-SUB)
               COMPUTE WS-OCL-EXCESS = WS-CAST-TOTAL - WS-ALLOWED
               MOVE WS-OVER-CAST-LINE TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
           END-IF.

      * ================================================================
      * 6000-PRINT-COUNTY-TOTALS - every contest's county total by
      *                            choice, with its share of the
      *                            contest's votes.
      * ================================================================
       6000-PRINT-COUNTY-TOTALS.
           IF WS-OFFICIAL-CANVASS
               MOVE "OFFICIAL CANVASS" TO WS-HDG-EDITION
           ELSE
               MOVE "UNOFFICIAL RESULTS" TO WS-HDG-EDITION
           END-IF.
           PERFORM 8300-PRINT-PAGE-HEADING.
           MOVE "COUNTY TOTALS" TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE WS-CHOICE-HEADING-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           PERFORM 6100-PRINT-ONE-CONTEST-TOTAL
               VARYING WS-CTB-SUB FROM 1 BY 1
               UNTIL WS-CTB-SUB > WS-CONTEST-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-CONTEST-TOTAL.
           PERFORM 8200-PRINT-CONTEST-TITLE.
           MOVE WS-CTB-CHOICE-COUNT(WS-CTB-SUB) TO WS-CHOICE-LAST.
           MOVE ZERO TO WS-CONTEST-TOTAL.
           PERFORM 6200-ADD-ONE-CHOICE-TOTAL
               VARYING WS-CHOICE-SUB FROM 1 BY 1
               UNTIL WS-CHOICE-SUB > 13.
           PERFORM 6300-PRINT-ONE-CHOICE-TOTAL
               VARYING WS-CHOICE-SUB FROM 1 BY 1
               UNTIL WS-CHOICE-SUB > WS-CHOICE-LAST.
           IF WS-CTB-IS-OFFICE(WS-CTB-SUB)
               MOVE 13 TO WS-CHOICE-SUB
               PERFORM 6300-PRINT-ONE-CHOICE-TOTAL
           END-IF.

       6200-ADD-ONE-CHOICE-TOTAL.
           ADD WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 1)
               WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 2)
               WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 3)
               TO WS-CONTEST-TOTAL.

       6300-PRINT-ONE-CHOICE-TOTAL.
           MOVE WS-CTB-CHOICE-NAME(WS-CTB-SUB, WS-CHOICE-SUB)
               TO WS-CHL-NAME.
           MOVE WS-CTB-CHOICE-PARTY(WS-CTB-SUB, WS-CHOICE-SUB)
               TO WS-CHL-PARTY.
           MOVE WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 1)
               TO WS-CHL-VOTES(1).
           MOVE WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 2)
               TO WS-CHL-VOTES(2).
           MOVE WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 3)
               TO WS-CHL-VOTES(3).
           COMPUTE WS-CHOICE-TOTAL =
                   WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 1)
                 + WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 2)
                 + WS-CTB-VOTES(WS-CTB-SUB, WS-CHOICE-SUB, 3).
           MOVE WS-CHOICE-TOTAL TO WS-CHL-TOTAL.
           IF WS-CONTEST-TOTAL = ZERO
               MOVE ZERO TO WS-CHL-PCT
           ELSE
               COMPUTE WS-VOTE-PCT ROUNDED =
                   WS-CHOICE-TOTAL * 100 / WS-CONTEST-TOTAL
               MOVE WS-VOTE-PCT TO WS-CHL-PCT
           END-IF.
           MOVE WS-CHOICE-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.

      * ================================================================
      * 7000-PRINT-EXCEPTIONS - precincts casting more ballots than
      *                         voters recorded, and on the canvass
      *                         every precinct that never reported.
      * ================================================================
       7000-PRINT-EXCEPTIONS.
           MOVE SPACES TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE "PRECINCTS CASTING MORE BALLOTS THAN VOTERS RECORDED"
               TO WS-SEC-TEXT.
           MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           PERFORM 7100-LIST-ONE-FLAGGED
               VARYING WS-PTB-SUB FROM 1 BY 1
               UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT.
           IF WS-PRECINCTS-FLAGGED = ZERO
               MOVE "  NONE" TO WS-SEC-TEXT
               MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
           END-IF.
           IF WS-OFFICIAL-CANVASS
               MOVE SPACES TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
               MOVE "PRECINCTS NOT REPORTING" TO WS-SEC-TEXT
               MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
               PERFORM 7200-LIST-ONE-NOT-REPORTING
                   VARYING WS-PTB-SUB FROM 1 BY 1
                   UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT
               IF WS-PRECINCTS-REPORTING = WS-PRECINCT-COUNT
                   MOVE "  NONE" TO WS-SEC-TEXT
                   MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE
                   WRITE RESULTS-REPORT-LINE
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-LIST-ONE-FLAGGED.
           IF WS-PTB-OVER-CAST(WS-PTB-SUB)
               MOVE SPACES TO WS-EXL-TEXT
               MOVE WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
                   TO WS-EXL-PRECINCT-CODE
               MOVE "BALLOTS CAST EXCEED VOTERS RECORDED"
                   TO WS-EXL-TEXT
               COMPUTE WS-EXL-CAST = WS-PTB-CAST(WS-PTB-SUB, 1)
                                   + WS-PTB-CAST(WS-PTB-SUB, 2)
                                   + WS-PTB-CAST(WS-PTB-SUB, 3)
               COMPUTE WS-EXL-ALLOWED = WS-PTB-SIGN-INS(WS-PTB-SUB)
                                      + WS-PTB-ABSENTEES(WS-PTB-SUB)
                                      + WS-PTB-PROVISIONALS(WS-PTB-SUB)
               MOVE WS-EXCEPTION-LINE TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
               DISPLAY "RSLTRPT - PRECINCT "
                   WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
                   " CAST MORE BALLOTS THAN VOTERS RECORDED"
           END-IF.

       7200-LIST-ONE-NOT-REPORTING.
           IF NOT WS-PTB-HAS-REPORTED(WS-PTB-SUB)
               MOVE SPACES TO WS-SEC-TEXT
               MOVE "  PRECINCT " TO WS-SEC-TEXT(1:11)
               MOVE WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
                   TO WS-SEC-TEXT(12:4)
               MOVE WS-SECTION-LINE TO RESULTS-REPORT-LINE
               WRITE RESULTS-REPORT-LINE
           END-IF.

      * ================================================================
      * 8000-START-RESULTS / 8100-READ-NEXT-RESULT - position on the
      *                                             election's first
      *                                             count and read
      *                                             until its last.
      * ================================================================
       8000-START-RESULTS.
           MOVE WS-ELECTION-DATE TO RS-ELECTION-DATE.
           MOVE LOW-VALUES TO RS-PRECINCT-CODE.
           MOVE ZERO TO RS-CONTEST-NO.
           MOVE ZERO TO RS-CHOICE-NO.
           START RESULTS-MASTER-FILE
               KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.

       8100-READ-NEXT-RESULT.
           IF NOT WS-END-OF-FILE
               READ RESULTS-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF.
           IF NOT WS-END-OF-FILE
              AND RS-ELECTION-DATE NOT = WS-ELECTION-DATE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       8200-PRINT-CONTEST-TITLE.
           MOVE SPACES TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE WS-CTB-CONTEST-NO(WS-CTB-SUB) TO WS-CTL-CONTEST-NO.
           MOVE WS-CTB-TITLE(WS-CTB-SUB)      TO WS-CTL-TITLE.
           MOVE WS-CTB-VOTE-FOR(WS-CTB-SUB)   TO WS-VF-COUNT.
           MOVE WS-VOTE-FOR-TEXT              TO WS-CTL-VOTE-FOR-TEXT.
           IF WS-CTB-PARTY(WS-CTB-SUB) = SPACES
               MOVE SPACES TO WS-CTL-PARTY-TEXT
           ELSE
               MOVE WS-CTB-PARTY(WS-CTB-SUB) TO WS-PT-PARTY
               MOVE WS-PARTY-TEXT TO WS-CTL-PARTY-TEXT
           END-IF.
           MOVE WS-CONTEST-TITLE-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.

       8300-PRINT-PAGE-HEADING.
           MOVE WS-PAGE-EJECT-LINE TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE WS-ELECTION-DESCRIPTION TO WS-HDG-DESCRIPTION.
           MOVE WS-ELECTION-DATE        TO WS-HDG-ELECTION-DATE.
           MOVE WS-CURRENT-DATE         TO WS-HDG-RUN-DATE.
           MOVE WS-CURRENT-HHMMSS       TO WS-HDG-RUN-TIME.
           MOVE WS-HEADING-LINE-1 TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.
           MOVE WS-PRECINCTS-REPORTING TO WS-HDG-REPORTING.
           MOVE WS-PRECINCT-COUNT      TO WS-HDG-PRECINCTS.
           MOVE WS-HEADING-LINE-2 TO RESULTS-REPORT-LINE.
           WRITE RESULTS-REPORT-LINE.

       9000-TERMINATE.
           DISPLAY "RESULTS REPORT - END OF JOB SUMMARY".
           IF WS-OFFICIAL-CANVASS
               DISPLAY "  EDITION              : OFFICIAL CANVASS"
           ELSE
               DISPLAY "  EDITION              : UNOFFICIAL"
           END-IF.
           DISPLAY "  PRECINCTS ON BALLOT  : " WS-PRECINCT-COUNT.
           DISPLAY "  PRECINCTS REPORTING  : " WS-PRECINCTS-REPORTING.
           DISPLAY "  PRECINCTS FLAGGED    : " WS-PRECINCTS-FLAGGED.
           DISPLAY "  CONTESTS             : " WS-CONTEST-COUNT.
           DISPLAY "  RESULT RECORDS READ  : " WS-RESULTS-READ.
           DISPLAY "  RESULTS UNMATCHED    : " WS-RESULTS-UNMATCHED.
           CLOSE RESULTS-MASTER-FILE.
           CLOSE RESULTS-REPORT-FILE.
           IF WS-PRECINCTS-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OFFICIAL-CANVASS
              AND WS-PRECINCTS-REPORTING < WS-PRECINCT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM RSLTRPT.
