      ******************************************************************
      * PROGRAM:      BALSTYLE
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Ballot style derivation and sample ballot print
      *               for the election date in command-line columns
      *               1-8, validated against the ELECTION-EVENT
      *               master.  Every precinct on the PRECINCT-MASTER
      *               is given the contests it votes on - the
      *               countywide contests plus each contest whose
      *               district takes the precinct in on the
      *               DISTRICT-PRECINCT map - in ballot order.
      *               Precincts with exactly the same contests share
      *               a ballot style; styles are numbered in precinct
      *               order.  The election's BALLOT-STYLE records are
      *               rebuilt from scratch on every run, so a late
      *               contest or district correction is picked up by
      *               running this step again.
      *
      *               The SAMPBAL print file carries one sample
      *               ballot per style, each on its own page with
      *               the precincts it serves, and then the mailing
      *               count: the active voters on the VOTER-ROLL-
      *               MASTER in each style's precincts - how many of
      *               each ballot the printer is to run.  A precinct
      *               with no contest at all gets no style and is
      *               listed (return code 4); ABSISSUE will not issue
      *               a ballot into it.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original ballot style derivation program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSTYLE.
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

           SELECT CONTEST-MASTER-FILE ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTMAST-STATUS.

           SELECT DISTRICT-MAP-FILE ASSIGN TO "DISTMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISTMAP-STATUS.

           SELECT PRECINCT-MASTER-FILE ASSIGN TO "PRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREC-CODE
               FILE STATUS IS WS-PRECMAST-STATUS.

           SELECT BALLOT-STYLE-FILE ASSIGN TO "BALSTYL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BST-KEY
               FILE STATUS IS WS-BALSTYL-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-VOTEROLM-STATUS.

           SELECT SAMPLE-BALLOT-FILE ASSIGN TO "SAMPBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  CONTEST-MASTER-FILE.
       COPY CONTREC.

       FD  DISTRICT-MAP-FILE.
       COPY DISTREC.

       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.

       FD  BALLOT-STYLE-FILE.
       COPY BSTYREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  SAMPLE-BALLOT-FILE.
       01  SAMPLE-BALLOT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CONTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DISTMAP-STATUS         PIC X(02) VALUE "00".
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-BALSTYL-STATUS         PIC X(02) VALUE "00".
           05  WS-VOTEROLM-STATUS        PIC X(02) VALUE "00".
           05  WS-SAMPBAL-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-CONTEST-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-CONTEST-END-OF-FILE       VALUE "Y".
           05  WS-STYLE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-STYLE-END-OF-FILE         VALUE "Y".
           05  WS-PRECINCT-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-PRECINCT-END-OF-FILE      VALUE "Y".
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-CONTEST-ON-SWITCH      PIC X(01) VALUE "N".
               88  WS-CONTEST-ON-BALLOT         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-STYLES-REMOVED         PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-STYLED       PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-NO-CONTEST   PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-COUNTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-NO-STYLE        PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-ELECTION-DESCRIPTION       PIC X(30).

      * The election's contests in ballot order, as loaded.
       01  WS-CONTEST-LIMIT              PIC 9(4) COMP VALUE 200.
       01  WS-CONTEST-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-CONTEST-TABLE.
           05  WS-CONTEST-ENTRY OCCURS 200 TIMES.
               10  WS-CTB-CONTEST-NO     PIC 9(04).
               10  WS-CTB-DISTRICT-CODE  PIC X(06).
       01  WS-CTB-IDX                    PIC 9(4) COMP.

      * The contests one precinct votes on, built per precinct.
       01  WS-WORK-BALLOT.
           05  WS-WORK-CONTEST-COUNT     PIC 9(03).
           05  WS-WORK-CONTEST-LIST.
               10  WS-WORK-CONTEST-NO    PIC 9(04) OCCURS 40 TIMES.

      * One entry per distinct ballot; the subscript is the style.
       01  WS-STYLE-LIMIT                PIC 9(4) COMP VALUE 300.
       01  WS-STYLE-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-STYLE-TABLE.
           05  WS-STYLE-ENTRY OCCURS 300 TIMES.
               10  WS-STB-CONTEST-COUNT  PIC 9(03).
               10  WS-STB-CONTEST-LIST   PIC X(160).
               10  WS-STB-PRECINCTS      PIC 9(5) COMP.
               10  WS-STB-VOTERS         PIC 9(7) COMP.
       01  WS-STB-IDX                    PIC 9(4) COMP.
       01  WS-FOUND-STYLE                PIC 9(4) COMP.

      * Every precinct and its style (zero - none), built in
      * precinct code order off the master, so it searches ALL.
       01  WS-PRECINCT-LIMIT             PIC 9(05) COMP VALUE 3000.
       01  WS-PRECINCT-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-PRECINCT-TABLE.
           05  WS-PRECINCT-ENTRY OCCURS 1 TO 3000 TIMES
                               DEPENDING ON WS-PRECINCT-COUNT
                               ASCENDING KEY IS WS-PTB-PRECINCT-CODE
                               INDEXED BY WS-PTB-IDX.
               10  WS-PTB-PRECINCT-CODE  PIC X(04).
               10  WS-PTB-STYLE-NO       PIC 9(4) COMP.
       01  WS-PTB-SUB                    PIC 9(05) COMP.

       01  WS-PRINT-FIELDS.
           05  WS-LIST-SLOT              PIC 9(4) COMP.
           05  WS-CHOICE-IDX             PIC 9(4) COMP.
           05  WS-WRITE-IN-IDX           PIC 9(4) COMP.
           05  WS-STYLE-CONTEST-IDX      PIC 9(4) COMP.

       01  WS-PAGE-EJECT-LINE.
           05  FILLER                    PIC X(01) VALUE "1".
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-BALLOT-HEADING-LINE.
           05  FILLER                    PIC X(16) VALUE
               "SAMPLE BALLOT - ".
           05  WS-BH-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BH-ELECTION-DATE       PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE
               "BALLOT STYLE ".
           05  WS-BH-STYLE-NO            PIC 9(04).

       01  WS-BALLOT-NOTICE-LINE.
           05  FILLER                    PIC X(52) VALUE
               "THIS IS A SAMPLE - IT CANNOT BE CAST AS A BALLOT".

       01  WS-PRECINCT-LIST-LINE.
           05  WS-PL-CAPTION             PIC X(12).
           05  WS-PL-SLOT OCCURS 15 TIMES.
               10  WS-PL-PRECINCT-CODE   PIC X(04).
               10  FILLER                PIC X(02).

       01  WS-CONTEST-TITLE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CT-TITLE               PIC X(40).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-CT-VOTE-FOR-TEXT       PIC X(30).

       01  WS-VOTE-FOR-TEXT.
           05  FILLER                    PIC X(09) VALUE "VOTE FOR ".
           05  WS-VF-COUNT               PIC Z9.
           05  FILLER                    PIC X(19) VALUE SPACES.

       01  WS-CONTEST-PARTY-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
               "PRIMARY - PARTY ".
           05  WS-CP-PARTY               PIC X(03).

       01  WS-CHOICE-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE "(   )  ".
           05  WS-CH-NAME                PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CH-PARTY               PIC X(03).

       01  WS-WRITE-IN-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE "(   )  ".
           05  FILLER                    PIC X(40) VALUE
               "WRITE-IN ______________________________".

       01  WS-COUNT-HEADING-LINE-1.
           05  FILLER                    PIC X(33) VALUE
               "BALLOT STYLE MAILING COUNT - ".
           05  WS-CH1-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CH1-ELECTION-DATE      PIC 9(08).

       01  WS-COUNT-HEADING-LINE-2.
           05  FILLER                    PIC X(08) VALUE " STYLE".
           05  FILLER                    PIC X(10) VALUE "  CONTESTS".
           05  FILLER                    PIC X(11) VALUE
               "  PRECINCTS".
           05  FILLER                    PIC X(16) VALUE
               "   ACTIVE VOTERS".

       01  WS-COUNT-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-STYLE-NO            PIC 9(04).
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-CD-CONTESTS            PIC ZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-CD-PRECINCTS           PIC ZZ,ZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-CD-VOTERS              PIC Z,ZZZ,ZZ9.

       01  WS-COUNT-TOTAL-LINE.
           05  WS-CT-CAPTION             PIC X(40).
           05  WS-CT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CONTESTS
               THRU 2000-EXIT.
           PERFORM 3000-CLEAR-OLD-STYLES
               THRU 3000-EXIT.
           PERFORM 4000-STYLE-ONE-PRECINCT
               THRU 4000-EXIT
               UNTIL WS-PRECINCT-END-OF-FILE.
           PERFORM 5000-COUNT-ONE-VOTER
               THRU 5000-EXIT
               UNTIL WS-ROLL-END-OF-FILE.
           PERFORM 6000-PRINT-ONE-SAMPLE-BALLOT
               VARYING WS-STB-IDX FROM 1 BY 1
               UNTIL WS-STB-IDX > WS-STYLE-COUNT.
           PERFORM 7000-PRINT-MAILING-COUNT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - the date must name an election on the
      *                   ELECTION-EVENT master before anything is
      *                   rebuilt.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
               DISPLAY "BALSTYLE - ELECTION DATE PARAMETER "
                   "(YYYYMMDD) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "BALSTYLE - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE EE-DESCRIPTION TO WS-ELECTION-DESCRIPTION.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT CONTEST-MASTER-FILE.
           IF WS-CONTMAST-STATUS NOT = "00"
               DISPLAY "BALSTYLE - CANNOT OPEN CONTMAST - STATUS "
                   WS-CONTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DISTRICT-MAP-FILE.
           OPEN INPUT PRECINCT-MASTER-FILE.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           OPEN I-O BALLOT-STYLE-FILE.
           IF WS-BALSTYL-STATUS = "35"
               OPEN OUTPUT BALLOT-STYLE-FILE
               CLOSE BALLOT-STYLE-FILE
               OPEN I-O BALLOT-STYLE-FILE
           END-IF.
           OPEN OUTPUT SAMPLE-BALLOT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-LOAD-CONTESTS - the election's contests come off the
      *                      master in contest number order, which is
      *                      ballot order.
      * ================================================================
       2000-LOAD-CONTESTS.
           MOVE WS-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE ZERO TO CT-CONTEST-NO.
           START CONTEST-MASTER-FILE
               KEY IS NOT LESS THAN CT-KEY
               INVALID KEY
                   SET WS-CONTEST-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2100-LOAD-ONE-CONTEST
               UNTIL WS-CONTEST-END-OF-FILE.
           IF WS-CONTEST-COUNT = ZERO
               DISPLAY "BALSTYLE - NO CONTESTS LOADED FOR "
                   WS-ELECTION-DATE " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-CONTEST.
           READ CONTEST-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CONTEST-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-CONTEST-END-OF-FILE
              AND CT-ELECTION-DATE NOT = WS-ELECTION-DATE
               SET WS-CONTEST-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-CONTEST-END-OF-FILE
               IF WS-CONTEST-COUNT NOT < WS-CONTEST-LIMIT
                   DISPLAY "BALSTYLE - MORE THAN " WS-CONTEST-LIMIT
                       " CONTESTS - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONTEST-COUNT
               MOVE CT-CONTEST-NO
                   TO WS-CTB-CONTEST-NO(WS-CONTEST-COUNT)
               MOVE CT-DISTRICT-CODE
                   TO WS-CTB-DISTRICT-CODE(WS-CONTEST-COUNT)
           END-IF.

      * ================================================================
      * 3000-CLEAR-OLD-STYLES - the election's styles from any prior
      *                         run go, so a precinct no longer on
      *                         the master or a contest since
      *                         withdrawn leaves nothing behind.
      * ================================================================
       3000-CLEAR-OLD-STYLES.
           MOVE WS-ELECTION-DATE TO BST-ELECTION-DATE.
           MOVE LOW-VALUES TO BST-PRECINCT-CODE.
           START BALLOT-STYLE-FILE
               KEY IS NOT LESS THAN BST-KEY
               INVALID KEY
                   SET WS-STYLE-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3100-CLEAR-ONE-STYLE
               UNTIL WS-STYLE-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-CLEAR-ONE-STYLE.
           READ BALLOT-STYLE-FILE NEXT RECORD
               AT END
                   SET WS-STYLE-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-STYLE-END-OF-FILE
               IF BST-ELECTION-DATE = WS-ELECTION-DATE
                   DELETE BALLOT-STYLE-FILE
                   ADD 1 TO WS-STYLES-REMOVED
               ELSE
                   SET WS-STYLE-END-OF-FILE TO TRUE
               END-IF
           END-IF.

      * ================================================================
      * 4000-STYLE-ONE-PRECINCT - builds the precinct's contest list,
      *                           finds the style already holding that
      *                           list or opens a new one, and writes
      *                           the precinct's BALLOT-STYLE record.
      * ================================================================
       4000-STYLE-ONE-PRECINCT.
           READ PRECINCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-PRECINCT-END-OF-FILE TO TRUE
                   GO TO 4000-EXIT
           END-READ.
           ADD 1 TO WS-PRECINCTS-READ.
           IF WS-PRECINCT-COUNT NOT < WS-PRECINCT-LIMIT
               DISPLAY "BALSTYLE - MORE THAN " WS-PRECINCT-LIMIT
                   " PRECINCTS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-WORK-CONTEST-COUNT.
           MOVE ZEROS TO WS-WORK-CONTEST-LIST.
           PERFORM 4100-CHECK-ONE-CONTEST
               VARYING WS-CTB-IDX FROM 1 BY 1
               UNTIL WS-CTB-IDX > WS-CONTEST-COUNT.
           ADD 1 TO WS-PRECINCT-COUNT.
           MOVE PREC-CODE TO WS-PTB-PRECINCT-CODE(WS-PRECINCT-COUNT).
           MOVE ZERO TO WS-PTB-STYLE-NO(WS-PRECINCT-COUNT).
           IF WS-WORK-CONTEST-COUNT = ZERO
               ADD 1 TO WS-PRECINCTS-NO-CONTEST
               DISPLAY "BALSTYLE - PRECINCT " PREC-CODE
                   " HAS NO CONTEST ON THE BALLOT - NO STYLE"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-FIND-OR-ADD-STYLE.
           MOVE WS-FOUND-STYLE TO WS-PTB-STYLE-NO(WS-PRECINCT-COUNT).
           ADD 1 TO WS-STB-PRECINCTS(WS-FOUND-STYLE).
           MOVE SPACES TO BALLOT-STYLE-RECORD.
           MOVE WS-ELECTION-DATE      TO BST-ELECTION-DATE.
           MOVE PREC-CODE             TO BST-PRECINCT-CODE.
           MOVE WS-FOUND-STYLE        TO BST-STYLE-NO.
           MOVE WS-WORK-CONTEST-COUNT TO BST-CONTEST-COUNT.
           MOVE WS-WORK-CONTEST-LIST  TO BST-CONTEST-LIST.
           WRITE BALLOT-STYLE-RECORD
               INVALID KEY
                   DISPLAY "BALSTYLE - STYLE FOR PRECINCT " PREC-CODE
                       " NOT WRITTEN - STATUS " WS-BALSTYL-STATUS
           END-WRITE.
           ADD 1 TO WS-PRECINCTS-STYLED.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-CONTEST.
           MOVE "N" TO WS-CONTEST-ON-SWITCH.
           IF WS-CTB-DISTRICT-CODE(WS-CTB-IDX) = SPACES
               SET WS-CONTEST-ON-BALLOT TO TRUE
           ELSE
               MOVE WS-CTB-DISTRICT-CODE(WS-CTB-IDX)
                   TO DP-DISTRICT-CODE
               MOVE PREC-CODE TO DP-PRECINCT-CODE
               READ DISTRICT-MAP-FILE
                   NOT INVALID KEY
                       SET WS-CONTEST-ON-BALLOT TO TRUE
               END-READ
           END-IF.
           IF WS-CONTEST-ON-BALLOT
               IF WS-WORK-CONTEST-COUNT NOT < 40
                   DISPLAY "BALSTYLE - PRECINCT " PREC-CODE
                       " VOTES ON MORE THAN 40 CONTESTS - RUN "
                       "ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WORK-CONTEST-COUNT
               MOVE WS-CTB-CONTEST-NO(WS-CTB-IDX)
                   TO WS-WORK-CONTEST-NO(WS-WORK-CONTEST-COUNT)
           END-IF.

       4200-FIND-OR-ADD-STYLE.
           MOVE ZERO TO WS-FOUND-STYLE.
           PERFORM 4210-COMPARE-ONE-STYLE
               VARYING WS-STB-IDX FROM 1 BY 1
               UNTIL WS-STB-IDX > WS-STYLE-COUNT
                  OR WS-FOUND-STYLE NOT = ZERO.
           IF WS-FOUND-STYLE = ZERO
               IF WS-STYLE-COUNT NOT < WS-STYLE-LIMIT
                   DISPLAY "BALSTYLE - MORE THAN " WS-STYLE-LIMIT
                       " BALLOT STYLES - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STYLE-COUNT
               MOVE WS-STYLE-COUNT TO WS-FOUND-STYLE
               MOVE WS-WORK-CONTEST-COUNT
                   TO WS-STB-CONTEST-COUNT(WS-FOUND-STYLE)
               MOVE WS-WORK-CONTEST-LIST
                   TO WS-STB-CONTEST-LIST(WS-FOUND-STYLE)
               MOVE ZERO TO WS-STB-PRECINCTS(WS-FOUND-STYLE)
               MOVE ZERO TO WS-STB-VOTERS(WS-FOUND-STYLE)
           END-IF.

       4210-COMPARE-ONE-STYLE.
           IF WS-STB-CONTEST-COUNT(WS-STB-IDX) = WS-WORK-CONTEST-COUNT
              AND WS-STB-CONTEST-LIST(WS-STB-IDX)
                  = WS-WORK-CONTEST-LIST
               MOVE WS-STB-IDX TO WS-FOUND-STYLE
           END-IF.

      * ================================================================
      * 5000-COUNT-ONE-VOTER - an active voter counts toward the
      *                        style of the precinct on the roll.
      * ================================================================
       5000-COUNT-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 5000-EXIT
           END-READ.
           ADD 1 TO WS-VOTERS-READ.
           IF NOT VRM-ACTIVE
               GO TO 5000-EXIT
           END-IF.
           SEARCH ALL WS-PRECINCT-ENTRY
               AT END
                   ADD 1 TO WS-VOTERS-NO-STYLE
                   GO TO 5000-EXIT
               WHEN WS-PTB-PRECINCT-CODE(WS-PTB-IDX) = VRM-PRECINCT-CODE
                   SET WS-PTB-SUB TO WS-PTB-IDX
           END-SEARCH.
           IF WS-PTB-STYLE-NO(WS-PTB-SUB) = ZERO
               ADD 1 TO WS-VOTERS-NO-STYLE
           ELSE
               ADD 1 TO WS-STB-VOTERS(WS-PTB-STYLE-NO(WS-PTB-SUB))
               ADD 1 TO WS-VOTERS-COUNTED
           END-IF.
       5000-EXIT.
           EXIT.

      * ================================================================
      * 6000-PRINT-ONE-SAMPLE-BALLOT - own page per style (column-1
      *                                '1' carriage control, as the
      *                                poll books): heading, the
      *                                precincts served, then every
      *                                contest in ballot order with
      *                                its choices and, on an office,
      *                                a write-in line per seat.
      * ================================================================
       6000-PRINT-ONE-SAMPLE-BALLOT.
           MOVE WS-PAGE-EJECT-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE WS-ELECTION-DESCRIPTION TO WS-BH-DESCRIPTION.
           MOVE WS-ELECTION-DATE        TO WS-BH-ELECTION-DATE.
           MOVE WS-STB-IDX              TO WS-BH-STYLE-NO.
           MOVE WS-BALLOT-HEADING-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE WS-BALLOT-NOTICE-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE SPACES TO WS-PRECINCT-LIST-LINE.
           MOVE "PRECINCTS" TO WS-PL-CAPTION.
           MOVE ZERO TO WS-LIST-SLOT.
           PERFORM 6100-LIST-ONE-PRECINCT
               VARYING WS-PTB-SUB FROM 1 BY 1
               UNTIL WS-PTB-SUB > WS-PRECINCT-COUNT.
           IF WS-LIST-SLOT > ZERO
               MOVE WS-PRECINCT-LIST-LINE TO SAMPLE-BALLOT-LINE
               WRITE SAMPLE-BALLOT-LINE
           END-IF.
           MOVE WS-STB-CONTEST-LIST(WS-STB-IDX)
               TO WS-WORK-CONTEST-LIST.
           PERFORM 6200-PRINT-ONE-CONTEST
               VARYING WS-STYLE-CONTEST-IDX FROM 1 BY 1
               UNTIL WS-STYLE-CONTEST-IDX
                   > WS-STB-CONTEST-COUNT(WS-STB-IDX).

       6100-LIST-ONE-PRECINCT.
           IF WS-PTB-STYLE-NO(WS-PTB-SUB) = WS-STB-IDX
               ADD 1 TO WS-LIST-SLOT
               MOVE WS-PTB-PRECINCT-CODE(WS-PTB-SUB)
                   TO WS-PL-PRECINCT-CODE(WS-LIST-SLOT)
               IF WS-LIST-SLOT = 15
                   MOVE WS-PRECINCT-LIST-LINE TO SAMPLE-BALLOT-LINE
                   WRITE SAMPLE-BALLOT-LINE
                   MOVE SPACES TO WS-PRECINCT-LIST-LINE
                   MOVE ZERO TO WS-LIST-SLOT
               END-IF
           END-IF.

       6200-PRINT-ONE-CONTEST.
           MOVE WS-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-WORK-CONTEST-NO(WS-STYLE-CONTEST-IDX)
               TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CONTEST-RECORD
                   MOVE "(CONTEST NO LONGER ON FILE)" TO CT-TITLE
                   MOVE ZERO TO CT-VOTE-FOR
                   MOVE ZERO TO CT-CHOICE-COUNT
           END-READ.
           MOVE SPACES TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE CT-TITLE TO WS-CT-TITLE.
           IF CT-IS-MEASURE
               MOVE "VOTE YES OR NO" TO WS-CT-VOTE-FOR-TEXT
           ELSE
               MOVE CT-VOTE-FOR TO WS-VF-COUNT
               MOVE WS-VOTE-FOR-TEXT TO WS-CT-VOTE-FOR-TEXT
           END-IF.
           MOVE WS-CONTEST-TITLE-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           IF CT-PARTY NOT = SPACES
               MOVE CT-PARTY TO WS-CP-PARTY
               MOVE WS-CONTEST-PARTY-LINE TO SAMPLE-BALLOT-LINE
               WRITE SAMPLE-BALLOT-LINE
           END-IF.
           PERFORM 6210-PRINT-ONE-CHOICE
               VARYING WS-CHOICE-IDX FROM 1 BY 1
               UNTIL WS-CHOICE-IDX > CT-CHOICE-COUNT.
           IF CT-IS-OFFICE
               PERFORM 6220-PRINT-ONE-WRITE-IN
                   VARYING WS-WRITE-IN-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IN-IDX > CT-VOTE-FOR
           END-IF.

       6210-PRINT-ONE-CHOICE.
           MOVE CT-CHOICE-NAME(WS-CHOICE-IDX)  TO WS-CH-NAME.
           MOVE CT-CHOICE-PARTY(WS-CHOICE-IDX) TO WS-CH-PARTY.
           MOVE WS-CHOICE-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.

       6220-PRINT-ONE-WRITE-IN.
           MOVE WS-WRITE-IN-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.

      * ================================================================
      * 7000-PRINT-MAILING-COUNT - how many of each style to print,
      *                            and the voters whose precinct has
      *                            no style (on no ballot at all).
      * ================================================================
       7000-PRINT-MAILING-COUNT.
           MOVE WS-PAGE-EJECT-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE WS-ELECTION-DESCRIPTION TO WS-CH1-DESCRIPTION.
           MOVE WS-ELECTION-DATE        TO WS-CH1-ELECTION-DATE.
           MOVE WS-COUNT-HEADING-LINE-1 TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE SPACES TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE WS-COUNT-HEADING-LINE-2 TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           PERFORM 7100-PRINT-ONE-STYLE-COUNT
               VARYING WS-STB-IDX FROM 1 BY 1
               UNTIL WS-STB-IDX > WS-STYLE-COUNT.
           MOVE SPACES TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.
           MOVE "BALLOT STYLES" TO WS-CT-CAPTION.
           MOVE WS-STYLE-COUNT TO WS-CT-COUNT.
           PERFORM 7200-PRINT-COUNT-TOTAL.
           MOVE "ACTIVE VOTERS TO MAIL" TO WS-CT-CAPTION.
           MOVE WS-VOTERS-COUNTED TO WS-CT-COUNT.
           PERFORM 7200-PRINT-COUNT-TOTAL.
           MOVE "PRECINCTS WITH NO CONTEST - NO STYLE"
               TO WS-CT-CAPTION.
           MOVE WS-PRECINCTS-NO-CONTEST TO WS-CT-COUNT.
           PERFORM 7200-PRINT-COUNT-TOTAL.
           MOVE "ACTIVE VOTERS IN NO STYLE" TO WS-CT-CAPTION.
           MOVE WS-VOTERS-NO-STYLE TO WS-CT-COUNT.
           PERFORM 7200-PRINT-COUNT-TOTAL.

       7100-PRINT-ONE-STYLE-COUNT.
           MOVE WS-STB-IDX                       TO WS-CD-STYLE-NO.
           MOVE WS-STB-CONTEST-COUNT(WS-STB-IDX) TO WS-CD-CONTESTS.
           MOVE WS-STB-PRECINCTS(WS-STB-IDX)     TO WS-CD-PRECINCTS.
           MOVE WS-STB-VOTERS(WS-STB-IDX)        TO WS-CD-VOTERS.
           MOVE WS-COUNT-DETAIL-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.

       7200-PRINT-COUNT-TOTAL.
           MOVE WS-COUNT-TOTAL-LINE TO SAMPLE-BALLOT-LINE.
           WRITE SAMPLE-BALLOT-LINE.

       9000-TERMINATE.
           DISPLAY "BALLOT STYLE DERIVATION - END OF JOB SUMMARY".
           DISPLAY "  CONTESTS ON THE BALLOT : " WS-CONTEST-COUNT.
           DISPLAY "  OLD STYLE RECORDS GONE : " WS-STYLES-REMOVED.
           DISPLAY "  PRECINCTS READ         : " WS-PRECINCTS-READ.
           DISPLAY "  PRECINCTS STYLED       : " WS-PRECINCTS-STYLED.
           DISPLAY "  PRECINCTS NO CONTEST   : "
               WS-PRECINCTS-NO-CONTEST.
           DISPLAY "  BALLOT STYLES          : " WS-STYLE-COUNT.
           DISPLAY "  VOTERS READ            : " WS-VOTERS-READ.
           DISPLAY "  ACTIVE VOTERS COUNTED  : " WS-VOTERS-COUNTED.
           DISPLAY "  ACTIVE VOTERS NO STYLE : " WS-VOTERS-NO-STYLE.
           CLOSE CONTEST-MASTER-FILE.
           CLOSE DISTRICT-MAP-FILE.
           CLOSE PRECINCT-MASTER-FILE.
           CLOSE BALLOT-STYLE-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE SAMPLE-BALLOT-FILE.
           IF WS-PRECINCTS-NO-CONTEST > ZERO
              OR WS-VOTERS-NO-STYLE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM BALSTYLE.
