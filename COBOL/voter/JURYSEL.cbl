      ******************************************************************
      * PROGRAM:      JURYSEL
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Jury source list draw.  Twice a year the court
      *               asks for a number of registered voters drawn at
      *               random.  This program draws that many ACTIVE
      *               voters off the VOTER-ROLL-MASTER, stratified by
      *               precinct in proportion to each precinct's share
      *               of the eligible voters, and writes the court's
      *               fixed-format extract, the summons mailing
      *               labels and the draw report.
      *
      *               A voter is not eligible when under 18 or over
      *               the court's age limit on the draw date (age from
      *               the birth date when the roll has one), when
      *               DISQMTCH has a disqualification referral pending
      *               for the voter on DISQREVQ, or when JURYHIST
      *               shows the voter drawn within the court's
      *               exemption window before the draw date.  Every
      *               voter drawn is posted to JURYHIST.
      *
      *               The draw is a multiplicative congruential
      *               generator (16807 mod 2**31-1) run over the roll
      *               in voter-id order - each precinct takes its
      *               quota by selection sampling, so the quota is
      *               always met exactly.  The starting seed is
      *               printed on the report and appended to JURYLOG;
      *               the same seed and draw date against the same
      *               roll and history draw the same voters, so a
      *               challenged draw can be reproduced.  A history
      *               entry dated on or after the draw date is not a
      *               prior selection, so a rerun is not exempted by
      *               the run it is reproducing.
      *
      *               Command-line parameter (fixed column):
      *                   1-6    jurors requested (required)
      *                   7-9    upper age limit (blank = 075)
      *                   10-11  exemption window in years
      *                          (blank = 02)
      *                   12-21  seed 1-2147483646 (blank = taken
      *                          from the run clock)
      *                   22-29  draw date YYYYMMDD (blank = today)
      *
      *               Court extract record (fixed column):
      *                   1-6    sequence in the draw
      *                   7-16   voter id
      *                   17-46  name
      *                   47-54  date of birth (zero = not on file)
      *                   55-57  age on the draw date
      *                   58-77  street
      *                   78-92  city
      *                   93-94  state
      *                   95-99  zip
      *                   100-103 precinct
      *                   104-111 draw date
      *                   112-121 seed
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original jury source list draw.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURYSEL.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-ROLLMAST-STATUS.

           SELECT REVIEW-QUEUE-FILE ASSIGN TO "DISQREVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-VOTER-ID
               FILE STATUS IS WS-REVIEWQ-STATUS.

           SELECT JURY-HISTORY-FILE ASSIGN TO "JURYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-VOTER-ID
               FILE STATUS IS WS-JURYHIST-STATUS.

           SELECT COURT-EXTRACT-FILE ASSIGN TO "JURYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SUMMONS-LABEL-FILE ASSIGN TO "JURYLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

           SELECT DRAW-REPORT-FILE ASSIGN TO "JURYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DRAW-LOG-FILE ASSIGN TO "JURYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  REVIEW-QUEUE-FILE.
       COPY DISQREC.

       FD  JURY-HISTORY-FILE.
       COPY JURYHREC.

       FD  COURT-EXTRACT-FILE.
       01  COURT-EXTRACT-RECORD          PIC X(150).

       FD  SUMMONS-LABEL-FILE.
       01  SUMMONS-LABEL-LINE            PIC X(80).

       FD  DRAW-REPORT-FILE.
       01  DRAW-REPORT-LINE              PIC X(132).

       FD  DRAW-LOG-FILE.
       01  DRAW-LOG-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REVIEWQ-STATUS         PIC X(02) VALUE "00".
           05  WS-JURYHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-LABEL-STATUS           PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".
           05  WS-DRAWLOG-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-REFERRAL-FILE-SWITCH   PIC X(01) VALUE "Y".
               88  WS-REFERRALS-ON-FILE         VALUE "Y".
               88  WS-NO-REFERRAL-FILE          VALUE "N".
           05  WS-ELIGIBLE-SWITCH        PIC X(01) VALUE "Y".
               88  WS-VOTER-ELIGIBLE            VALUE "Y".
               88  WS-VOTER-EXCLUDED            VALUE "N".
           05  WS-PASS-SWITCH            PIC X(01) VALUE "C".
               88  WS-COUNTING-PASS             VALUE "C".
               88  WS-DRAWING-PASS              VALUE "D".
           05  WS-SEED-SOURCE-SWITCH     PIC X(01) VALUE "C".
               88  WS-SEED-FROM-CLOCK           VALUE "C".
               88  WS-SEED-FROM-PARM            VALUE "P".
           05  WS-HISTORY-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-HISTORY-FOUND             VALUE "Y".
               88  WS-HISTORY-NOT-FOUND         VALUE "N".

       COPY DOBAGEW.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYYMM         PIC 9(06).
           05  WS-CURRENT-DD             PIC 9(02).
       01  WS-CURRENT-TIME               PIC 9(08).

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-PARM-FIELDS REDEFINES WS-CMD-LINE-PARM.
           05  WS-PARM-REQUESTED         PIC X(06).
           05  WS-PARM-AGE-LIMIT         PIC X(03).
           05  WS-PARM-EXEMPT-YEARS      PIC X(02).
           05  WS-PARM-SEED              PIC X(10).
           05  WS-PARM-DRAW-DATE         PIC X(08).
           05  FILLER                    PIC X(51).

       01  WS-DRAW-PARAMETERS.
           05  WS-REQUESTED              PIC 9(06).
           05  WS-MINIMUM-AGE            PIC 9(03) VALUE 18.
           05  WS-AGE-LIMIT              PIC 9(03) VALUE 75.
           05  WS-EXEMPT-YEARS           PIC 9(02) VALUE 2.
           05  WS-DRAW-DATE              PIC 9(08).
           05  WS-WINDOW-START           PIC 9(08).

      * Park-Miller minimal standard generator: the next seed is
      * the seed times 16807, modulo 2**31-1.  A voter is taken when
      * seed / modulus < still needed / still unseen, compared in
      * whole numbers so no rounding enters the draw.
       01  WS-RANDOM-WORK.
           05  WS-MODULUS                PIC 9(10) VALUE 2147483647.
           05  WS-MULTIPLIER             PIC 9(05) VALUE 16807.
           05  WS-STARTING-SEED          PIC 9(10).
           05  WS-SEED                   PIC 9(10).
           05  WS-PRODUCT                PIC 9(15).
           05  WS-QUOTIENT-DROPPED       PIC 9(15).
           05  WS-DRAW-LEFT              PIC 9(18).
           05  WS-DRAW-RIGHT             PIC 9(18).

      * One slot per precinct with eligible voters; a county past
      * 500 precincts would be a different county.
       01  WS-PRECINCT-LIMIT             PIC 9(03) COMP VALUE 500.
       01  WS-PRECINCT-TABLE.
           05  WS-PREC-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-PREC-ENTRY OCCURS 500 TIMES.
               10  WS-PREC-CODE          PIC X(04).
               10  WS-PREC-ELIGIBLE      PIC 9(07) COMP.
               10  WS-PREC-QUOTA         PIC 9(07) COMP.
               10  WS-PREC-REMAINDER     PIC 9(09) COMP.
               10  WS-PREC-BUMP-SWITCH   PIC X(01).
                   88  WS-PREC-BUMPED           VALUE "Y".
               10  WS-PREC-STILL-NEEDED  PIC 9(07) COMP.
               10  WS-PREC-STILL-UNSEEN  PIC 9(07) COMP.
               10  WS-PREC-DRAWN         PIC 9(07) COMP.
       01  WS-PREC-SUB                   PIC 9(03) COMP.
       01  WS-PREC-HIT-SUB               PIC 9(03) COMP.
       01  WS-BEST-SUB                   PIC 9(03) COMP.
       01  WS-LOOKUP-CODE                PIC X(04).
       01  WS-QUOTA-WORK                 PIC 9(15).
       01  WS-LEFTOVER                   PIC 9(07) COMP.
       01  WS-VOTER-AGE                  PIC 9(03).

       01  WS-CONTROL-TOTALS.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-INACTIVE-SKIPPED       PIC 9(9) COMP VALUE ZERO.
           05  WS-UNDER-AGE              PIC 9(9) COMP VALUE ZERO.
           05  WS-OVER-AGE-LIMIT         PIC 9(9) COMP VALUE ZERO.
           05  WS-REFERRAL-PENDING       PIC 9(9) COMP VALUE ZERO.
           05  WS-EXEMPT-PRIOR-DRAW      PIC 9(9) COMP VALUE ZERO.
           05  WS-ELIGIBLE-TOTAL         PIC 9(9) COMP VALUE ZERO.
           05  WS-QUOTA-TOTAL            PIC 9(9) COMP VALUE ZERO.
           05  WS-DRAWN-TOTAL            PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-ADDED          PIC 9(9) COMP VALUE ZERO.
           05  WS-HISTORY-UPDATED        PIC 9(9) COMP VALUE ZERO.

       01  WS-COURT-EXTRACT.
           05  WS-CX-SEQUENCE            PIC 9(06).
           05  WS-CX-VOTER-ID            PIC 9(10).
           05  WS-CX-NAME                PIC X(30).
           05  WS-CX-DATE-OF-BIRTH       PIC 9(08).
           05  WS-CX-AGE                 PIC 9(03).
           05  WS-CX-STREET              PIC X(20).
           05  WS-CX-CITY                PIC X(15).
           05  WS-CX-STATE               PIC X(02).
           05  WS-CX-ZIP                 PIC 9(05).
           05  WS-CX-PRECINCT            PIC X(04).
           05  WS-CX-DRAW-DATE           PIC 9(08).
           05  WS-CX-SEED                PIC 9(10).
           05  FILLER                    PIC X(29).

       01  WS-DRAW-LOG-RECORD.
           05  WS-LOG-DRAW-DATE          PIC 9(08).
           05  FILLER                    PIC X(01).
           05  WS-LOG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(01).
           05  WS-LOG-RUN-TIME           PIC 9(08).
           05  FILLER                    PIC X(01).
           05  WS-LOG-SEED               PIC 9(10).
           05  FILLER                    PIC X(01).
           05  WS-LOG-SEED-SOURCE        PIC X(05).
           05  FILLER                    PIC X(01).
           05  WS-LOG-REQUESTED          PIC 9(06).
           05  FILLER                    PIC X(01).
           05  WS-LOG-AGE-LIMIT          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  WS-LOG-EXEMPT-YEARS       PIC 9(02).
           05  FILLER                    PIC X(01).
           05  WS-LOG-ELIGIBLE           PIC 9(09).
           05  FILLER                    PIC X(01).
           05  WS-LOG-DRAWN              PIC 9(09).
           05  FILLER                    PIC X(55).

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(26) VALUE
               "JURY SOURCE LIST DRAW FOR ".
           05  WS-TTL-DRAW-DATE          PIC 9(08).
           05  FILLER                    PIC X(09) VALUE "   RUN ON".
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-TTL-RUN-DATE           PIC 9(08).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-CAPTION            PIC X(44).
           05  WS-SUM-VALUE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  WS-SUM-NOTE               PIC X(60).

       01  WS-SEED-LINE.
           05  FILLER                    PIC X(44) VALUE
               "RANDOM SEED".
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-SEED-VALUE             PIC 9(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SEED-SOURCE            PIC X(20).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(12) VALUE "PRECINCT".
           05  FILLER                    PIC X(11) VALUE
               "   ELIGIBLE".
           05  FILLER                    PIC X(11) VALUE
               "      QUOTA".
           05  FILLER                    PIC X(11) VALUE
               "      DRAWN".

       01  WS-PRECINCT-LINE.
           05  WS-PL-PRECINCT            PIC X(12).
           05  FILLER                    PIC X(01).
           05  WS-PL-ELIGIBLE            PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  WS-PL-QUOTA               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(02).
           05  WS-PL-DRAWN               PIC Z,ZZZ,ZZ9.

       01  WS-REPRODUCE-LINE.
           05  FILLER                    PIC X(37) VALUE
               "TO REPRODUCE THIS DRAW RUN JURYSEL WI".
           05  FILLER                    PIC X(08) VALUE "TH SEED ".
           05  WS-RPL-SEED               PIC 9(10).
           05  FILLER                    PIC X(15) VALUE
               " AND DRAW DATE ".
           05  WS-RPL-DRAW-DATE          PIC 9(08).
           05  FILLER                    PIC X(37) VALUE
               " AGAINST THE SAME ROLL AND HISTORY".

       01  WS-SEQUENCE-EDIT              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-COUNT-ELIGIBLE
               THRU 2000-EXIT.
           PERFORM 3000-ALLOCATE-QUOTAS
               THRU 3000-EXIT.
           PERFORM 4000-DRAW-JURORS
               THRU 4000-EXIT.
           PERFORM 5000-PRINT-DRAW-REPORT
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - edit the parameter, fix the starting seed
      *                   and open the files.  A bad parameter aborts
      *                   before anything is drawn.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-PARM-REQUESTED IS NOT NUMERIC
              OR WS-PARM-REQUESTED = "000000"
               DISPLAY "JURYSEL - JURORS REQUESTED (COLUMNS 1-6) "
                   "MUST BE NUMERIC AND NOT ZERO - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-REQUESTED TO WS-REQUESTED.
           IF WS-PARM-AGE-LIMIT NOT = SPACES
               IF WS-PARM-AGE-LIMIT IS NOT NUMERIC
                  OR WS-PARM-AGE-LIMIT < "018"
                   DISPLAY "JURYSEL - AGE LIMIT (COLUMNS 7-9) MUST "
                       "BE NUMERIC AND AT LEAST 018 - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-AGE-LIMIT TO WS-AGE-LIMIT
           END-IF.
           IF WS-PARM-EXEMPT-YEARS NOT = SPACES
               IF WS-PARM-EXEMPT-YEARS IS NOT NUMERIC
                   DISPLAY "JURYSEL - EXEMPTION WINDOW (COLUMNS "
                       "10-11) MUST BE NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-EXEMPT-YEARS TO WS-EXEMPT-YEARS
           END-IF.
           IF WS-PARM-DRAW-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-DRAW-DATE
           ELSE
               IF WS-PARM-DRAW-DATE IS NOT NUMERIC
                  OR WS-PARM-DRAW-DATE > WS-CURRENT-DATE
                   DISPLAY "JURYSEL - DRAW DATE (COLUMNS 22-29) "
                       "MUST BE YYYYMMDD AND NOT AFTER TODAY - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-DRAW-DATE TO WS-DRAW-DATE
           END-IF.
           COMPUTE WS-WINDOW-START =
               WS-DRAW-DATE - (WS-EXEMPT-YEARS * 10000).
           PERFORM 1100-FIX-STARTING-SEED.
           MOVE WS-STARTING-SEED TO WS-SEED.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-ROLLMAST-STATUS NOT = "00"
               DISPLAY "JURYSEL - CANNOT OPEN VOTEROLM - STATUS "
                   WS-ROLLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REVIEW-QUEUE-FILE.
           IF WS-REVIEWQ-STATUS = "35"
               SET WS-NO-REFERRAL-FILE TO TRUE
           ELSE
               IF WS-REVIEWQ-STATUS NOT = "00"
                   DISPLAY "JURYSEL - CANNOT OPEN DISQREVQ - STATUS "
                       WS-REVIEWQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O JURY-HISTORY-FILE.
           IF WS-JURYHIST-STATUS = "35"
               OPEN OUTPUT JURY-HISTORY-FILE
               CLOSE JURY-HISTORY-FILE
               OPEN I-O JURY-HISTORY-FILE
           END-IF.
           OPEN OUTPUT COURT-EXTRACT-FILE.
           OPEN OUTPUT SUMMONS-LABEL-FILE.
           OPEN OUTPUT DRAW-REPORT-FILE.
           OPEN EXTEND DRAW-LOG-FILE.
           IF WS-DRAWLOG-STATUS = "35"
               OPEN OUTPUT DRAW-LOG-FILE
           END-IF.
           DISPLAY "JURYSEL - DRAW DATE " WS-DRAW-DATE
               " STARTING SEED " WS-STARTING-SEED.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-FIX-STARTING-SEED - a seed on the parameter is used as
      *                          keyed; otherwise it comes off the
      *                          run clock (day of month and time to
      *                          the hundredth), folded into the
      *                          generator's range.
      * ================================================================
       1100-FIX-STARTING-SEED.
           IF WS-PARM-SEED = SPACES
               SET WS-SEED-FROM-CLOCK TO TRUE
               COMPUTE WS-PRODUCT =
                   (WS-CURRENT-DD * 100000000) + WS-CURRENT-TIME + 1
               DIVIDE WS-PRODUCT BY WS-MODULUS
                   GIVING WS-QUOTIENT-DROPPED
                   REMAINDER WS-STARTING-SEED
               IF WS-STARTING-SEED = ZERO
                   MOVE 1 TO WS-STARTING-SEED
               END-IF
           ELSE
               SET WS-SEED-FROM-PARM TO TRUE
               IF WS-PARM-SEED IS NOT NUMERIC
                   DISPLAY "JURYSEL - SEED (COLUMNS 12-21) MUST BE "
                       "NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-SEED TO WS-STARTING-SEED
               IF WS-STARTING-SEED = ZERO
                  OR WS-STARTING-SEED NOT < WS-MODULUS
                   DISPLAY "JURYSEL - SEED MUST BE 1 THROUGH "
                       "2147483646 - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * ================================================================
      * 2000-COUNT-ELIGIBLE - first pass over the roll: how many
      *                       eligible voters each precinct has, and
      *                       why everyone else was left out.
      * ================================================================
       2000-COUNT-ELIGIBLE.
           SET WS-COUNTING-PASS TO TRUE.
           PERFORM 2100-COUNT-ONE-VOTER
               THRU 2100-EXIT
               UNTIL WS-ROLL-END-OF-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-VOTERS-READ.
           PERFORM 6000-CHECK-ELIGIBILITY
               THRU 6000-EXIT.
           IF WS-VOTER-EXCLUDED
               GO TO 2100-EXIT
           END-IF.
           MOVE VRM-PRECINCT-CODE TO WS-LOOKUP-CODE.
           PERFORM 8000-FIND-PRECINCT-SLOT.
           IF WS-PREC-HIT-SUB = ZERO
               PERFORM 8200-ADD-PRECINCT-SLOT
           END-IF.
           ADD 1 TO WS-PREC-ELIGIBLE (WS-PREC-HIT-SUB).
           ADD 1 TO WS-ELIGIBLE-TOTAL.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 3000-ALLOCATE-QUOTAS - each precinct's quota is the request
      *                        times its share of the eligible
      *                        voters, rounded down; the jurors the
      *                        rounding leaves over go one apiece to
      *                        the precincts with the largest
      *                        remainders (first in the table wins a
      *                        tie).  A request at or over the
      *                        eligible count draws every eligible
      *                        voter.
      * ================================================================
       3000-ALLOCATE-QUOTAS.
           MOVE ZERO TO WS-QUOTA-TOTAL.
           IF WS-ELIGIBLE-TOTAL = ZERO
               DISPLAY "JURYSEL - NO ELIGIBLE VOTERS ON THE ROLL - "
                   "NOTHING DRAWN"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           IF WS-REQUESTED NOT < WS-ELIGIBLE-TOTAL
               DISPLAY "JURYSEL - " WS-REQUESTED " REQUESTED, "
                   WS-ELIGIBLE-TOTAL " ELIGIBLE - EVERY ELIGIBLE "
                   "VOTER IS DRAWN"
               MOVE 4 TO RETURN-CODE
               PERFORM 3050-TAKE-WHOLE-PRECINCT
                   VARYING WS-PREC-SUB FROM 1 BY 1
                   UNTIL WS-PREC-SUB > WS-PREC-COUNT
           ELSE
               PERFORM 3100-SET-ONE-FLOOR-QUOTA
                   VARYING WS-PREC-SUB FROM 1 BY 1
                   UNTIL WS-PREC-SUB > WS-PREC-COUNT
               COMPUTE WS-LEFTOVER = WS-REQUESTED - WS-QUOTA-TOTAL
               PERFORM 3200-BUMP-LARGEST-REMAINDER
                   WS-LEFTOVER TIMES
           END-IF.
           PERFORM 3300-READY-ONE-PRECINCT
               VARYING WS-PREC-SUB FROM 1 BY 1
               UNTIL WS-PREC-SUB > WS-PREC-COUNT.
       3000-EXIT.
           EXIT.

       3050-TAKE-WHOLE-PRECINCT.
           MOVE WS-PREC-ELIGIBLE (WS-PREC-SUB)
               TO WS-PREC-QUOTA (WS-PREC-SUB).
           ADD WS-PREC-QUOTA (WS-PREC-SUB) TO WS-QUOTA-TOTAL.

       3100-SET-ONE-FLOOR-QUOTA.
           COMPUTE WS-QUOTA-WORK =
               WS-REQUESTED * WS-PREC-ELIGIBLE (WS-PREC-SUB).
           DIVIDE WS-QUOTA-WORK BY WS-ELIGIBLE-TOTAL
               GIVING WS-PREC-QUOTA (WS-PREC-SUB)
               REMAINDER WS-PREC-REMAINDER (WS-PREC-SUB).
           ADD WS-PREC-QUOTA (WS-PREC-SUB) TO WS-QUOTA-TOTAL.

       3200-BUMP-LARGEST-REMAINDER.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 3210-TRY-ONE-REMAINDER
               VARYING WS-PREC-SUB FROM 1 BY 1
               UNTIL WS-PREC-SUB > WS-PREC-COUNT.
           IF WS-BEST-SUB > ZERO
               ADD 1 TO WS-PREC-QUOTA (WS-BEST-SUB)
               ADD 1 TO WS-QUOTA-TOTAL
               SET WS-PREC-BUMPED (WS-BEST-SUB) TO TRUE
           END-IF.

       3210-TRY-ONE-REMAINDER.
           IF NOT WS-PREC-BUMPED (WS-PREC-SUB)
               IF WS-BEST-SUB = ZERO
                   MOVE WS-PREC-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-PREC-REMAINDER (WS-PREC-SUB) >
                      WS-PREC-REMAINDER (WS-BEST-SUB)
                       MOVE WS-PREC-SUB TO WS-BEST-SUB
                   END-IF
               END-IF
           END-IF.

       3300-READY-ONE-PRECINCT.
           MOVE WS-PREC-QUOTA (WS-PREC-SUB)
               TO WS-PREC-STILL-NEEDED (WS-PREC-SUB).
           MOVE WS-PREC-ELIGIBLE (WS-PREC-SUB)
               TO WS-PREC-STILL-UNSEEN (WS-PREC-SUB).
           MOVE ZERO TO WS-PREC-DRAWN (WS-PREC-SUB).

      * ================================================================
      * 4000-DRAW-JURORS - second pass over the roll in voter-id
      *                    order.  Each eligible voter is taken with
      *                    probability still-needed / still-unseen
      *                    for the voter's precinct, which takes
      *                    exactly the quota, every eligible voter
      *                    in the precinct equally likely.
      * ================================================================
       4000-DRAW-JURORS.
           IF WS-QUOTA-TOTAL = ZERO
               GO TO 4000-EXIT
           END-IF.
           SET WS-DRAWING-PASS TO TRUE.
           MOVE "N" TO WS-ROLL-EOF-SWITCH.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-ROLLMAST-STATUS NOT = "00"
               DISPLAY "JURYSEL - CANNOT REOPEN VOTEROLM - STATUS "
                   WS-ROLLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-DRAW-ONE-VOTER
               THRU 4100-EXIT
               UNTIL WS-ROLL-END-OF-FILE
               OR WS-DRAWN-TOTAL = WS-QUOTA-TOTAL.
           CLOSE VOTER-ROLL-MASTER-FILE.
       4000-EXIT.
           EXIT.

       4100-DRAW-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           PERFORM 6000-CHECK-ELIGIBILITY
               THRU 6000-EXIT.
           IF WS-VOTER-EXCLUDED
               GO TO 4100-EXIT
           END-IF.
           MOVE VRM-PRECINCT-CODE TO WS-LOOKUP-CODE.
           PERFORM 8000-FIND-PRECINCT-SLOT.
           IF WS-PREC-HIT-SUB = ZERO
               GO TO 4100-EXIT
           END-IF.
           IF WS-PREC-STILL-NEEDED (WS-PREC-HIT-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF.
           PERFORM 7000-NEXT-RANDOM.
           COMPUTE WS-DRAW-LEFT =
               WS-SEED * WS-PREC-STILL-UNSEEN (WS-PREC-HIT-SUB).
           COMPUTE WS-DRAW-RIGHT =
               WS-PREC-STILL-NEEDED (WS-PREC-HIT-SUB) * WS-MODULUS.
           SUBTRACT 1 FROM WS-PREC-STILL-UNSEEN (WS-PREC-HIT-SUB).
           IF WS-DRAW-LEFT NOT < WS-DRAW-RIGHT
               GO TO 4100-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-PREC-STILL-NEEDED (WS-PREC-HIT-SUB).
           ADD 1 TO WS-PREC-DRAWN (WS-PREC-HIT-SUB).
           ADD 1 TO WS-DRAWN-TOTAL.
           PERFORM 4200-WRITE-COURT-EXTRACT.
           PERFORM 4300-PRINT-SUMMONS-LABEL.
           PERFORM 4400-POST-JURY-HISTORY.
       4100-EXIT.
           EXIT.

       4200-WRITE-COURT-EXTRACT.
           MOVE SPACES TO WS-COURT-EXTRACT.
           MOVE WS-DRAWN-TOTAL TO WS-CX-SEQUENCE.
           MOVE VRM-VOTER-ID TO WS-CX-VOTER-ID.
           MOVE VRM-NAME TO WS-CX-NAME.
           MOVE VRM-DATE-OF-BIRTH TO WS-CX-DATE-OF-BIRTH.
           MOVE WS-VOTER-AGE TO WS-CX-AGE.
           MOVE VRM-ADDR-STREET TO WS-CX-STREET.
           MOVE VRM-ADDR-CITY TO WS-CX-CITY.
           MOVE VRM-ADDR-STATE TO WS-CX-STATE.
           MOVE VRM-ADDR-ZIP TO WS-CX-ZIP.
           MOVE VRM-PRECINCT-CODE TO WS-CX-PRECINCT.
           MOVE WS-DRAW-DATE TO WS-CX-DRAW-DATE.
           MOVE WS-STARTING-SEED TO WS-CX-SEED.
           MOVE WS-COURT-EXTRACT TO COURT-EXTRACT-RECORD.
           WRITE COURT-EXTRACT-RECORD.

       4300-PRINT-SUMMONS-LABEL.
           MOVE WS-DRAWN-TOTAL TO WS-SEQUENCE-EDIT.
           MOVE SPACES TO SUMMONS-LABEL-LINE.
           STRING "JUROR SUMMONS NO. " WS-SEQUENCE-EDIT
                  "   PRECINCT " VRM-PRECINCT-CODE
               DELIMITED BY SIZE INTO SUMMONS-LABEL-LINE.
           WRITE SUMMONS-LABEL-LINE.
           MOVE VRM-NAME TO SUMMONS-LABEL-LINE.
           WRITE SUMMONS-LABEL-LINE.
           MOVE VRM-ADDR-STREET TO SUMMONS-LABEL-LINE.
           WRITE SUMMONS-LABEL-LINE.
           MOVE SPACES TO SUMMONS-LABEL-LINE.
           STRING VRM-ADDR-CITY " " VRM-ADDR-STATE " " VRM-ADDR-ZIP
               DELIMITED BY SIZE INTO SUMMONS-LABEL-LINE.
           WRITE SUMMONS-LABEL-LINE.
           MOVE ALL "-" TO SUMMONS-LABEL-LINE.
           WRITE SUMMONS-LABEL-LINE.

      * ================================================================
      * 4400-POST-JURY-HISTORY - a voter drawn for the first time is
      *                          added; one drawn before has the last
      *                          selection moved up to this draw.  A
      *                          rerun of a draw already posted
      *                          changes nothing.
      * ================================================================
       4400-POST-JURY-HISTORY.
           MOVE VRM-VOTER-ID TO JH-VOTER-ID.
           READ JURY-HISTORY-FILE
               INVALID KEY
                   SET WS-HISTORY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-HISTORY-FOUND TO TRUE
           END-READ.
           IF WS-HISTORY-NOT-FOUND
               MOVE SPACES TO JURY-HISTORY-RECORD
               MOVE VRM-VOTER-ID TO JH-VOTER-ID
               MOVE WS-DRAW-DATE TO JH-LAST-SELECTED
               MOVE WS-DRAW-DATE TO JH-FIRST-SELECTED
               MOVE 1 TO JH-TIMES-SELECTED
               MOVE WS-STARTING-SEED TO JH-LAST-SEED
               WRITE JURY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "JURYSEL - JURYHIST WRITE FAILED FOR "
                           VRM-VOTER-ID " - STATUS "
                           WS-JURYHIST-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-HISTORY-ADDED
               END-WRITE
           ELSE
               IF JH-LAST-SELECTED < WS-DRAW-DATE
                   MOVE WS-DRAW-DATE TO JH-LAST-SELECTED
                   ADD 1 TO JH-TIMES-SELECTED
                   MOVE WS-STARTING-SEED TO JH-LAST-SEED
                   REWRITE JURY-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "JURYSEL - JURYHIST REWRITE "
                               "FAILED FOR " VRM-VOTER-ID
                               " - STATUS " WS-JURYHIST-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-HISTORY-UPDATED
                   END-REWRITE
               END-IF
           END-IF.

      * ================================================================
      * 5000-PRINT-DRAW-REPORT - the parameters and seed, why voters
      *                          were left out, each precinct's
      *                          eligible count, quota and draw, and
      *                          the line the court needs to have the
      *                          draw rerun.  The same figures go on
      *                          the JURYLOG line.
      * ================================================================
       5000-PRINT-DRAW-REPORT.
           MOVE WS-DRAW-DATE TO WS-TTL-DRAW-DATE.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE SPACES TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE "JURORS REQUESTED" TO WS-SUM-CAPTION.
           MOVE WS-REQUESTED TO WS-SUM-VALUE.
           MOVE SPACES TO WS-SUM-NOTE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "UPPER AGE LIMIT" TO WS-SUM-CAPTION.
           MOVE WS-AGE-LIMIT TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "EXEMPTION WINDOW IN YEARS" TO WS-SUM-CAPTION.
           MOVE WS-EXEMPT-YEARS TO WS-SUM-VALUE.
           MOVE SPACES TO WS-SUM-NOTE.
           STRING "DRAWN ON OR AFTER " WS-WINDOW-START " IS EXEMPT"
               DELIMITED BY SIZE INTO WS-SUM-NOTE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUM-NOTE.
           MOVE WS-STARTING-SEED TO WS-SEED-VALUE.
           IF WS-SEED-FROM-PARM
               MOVE "(FROM THE PARAMETER)" TO WS-SEED-SOURCE
           ELSE
               MOVE "(FROM THE RUN CLOCK)" TO WS-SEED-SOURCE
           END-IF.
           MOVE WS-SEED-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE SPACES TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE "ROLL RECORDS READ" TO WS-SUM-CAPTION.
           MOVE WS-VOTERS-READ TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "  LESS INACTIVE" TO WS-SUM-CAPTION.
           MOVE WS-INACTIVE-SKIPPED TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "  LESS UNDER 18 ON THE DRAW DATE" TO WS-SUM-CAPTION.
           MOVE WS-UNDER-AGE TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "  LESS OVER THE AGE LIMIT" TO WS-SUM-CAPTION.
           MOVE WS-OVER-AGE-LIMIT TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "  LESS DISQUALIFICATION REFERRAL PENDING"
               TO WS-SUM-CAPTION.
           MOVE WS-REFERRAL-PENDING TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "  LESS DRAWN WITHIN THE EXEMPTION WINDOW"
               TO WS-SUM-CAPTION.
           MOVE WS-EXEMPT-PRIOR-DRAW TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE "ELIGIBLE VOTERS" TO WS-SUM-CAPTION.
           MOVE WS-ELIGIBLE-TOTAL TO WS-SUM-VALUE.
           PERFORM 5900-WRITE-SUMMARY-LINE.
           MOVE SPACES TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           PERFORM 5100-PRINT-ONE-PRECINCT
               VARYING WS-PREC-SUB FROM 1 BY 1
               UNTIL WS-PREC-SUB > WS-PREC-COUNT.
           MOVE SPACES TO WS-PRECINCT-LINE.
           MOVE "ALL" TO WS-PL-PRECINCT.
           MOVE WS-ELIGIBLE-TOTAL TO WS-PL-ELIGIBLE.
           MOVE WS-QUOTA-TOTAL TO WS-PL-QUOTA.
           MOVE WS-DRAWN-TOTAL TO WS-PL-DRAWN.
           MOVE WS-PRECINCT-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE SPACES TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           MOVE WS-STARTING-SEED TO WS-RPL-SEED.
           MOVE WS-DRAW-DATE TO WS-RPL-DRAW-DATE.
           MOVE WS-REPRODUCE-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.
           IF WS-DRAWN-TOTAL NOT = WS-QUOTA-TOTAL
               DISPLAY "JURYSEL - DREW " WS-DRAWN-TOTAL " OF A "
                   "QUOTA OF " WS-QUOTA-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-DRAW-LOG-RECORD.
           MOVE WS-DRAW-DATE TO WS-LOG-DRAW-DATE.
           MOVE WS-CURRENT-DATE TO WS-LOG-RUN-DATE.
           MOVE WS-CURRENT-TIME TO WS-LOG-RUN-TIME.
           MOVE WS-STARTING-SEED TO WS-LOG-SEED.
           IF WS-SEED-FROM-PARM
               MOVE "PARM" TO WS-LOG-SEED-SOURCE
           ELSE
               MOVE "CLOCK" TO WS-LOG-SEED-SOURCE
           END-IF.
           MOVE WS-REQUESTED TO WS-LOG-REQUESTED.
           MOVE WS-AGE-LIMIT TO WS-LOG-AGE-LIMIT.
           MOVE WS-EXEMPT-YEARS TO WS-LOG-EXEMPT-YEARS.
           MOVE WS-ELIGIBLE-TOTAL TO WS-LOG-ELIGIBLE.
           MOVE WS-DRAWN-TOTAL TO WS-LOG-DRAWN.
           MOVE WS-DRAW-LOG-RECORD TO DRAW-LOG-LINE.
           WRITE DRAW-LOG-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-PRECINCT.
           MOVE SPACES TO WS-PRECINCT-LINE.
           MOVE WS-PREC-CODE (WS-PREC-SUB) TO WS-PL-PRECINCT.
           MOVE WS-PREC-ELIGIBLE (WS-PREC-SUB) TO WS-PL-ELIGIBLE.
           MOVE WS-PREC-QUOTA (WS-PREC-SUB) TO WS-PL-QUOTA.
           MOVE WS-PREC-DRAWN (WS-PREC-SUB) TO WS-PL-DRAWN.
           MOVE WS-PRECINCT-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.

       5900-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO DRAW-REPORT-LINE.
           WRITE DRAW-REPORT-LINE.

      * ================================================================
      * 6000-CHECK-ELIGIBILITY - the same test on both passes, so the
      *                          draw sees exactly the voters the
      *                          count did.  Exclusions are counted
      *                          on the counting pass only, each
      *                          voter under the first reason found.
      * ================================================================
       6000-CHECK-ELIGIBILITY.
           SET WS-VOTER-ELIGIBLE TO TRUE.
           IF NOT VRM-ACTIVE
               SET WS-VOTER-EXCLUDED TO TRUE
               IF WS-COUNTING-PASS
                   ADD 1 TO WS-INACTIVE-SKIPPED
               END-IF
               GO TO 6000-EXIT
           END-IF.
           MOVE VRM-AGE TO WS-VOTER-AGE.
           MOVE VRM-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF NOT DA-BIRTH-DATE-NOT-GIVEN
               MOVE WS-DRAW-DATE TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-AGE TO WS-VOTER-AGE
               END-IF
           END-IF.
           IF WS-VOTER-AGE < WS-MINIMUM-AGE
               SET WS-VOTER-EXCLUDED TO TRUE
               IF WS-COUNTING-PASS
                   ADD 1 TO WS-UNDER-AGE
               END-IF
               GO TO 6000-EXIT
           END-IF.
           IF WS-VOTER-AGE > WS-AGE-LIMIT
               SET WS-VOTER-EXCLUDED TO TRUE
               IF WS-COUNTING-PASS
                   ADD 1 TO WS-OVER-AGE-LIMIT
               END-IF
               GO TO 6000-EXIT
           END-IF.
           IF WS-REFERRALS-ON-FILE
               MOVE VRM-VOTER-ID TO RV-VOTER-ID
               READ REVIEW-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RV-PENDING
                           SET WS-VOTER-EXCLUDED TO TRUE
                       END-IF
               END-READ
               IF WS-VOTER-EXCLUDED
                   IF WS-COUNTING-PASS
                       ADD 1 TO WS-REFERRAL-PENDING
                   END-IF
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           MOVE VRM-VOTER-ID TO JH-VOTER-ID.
           READ JURY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JH-LAST-SELECTED < WS-DRAW-DATE
                      AND JH-LAST-SELECTED NOT < WS-WINDOW-START
                       SET WS-VOTER-EXCLUDED TO TRUE
                   END-IF
           END-READ.
           IF WS-VOTER-EXCLUDED
               IF WS-COUNTING-PASS
                   ADD 1 TO WS-EXEMPT-PRIOR-DRAW
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

       7000-NEXT-RANDOM.
           COMPUTE WS-PRODUCT = WS-SEED * WS-MULTIPLIER.
           DIVIDE WS-PRODUCT BY WS-MODULUS
               GIVING WS-QUOTIENT-DROPPED
               REMAINDER WS-SEED.

       COPY DOBAGEP.

       8000-FIND-PRECINCT-SLOT.
           MOVE ZERO TO WS-PREC-HIT-SUB.
           PERFORM 8100-MATCH-ONE-PRECINCT
               VARYING WS-PREC-SUB FROM 1 BY 1
               UNTIL WS-PREC-SUB > WS-PREC-COUNT
               OR WS-PREC-HIT-SUB > ZERO.

       8100-MATCH-ONE-PRECINCT.
           IF WS-PREC-CODE (WS-PREC-SUB) = WS-LOOKUP-CODE
               MOVE WS-PREC-SUB TO WS-PREC-HIT-SUB
           END-IF.

      * A draw that cannot hold every precinct cannot be stratified
      * by precinct, so a table overflow stops the run.
       8200-ADD-PRECINCT-SLOT.
           IF WS-PREC-COUNT NOT < WS-PRECINCT-LIMIT
               DISPLAY "JURYSEL - MORE THAN " WS-PRECINCT-LIMIT
                   " PRECINCTS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PREC-COUNT.
           MOVE WS-PREC-COUNT TO WS-PREC-HIT-SUB.
           MOVE WS-LOOKUP-CODE TO WS-PREC-CODE (WS-PREC-HIT-SUB).
           MOVE ZERO TO WS-PREC-ELIGIBLE (WS-PREC-HIT-SUB).
           MOVE ZERO TO WS-PREC-QUOTA (WS-PREC-HIT-SUB).
           MOVE ZERO TO WS-PREC-REMAINDER (WS-PREC-HIT-SUB).
           MOVE "N" TO WS-PREC-BUMP-SWITCH (WS-PREC-HIT-SUB).

       9000-TERMINATE.
           IF WS-REFERRALS-ON-FILE
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           CLOSE JURY-HISTORY-FILE.
           CLOSE COURT-EXTRACT-FILE.
           CLOSE SUMMONS-LABEL-FILE.
           CLOSE DRAW-REPORT-FILE.
           CLOSE DRAW-LOG-FILE.
           DISPLAY "JURYSEL - END OF JOB SUMMARY".
           DISPLAY "  STARTING SEED       : " WS-STARTING-SEED.
           DISPLAY "  ELIGIBLE VOTERS     : " WS-ELIGIBLE-TOTAL.
           DISPLAY "  JURORS DRAWN        : " WS-DRAWN-TOTAL.
           DISPLAY "  HISTORY ADDED       : " WS-HISTORY-ADDED.
           DISPLAY "  HISTORY UPDATED     : " WS-HISTORY-UPDATED.
       9000-EXIT.
           EXIT.

       END PROGRAM JURYSEL.
