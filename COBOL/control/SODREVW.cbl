      ******************************************************************
      * PROGRAM:      SODREVW
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Segregation-of-duties conflict review.  GL
      *               journals already need a second operator to
      *               approve them, but nothing looked at one
      *               operator's work ACROSS subsystems.  This run
      *               reads every operator-stamped trail for the
      *               review window - the CUSTAUD, GRADAUD, VOTEAUD
      *               and SECLOG trails AUDITINQ searches, plus the
      *               GLPENDJ journal headers (who keyed, who
      *               decided), the CREDRLOG credit-hold releases
      *               and the LOANREFQ referral decisions - and
      *               names each event by the SODTBL function it
      *               represents.  The events are sorted by
      *               operator; any operator who performed both
      *               functions of a SODTBL conflicting pair inside
      *               the window is listed on the SODREVRP report
      *               with the transactions on both sides, and is
      *               logged to ERRLOG as a warning.  Part two of
      *               the report walks the OPERATOR-MASTER and shows
      *               what each operator's OPR-AUTH-LEVEL allows -
      *               maintain authority reaches both sides of every
      *               pair - so security can see where access needs
      *               tightening, not only who used it.
      *
      *               Only work that took effect is counted: trail
      *               lines whose result is REJECTED or INQUIRED (or
      *               blank), pending journals and pending referrals
      *               are skipped, as are the BATCH stamp the batch
      *               runs leave and lines with no operator.
      *
      *               Run weekly (frequency W on its RUNPARMS line).
      *               Parameter (optional):
      *                   cols 1-8    window start YYYYMMDD
      *                   cols 10-17  window end YYYYMMDD
      *               With no parameter the window is the seven days
      *               ending today; a start with no end runs to
      *               today.  An unreadable parameter ends RC 16.
      *               A trail that is not there is counted as such
      *               on the summary and the review goes on.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original segregation-of-duties review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREVW.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

           SELECT GRADE-AUDIT-FILE ASSIGN TO "GRADAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADAUD-STATUS.

           SELECT VOTER-AUDIT-FILE ASSIGN TO "VOTEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTEAUD-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT PENDING-JOURNAL-FILE ASSIGN TO "GLPENDJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-GLPENDJ-STATUS.

           SELECT RELEASE-LOG-FILE ASSIGN TO "CREDRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDRLOG-STATUS.

           SELECT REFERRAL-QUEUE-FILE ASSIGN TO "LOANREFQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQ-APP-ID
               FILE STATUS IS WS-LOANREFQ-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "SODREVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EVENT-SORT-FILE ASSIGN TO "SODSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE           PIC X(209).

       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-LINE              PIC X(200).

       FD  VOTER-AUDIT-FILE.
       01  VOTER-AUDIT-LINE              PIC X(250).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE             PIC X(100).

       FD  PENDING-JOURNAL-FILE.
       COPY GLPENDJ.

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-LINE              PIC X(80).

       FD  REFERRAL-QUEUE-FILE.
       COPY LOANRQRC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE            PIC X(132).

       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-RECORD.
           05  SV-OPERATOR-ID            PIC X(08).
           05  SV-DATE                   PIC 9(08).
           05  SV-TIME                   PIC 9(08).
           05  SV-FUNCTION               PIC X(08).
           05  SV-SOURCE                 PIC X(08).
           05  SV-DETAIL                 PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTAUD-STATUS         PIC X(02) VALUE "00".
           05  WS-GRADAUD-STATUS         PIC X(02) VALUE "00".
           05  WS-VOTEAUD-STATUS         PIC X(02) VALUE "00".
           05  WS-SECLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-GLPENDJ-STATUS         PIC X(02) VALUE "00".
           05  WS-CREDRLOG-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANREFQ-STATUS        PIC X(02) VALUE "00".
           05  WS-OPERMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-TRAIL-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-TRAIL-END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-OPERMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-OPERMAST-END-OF-FILE      VALUE "Y".
           05  WS-OPERMAST-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-OPERMAST-IS-OPEN          VALUE "Y".
           05  WS-OPERATOR-HEADED-SWITCH PIC X(01) VALUE "N".
               88  WS-OPERATOR-HEADED           VALUE "Y".

       COPY ERRLOGW.

       01  WS-CMD-LINE-PARM              PIC X(80).

       01  WS-CONTROL-TOTALS.
           05  WS-LINES-SCANNED          PIC 9(9) COMP VALUE ZERO.
           05  WS-EVENTS-SELECTED        PIC 9(9) COMP VALUE ZERO.
           05  WS-TRAILS-MISSING         PIC 9(4) COMP VALUE ZERO.
           05  WS-OPERATORS-ACTIVE       PIC 9(9) COMP VALUE ZERO.
           05  WS-OPERATORS-IN-CONFLICT  PIC 9(9) COMP VALUE ZERO.
           05  WS-CONFLICTS-FOUND        PIC 9(9) COMP VALUE ZERO.
           05  WS-EVENTS-NOT-LISTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-OPERATORS-ON-MASTER    PIC 9(9) COMP VALUE ZERO.
           05  WS-MAINTAIN-CAPABLE       PIC 9(9) COMP VALUE ZERO.

      * The review window, from the parameter or the seven days
      * ending today.
       01  WS-WINDOW-FIELDS.
           05  WS-WINDOW-FROM-X          PIC X(08).
           05  WS-WINDOW-FROM REDEFINES WS-WINDOW-FROM-X
                                         PIC 9(08).
           05  WS-WINDOW-TO-X            PIC X(08).
           05  WS-WINDOW-TO REDEFINES WS-WINDOW-TO-X
                                         PIC 9(08).
           05  WS-WINDOW-DAYS            PIC 9(03) COMP VALUE 7.
           05  WS-CURRENT-DATE           PIC 9(08).
           05  WS-TODAY-DAY-NO           PIC 9(07).
           05  WS-FROM-DAY-NO            PIC 9(07).

      * The event being considered, in a common work area with the
      * operator and stamp parsed off each trail's own offsets.
       01  WS-SCAN-FIELDS.
           05  WS-SCAN-OPERATOR-ID       PIC X(08).
           05  WS-SCAN-DATE-X            PIC X(08).
           05  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE-X
                                         PIC 9(08).
           05  WS-SCAN-TIME-X            PIC X(08).
           05  WS-SCAN-TIME-N REDEFINES WS-SCAN-TIME-X
                                         PIC 9(08).
           05  WS-SCAN-FUNCTION          PIC X(08).
           05  WS-SCAN-SOURCE            PIC X(08).
           05  WS-SCAN-RESULT            PIC X(30).
           05  WS-SCAN-DETAIL            PIC X(60).

      * One operator's events, held while the sort returns them so
      * the transactions behind each conflict can be listed under
      * it.  Events past the table are counted, not lost from the
      * function counts.
       01  WS-EVENT-MAX                  PIC 9(04) COMP VALUE 300.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-EVENT-OVERFLOW         PIC 9(05) COMP VALUE ZERO.
           05  WS-EVENT-ENTRY OCCURS 300 TIMES.
               10  WS-EVT-DATE           PIC 9(08).
               10  WS-EVT-TIME           PIC 9(08).
               10  WS-EVT-FUNCTION       PIC X(08).
               10  WS-EVT-SOURCE         PIC X(08).
               10  WS-EVT-DETAIL         PIC X(60).

      * How many times the current operator performed each SODTBL
      * function, by the function table's subscript.
       01  WS-PERFORMED-TABLE.
           05  WS-PERFORMED-COUNT        PIC 9(05) COMP
                                         OCCURS 20 TIMES.

      * Operators found in conflict, for the authority section.
       01  WS-CONFLICT-MAX               PIC 9(04) COMP VALUE 500.
       01  WS-CONFLICT-TABLE.
           05  WS-CFT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-CFT-ENTRY OCCURS 500 TIMES.
               10  WS-CFT-OPERATOR-ID    PIC X(08).
               10  WS-CFT-PAIRS          PIC 9(03) COMP.

       01  WS-WORK-FIELDS.
           05  WS-PREV-OPERATOR-ID       PIC X(08) VALUE SPACES.
           05  WS-OPERATOR-PAIRS         PIC 9(03) COMP VALUE ZERO.
           05  WS-LOOK-FUNCTION          PIC X(08).
           05  WS-FOUND-SUB              PIC 9(04) COMP.
           05  WS-FUNCTION-SUB           PIC 9(04) COMP.
           05  WS-FN-A-SUB               PIC 9(04) COMP.
           05  WS-FN-B-SUB               PIC 9(04) COMP.
           05  WS-RULE-SUB               PIC 9(04) COMP.
           05  WS-EVENT-SUB              PIC 9(04) COMP.
           05  WS-CFT-SUB                PIC 9(04) COMP.
           05  WS-PAIRS-ON-FILE          PIC 9(03) COMP.
           05  WS-AUTH-DESC              PIC X(12).
           05  WS-LOCK-DESC              PIC X(06).
           05  WS-EDIT-COUNT             PIC ZZZZ9.

       COPY SODTBL.

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "SEGREGATION-OF-DUTIES CONFLICT REVIEW".
           05  FILLER                    PIC X(08) VALUE "WINDOW ".
           05  WS-HDG-FROM               PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " TO ".
           05  WS-HDG-TO                 PIC 9(08).

       01  WS-SECTION-1-HEADING.
           05  FILLER                    PIC X(60) VALUE
               "OPERATORS WHO PERFORMED BOTH SIDES OF A PAIR".

       01  WS-NO-CONFLICT-LINE.
           05  FILLER                    PIC X(60) VALUE
               "  NO CONFLICTING PAIRS PERFORMED IN THE REVIEW WINDOW".

       01  WS-OPERATOR-LINE.
           05  FILLER                    PIC X(09) VALUE "OPERATOR ".
           05  WS-OPL-OPR-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OPL-NAME               PIC X(22).
           05  FILLER                    PIC X(10) VALUE "AUTHORITY ".
           05  WS-OPL-AUTH               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OPL-LOCKED             PIC X(06).

       01  WS-PAIR-LINE.
           05  FILLER                    PIC X(07) VALUE "  PAIR ".
           05  WS-PRL-RULE-NO            PIC Z9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PRL-FUNCTION-A         PIC X(08).
           05  FILLER                    PIC X(03) VALUE " + ".
           05  WS-PRL-FUNCTION-B         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PRL-DESC               PIC X(40).

       01  WS-EVENT-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-EVL-DATE               PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-EVL-TIME               PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EVL-FUNCTION           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EVL-SOURCE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EVL-DETAIL             PIC X(60).

       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-OVL-COUNT              PIC ZZZZ9.
           05  FILLER                    PIC X(50) VALUE
               " FURTHER EVENTS IN THE WINDOW NOT LISTED".

       01  WS-SECTION-2-HEADING.
           05  FILLER                    PIC X(60) VALUE
               "AUTHORITY TO PERFORM CONFLICTING PAIRS BY OPERATOR".

       01  WS-COLUMN-LINE.
           05  FILLER                    PIC X(10) VALUE "OPERATOR".
           05  FILLER                    PIC X(22) VALUE "NAME".
           05  FILLER                    PIC X(14) VALUE "AUTHORITY".
           05  FILLER                    PIC X(08) VALUE "LOCKED".
           05  FILLER                    PIC X(07) VALUE "PAIRS".
           05  FILLER                    PIC X(40) VALUE "ACCESS".

       01  WS-AUTHORITY-LINE.
           05  WS-AUL-OPR-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUL-NAME               PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUL-AUTH               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUL-LOCKED             PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUL-PAIRS              PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AUL-ACCESS             PIC X(44).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT EVENT-SORT-FILE
               ON ASCENDING KEY SV-OPERATOR-ID SV-DATE SV-TIME
               INPUT PROCEDURE IS 2000-SCAN-THE-TRAILS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-CONFLICTS
                   THRU 3000-EXIT.
           PERFORM 4000-REPORT-AUTHORITY
               THRU 4000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - a window bound that is not a date ends the
      *                   run before any trail is read.
      * ================================================================
       1000-INITIALIZE.
           MOVE "SODREVW" TO EL-PROGRAM-ID.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           MOVE SPACES TO WS-CMD-LINE-PARM.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE WS-CMD-LINE-PARM(1:8)  TO WS-WINDOW-FROM-X.
           MOVE WS-CMD-LINE-PARM(10:8) TO WS-WINDOW-TO-X.
           IF WS-WINDOW-TO-X = SPACES
               MOVE WS-CURRENT-DATE TO WS-WINDOW-TO
           END-IF.
           IF WS-WINDOW-FROM-X = SPACES
               COMPUTE WS-FROM-DAY-NO =
                   WS-TODAY-DAY-NO - WS-WINDOW-DAYS + 1
               COMPUTE WS-WINDOW-FROM =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-DAY-NO)
           END-IF.
           IF WS-WINDOW-FROM-X IS NOT NUMERIC
              OR WS-WINDOW-TO-X IS NOT NUMERIC
              OR WS-WINDOW-FROM > WS-WINDOW-TO
               DISPLAY "SODREVW - REVIEW WINDOW NOT VALID - "
                   WS-CMD-LINE-PARM(1:17)
               SET EL-SEVERITY-ERROR TO TRUE
               MOVE SPACES TO EL-RECORD-KEY
               MOVE "REVIEW WINDOW PARAMETER NOT VALID"
                   TO EL-MESSAGE
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERMAST-STATUS = "00"
               SET WS-OPERMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "SODREVW - OPERMAST NOT AVAILABLE - STATUS "
                   WS-OPERMAST-STATUS
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE WS-WINDOW-FROM TO WS-HDG-FROM.
           MOVE WS-WINDOW-TO   TO WS-HDG-TO.
           MOVE WS-REPORT-HEADING TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-SECTION-1-HEADING TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-SCAN-THE-TRAILS.
           PERFORM 2100-SCAN-CUSTOMER-TRAIL
               THRU 2100-EXIT.
           PERFORM 2200-SCAN-GRADE-TRAIL
               THRU 2200-EXIT.
           PERFORM 2300-SCAN-VOTER-TRAIL
               THRU 2300-EXIT.
           PERFORM 2400-SCAN-SECURITY-TRAIL
               THRU 2400-EXIT.
           PERFORM 2500-SCAN-PENDING-JOURNALS
               THRU 2500-EXIT.
           PERFORM 2600-SCAN-CREDIT-RELEASES
               THRU 2600-EXIT.
           PERFORM 2700-SCAN-LOAN-REFERRALS
               THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100/2200/2300 - the three maintenance trails: CUSTAUD and
      *                  VOTEAUD stamp at column 16 and carry the
      *                  result at 34; GRADAUD has a subject code
      *                  riding ahead of the stamp (21) and result
      *                  (39).  Each puts its operator id in its own
      *                  column after the before/after images.
      * ================================================================
       2100-SCAN-CUSTOMER-TRAIL.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WS-CUSTAUD-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-SCAN-ONE-CUSTOMER-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE CUSTOMER-AUDIT-FILE.
       2100-EXIT.
           EXIT.

       2110-SCAN-ONE-CUSTOMER-LINE.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUSTOMER-AUDIT-LINE(202:8)
                       TO WS-SCAN-OPERATOR-ID
                   MOVE CUSTOMER-AUDIT-LINE(16:8) TO WS-SCAN-DATE-X
                   MOVE CUSTOMER-AUDIT-LINE(24:8) TO WS-SCAN-TIME-X
                   MOVE CUSTOMER-AUDIT-LINE(34:30) TO WS-SCAN-RESULT
                   MOVE "CUSTMNT"  TO WS-SCAN-FUNCTION
                   MOVE "CUSTAUD"  TO WS-SCAN-SOURCE
                   MOVE SPACES TO WS-SCAN-DETAIL
                   STRING "CUSTOMER " CUSTOMER-AUDIT-LINE(4:10)
                          "  " CUSTOMER-AUDIT-LINE(34:30)
                       DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                   PERFORM 7000-SELECT-AND-RELEASE
                       THRU 7000-EXIT
           END-READ.

       2200-SCAN-GRADE-TRAIL.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT GRADE-AUDIT-FILE.
           IF WS-GRADAUD-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-SCAN-ONE-GRADE-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE GRADE-AUDIT-FILE.
       2200-EXIT.
           EXIT.

       2210-SCAN-ONE-GRADE-LINE.
           READ GRADE-AUDIT-FILE
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE GRADE-AUDIT-LINE(95:8) TO WS-SCAN-OPERATOR-ID
                   MOVE GRADE-AUDIT-LINE(21:8) TO WS-SCAN-DATE-X
                   MOVE GRADE-AUDIT-LINE(29:8) TO WS-SCAN-TIME-X
                   MOVE GRADE-AUDIT-LINE(39:30) TO WS-SCAN-RESULT
                   MOVE "GRADECHG" TO WS-SCAN-FUNCTION
                   MOVE "GRADAUD"  TO WS-SCAN-SOURCE
                   MOVE SPACES TO WS-SCAN-DETAIL
                   STRING "STUDENT " GRADE-AUDIT-LINE(4:10)
                          " " GRADE-AUDIT-LINE(16:3)
                          "  " GRADE-AUDIT-LINE(39:30)
                       DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                   PERFORM 7000-SELECT-AND-RELEASE
                       THRU 7000-EXIT
           END-READ.

       2300-SCAN-VOTER-TRAIL.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT VOTER-AUDIT-FILE.
           IF WS-VOTEAUD-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-SCAN-ONE-VOTER-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE VOTER-AUDIT-FILE.
       2300-EXIT.
           EXIT.

       2310-SCAN-ONE-VOTER-LINE.
           READ VOTER-AUDIT-FILE
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE VOTER-AUDIT-LINE(182:8)
                       TO WS-SCAN-OPERATOR-ID
                   MOVE VOTER-AUDIT-LINE(16:8) TO WS-SCAN-DATE-X
                   MOVE VOTER-AUDIT-LINE(24:8) TO WS-SCAN-TIME-X
                   MOVE VOTER-AUDIT-LINE(34:30) TO WS-SCAN-RESULT
                   MOVE "VOTERMNT" TO WS-SCAN-FUNCTION
                   MOVE "VOTEAUD"  TO WS-SCAN-SOURCE
                   MOVE SPACES TO WS-SCAN-DETAIL
                   STRING "VOTER " VOTER-AUDIT-LINE(4:10)
                          "  " VOTER-AUDIT-LINE(34:30)
                       DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                   PERFORM 7000-SELECT-AND-RELEASE
                       THRU 7000-EXIT
           END-READ.

      * ================================================================
      * 2400-SCAN-SECURITY-TRAIL - of the security log only the
      *                            SECUNLCK unlocks are security
      *                            administration: the event reads
      *                            "UNLOCKED BY " and the
      *                            administrator (38), and the
      *                            operator column (17) holds the
      *                            id that was unlocked.  Sign-ons,
      *                            failures and lockouts are not
      *                            anybody's function.
      * ================================================================
       2400-SCAN-SECURITY-TRAIL.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-SCAN-ONE-SECURITY-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE SECURITY-LOG-FILE.
       2400-EXIT.
           EXIT.

       2410-SCAN-ONE-SECURITY-LINE.
           READ SECURITY-LOG-FILE
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   IF SECURITY-LOG-LINE(26:12) = "UNLOCKED BY "
                       MOVE SECURITY-LOG-LINE(38:8)
                           TO WS-SCAN-OPERATOR-ID
                       MOVE SECURITY-LOG-LINE(1:8) TO WS-SCAN-DATE-X
                       MOVE SPACES TO WS-SCAN-TIME-X
                       MOVE SECURITY-LOG-LINE(10:6)
                           TO WS-SCAN-TIME-X(1:6)
                       MOVE "00" TO WS-SCAN-TIME-X(7:2)
                       MOVE "UNLOCKED" TO WS-SCAN-RESULT
                       MOVE "SECADMIN" TO WS-SCAN-FUNCTION
                       MOVE "SECLOG"   TO WS-SCAN-SOURCE
                       MOVE SPACES TO WS-SCAN-DETAIL
                       STRING "UNLOCKED OPERATOR "
                              SECURITY-LOG-LINE(17:8)
                           DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                       PERFORM 7000-SELECT-AND-RELEASE
                           THRU 7000-EXIT
                   ELSE
                       ADD 1 TO WS-LINES-SCANNED
                   END-IF
           END-READ.

      * ================================================================
      * 2500-SCAN-PENDING-JOURNALS - the journal header (line 000)
      *                              is two events: the keying, on
      *                              the entry date, and - once the
      *                              journal is approved or
      *                              rejected - the decision, on
      *                              the decision date.  A reject
      *                              is as much a use of approval
      *                              authority as an approval.
      * ================================================================
       2500-SCAN-PENDING-JOURNALS.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT PENDING-JOURNAL-FILE.
           IF WS-GLPENDJ-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-SCAN-ONE-JOURNAL-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE PENDING-JOURNAL-FILE.
       2500-EXIT.
           EXIT.

       2510-SCAN-ONE-JOURNAL-LINE.
           READ PENDING-JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   IF PJ-LINE-NO = ZERO
                       PERFORM 2520-JOURNAL-HEADER-EVENTS
                           THRU 2520-EXIT
                   END-IF
           END-READ.

       2520-JOURNAL-HEADER-EVENTS.
           MOVE PJ-ENTERED-BY    TO WS-SCAN-OPERATOR-ID.
           MOVE PJ-ENTERED-DATE  TO WS-SCAN-DATE-X.
           MOVE ZERO             TO WS-SCAN-TIME-N.
           MOVE "ENTERED"        TO WS-SCAN-RESULT.
           MOVE "JRNLENT"        TO WS-SCAN-FUNCTION.
           MOVE "GLPENDJ"        TO WS-SCAN-SOURCE.
           MOVE SPACES TO WS-SCAN-DETAIL.
           STRING "JOURNAL " PJ-JOURNAL-NO " KEYED"
               DELIMITED BY SIZE INTO WS-SCAN-DETAIL.
           PERFORM 7000-SELECT-AND-RELEASE
               THRU 7000-EXIT.
           IF NOT PJ-APPROVED AND NOT PJ-REJECTED
               GO TO 2520-EXIT
           END-IF.
           MOVE PJ-DECIDED-BY    TO WS-SCAN-OPERATOR-ID.
           MOVE PJ-DECIDED-DATE  TO WS-SCAN-DATE-X.
           MOVE ZERO             TO WS-SCAN-TIME-N.
           MOVE "DECIDED"        TO WS-SCAN-RESULT.
           MOVE "JRNLAPPR"       TO WS-SCAN-FUNCTION.
           MOVE SPACES TO WS-SCAN-DETAIL.
           IF PJ-APPROVED
               STRING "JOURNAL " PJ-JOURNAL-NO " APPROVED"
                   DELIMITED BY SIZE INTO WS-SCAN-DETAIL
           ELSE
               STRING "JOURNAL " PJ-JOURNAL-NO " REJECTED"
                   DELIMITED BY SIZE INTO WS-SCAN-DETAIL
           END-IF.
           PERFORM 7000-SELECT-AND-RELEASE
               THRU 7000-EXIT.
       2520-EXIT.
           EXIT.

      * ================================================================
      * 2600-SCAN-CREDIT-RELEASES - CREDRLSE's log line is the date,
      *                             the time, " INVOICE " and the
      *                             invoice, " RELEASED BY " and
      *                             the operator (48).
      * ================================================================
       2600-SCAN-CREDIT-RELEASES.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT RELEASE-LOG-FILE.
           IF WS-CREDRLOG-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-SCAN-ONE-RELEASE-LINE
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE RELEASE-LOG-FILE.
       2600-EXIT.
           EXIT.

       2610-SCAN-ONE-RELEASE-LINE.
           READ RELEASE-LOG-FILE
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RELEASE-LOG-LINE(48:8) TO WS-SCAN-OPERATOR-ID
                   MOVE RELEASE-LOG-LINE(1:8)  TO WS-SCAN-DATE-X
                   MOVE RELEASE-LOG-LINE(10:8) TO WS-SCAN-TIME-X
                   MOVE "RELEASED" TO WS-SCAN-RESULT
                   MOVE "CREDRLSE" TO WS-SCAN-FUNCTION
                   MOVE "CREDRLOG" TO WS-SCAN-SOURCE
                   MOVE SPACES TO WS-SCAN-DETAIL
                   STRING "INVOICE " RELEASE-LOG-LINE(27:8)
                          " RELEASED FROM CREDIT HOLD"
                       DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                   PERFORM 7000-SELECT-AND-RELEASE
                       THRU 7000-EXIT
           END-READ.

      * ================================================================
      * 2700-SCAN-LOAN-REFERRALS - LOANREVW stamps the officer and
      *                            date on every decided referral;
      *                            a pending one has no decision
      *                            to count.
      * ================================================================
       2700-SCAN-LOAN-REFERRALS.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           OPEN INPUT REFERRAL-QUEUE-FILE.
           IF WS-LOANREFQ-STATUS NOT = "00"
               ADD 1 TO WS-TRAILS-MISSING
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2710-SCAN-ONE-REFERRAL
               UNTIL WS-TRAIL-END-OF-FILE.
           CLOSE REFERRAL-QUEUE-FILE.
       2700-EXIT.
           EXIT.

       2710-SCAN-ONE-REFERRAL.
           READ REFERRAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-TRAIL-END-OF-FILE TO TRUE
               NOT AT END
                   IF RQ-APPROVED OR RQ-DECLINED
                       MOVE RQ-DECIDED-BY   TO WS-SCAN-OPERATOR-ID
                       MOVE RQ-DECIDED-DATE TO WS-SCAN-DATE-X
                       MOVE ZERO            TO WS-SCAN-TIME-N
                       MOVE "DECIDED"       TO WS-SCAN-RESULT
                       MOVE "LOANDECN"      TO WS-SCAN-FUNCTION
                       MOVE "LOANREFQ"      TO WS-SCAN-SOURCE
                       MOVE SPACES TO WS-SCAN-DETAIL
                       IF RQ-APPROVED
                           STRING "APPLICATION " RQ-APP-ID
                                  " APPROVED"
                               DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                       ELSE
                           STRING "APPLICATION " RQ-APP-ID
                                  " DECLINED"
                               DELIMITED BY SIZE INTO WS-SCAN-DETAIL
                       END-IF
                       PERFORM 7000-SELECT-AND-RELEASE
                           THRU 7000-EXIT
                   ELSE
                       ADD 1 TO WS-LINES-SCANNED
                   END-IF
           END-READ.

      * ================================================================
      * 3000-REPORT-CONFLICTS - the events come back in operator
      *                         order; each operator's are held
      *                         until the id changes and are then
      *                         tried against every SODTBL pair.
      * ================================================================
       3000-REPORT-CONFLICTS.
           MOVE SPACES TO WS-PREV-OPERATOR-ID.
           PERFORM 3100-RETURN-ONE-EVENT
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-PREV-OPERATOR-ID NOT = SPACES
               PERFORM 3200-EVALUATE-OPERATOR
                   THRU 3200-EXIT
           END-IF.
           IF WS-CONFLICTS-FOUND = ZERO
               MOVE WS-NO-CONFLICT-LINE TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-EVENT.
           RETURN EVENT-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 3110-HOLD-ONE-EVENT
           END-RETURN.

       3110-HOLD-ONE-EVENT.
           IF SV-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
               IF WS-PREV-OPERATOR-ID NOT = SPACES
                   PERFORM 3200-EVALUATE-OPERATOR
                       THRU 3200-EXIT
               END-IF
               MOVE SV-OPERATOR-ID TO WS-PREV-OPERATOR-ID
               PERFORM 3120-START-OPERATOR
           END-IF.
           MOVE SV-FUNCTION TO WS-LOOK-FUNCTION.
           PERFORM 7100-FIND-FUNCTION
               THRU 7100-EXIT.
           IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-PERFORMED-COUNT (WS-FOUND-SUB)
           END-IF.
           IF WS-EVENT-COUNT < WS-EVENT-MAX
               ADD 1 TO WS-EVENT-COUNT
               MOVE SV-DATE     TO WS-EVT-DATE (WS-EVENT-COUNT)
               MOVE SV-TIME     TO WS-EVT-TIME (WS-EVENT-COUNT)
               MOVE SV-FUNCTION TO WS-EVT-FUNCTION (WS-EVENT-COUNT)
               MOVE SV-SOURCE   TO WS-EVT-SOURCE (WS-EVENT-COUNT)
               MOVE SV-DETAIL   TO WS-EVT-DETAIL (WS-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-EVENT-OVERFLOW
           END-IF.

       3120-START-OPERATOR.
           ADD 1 TO WS-OPERATORS-ACTIVE.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE ZERO TO WS-EVENT-OVERFLOW.
           MOVE ZERO TO WS-OPERATOR-PAIRS.
           INITIALIZE WS-PERFORMED-TABLE.
           MOVE "N" TO WS-OPERATOR-HEADED-SWITCH.

      * ================================================================
      * 3200-EVALUATE-OPERATOR - one operator's events are complete;
      *                          list every pair both sides of which
      *                          were performed, and remember the
      *                          operator for the authority section.
      * ================================================================
       3200-EVALUATE-OPERATOR.
           PERFORM 3210-CHECK-ONE-PAIR
               THRU 3210-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > SOD-RULE-COUNT.
           IF WS-OPERATOR-PAIRS = ZERO
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-OPERATORS-IN-CONFLICT.
           IF WS-EVENT-OVERFLOW > ZERO
               MOVE WS-EVENT-OVERFLOW TO WS-OVL-COUNT
               MOVE WS-OVERFLOW-LINE TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               ADD WS-EVENT-OVERFLOW TO WS-EVENTS-NOT-LISTED
           END-IF.
           IF WS-CFT-COUNT < WS-CONFLICT-MAX
               ADD 1 TO WS-CFT-COUNT
               MOVE WS-PREV-OPERATOR-ID
                   TO WS-CFT-OPERATOR-ID (WS-CFT-COUNT)
               MOVE WS-OPERATOR-PAIRS TO WS-CFT-PAIRS (WS-CFT-COUNT)
           END-IF.
           SET EL-SEVERITY-WARNING TO TRUE.
           MOVE WS-PREV-OPERATOR-ID TO EL-RECORD-KEY.
           MOVE WS-OPERATOR-PAIRS TO WS-EDIT-COUNT.
           MOVE SPACES TO EL-MESSAGE.
           STRING "PERFORMED BOTH SIDES OF" WS-EDIT-COUNT
                  " SOD PAIR(S)"
               DELIMITED BY SIZE INTO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-PAIR.
           MOVE SOD-RULE-FUNCTION-A (WS-RULE-SUB) TO WS-LOOK-FUNCTION.
           PERFORM 7100-FIND-FUNCTION
               THRU 7100-EXIT.
           MOVE WS-FOUND-SUB TO WS-FN-A-SUB.
           MOVE SOD-RULE-FUNCTION-B (WS-RULE-SUB) TO WS-LOOK-FUNCTION.
           PERFORM 7100-FIND-FUNCTION
               THRU 7100-EXIT.
           MOVE WS-FOUND-SUB TO WS-FN-B-SUB.
           IF WS-FN-A-SUB = ZERO OR WS-FN-B-SUB = ZERO
               GO TO 3210-EXIT
           END-IF.
           IF WS-PERFORMED-COUNT (WS-FN-A-SUB) = ZERO
              OR WS-PERFORMED-COUNT (WS-FN-B-SUB) = ZERO
               GO TO 3210-EXIT
           END-IF.
           IF NOT WS-OPERATOR-HEADED
               PERFORM 3300-WRITE-OPERATOR-HEADING
                   THRU 3300-EXIT
           END-IF.
           ADD 1 TO WS-OPERATOR-PAIRS.
           ADD 1 TO WS-CONFLICTS-FOUND.
           MOVE WS-RULE-SUB TO WS-PRL-RULE-NO.
           MOVE SOD-RULE-FUNCTION-A (WS-RULE-SUB)
               TO WS-PRL-FUNCTION-A.
           MOVE SOD-RULE-FUNCTION-B (WS-RULE-SUB)
               TO WS-PRL-FUNCTION-B.
           MOVE SOD-RULE-DESC (WS-RULE-SUB) TO WS-PRL-DESC.
           MOVE WS-PAIR-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM 3220-LIST-ONE-EVENT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
       3210-EXIT.
           EXIT.

       3220-LIST-ONE-EVENT.
           IF WS-EVT-FUNCTION (WS-EVENT-SUB) =
                  SOD-RULE-FUNCTION-A (WS-RULE-SUB)
              OR WS-EVT-FUNCTION (WS-EVENT-SUB) =
                  SOD-RULE-FUNCTION-B (WS-RULE-SUB)
               MOVE WS-EVT-DATE (WS-EVENT-SUB)     TO WS-EVL-DATE
               MOVE WS-EVT-TIME (WS-EVENT-SUB)     TO WS-EVL-TIME
               MOVE WS-EVT-FUNCTION (WS-EVENT-SUB) TO WS-EVL-FUNCTION
               MOVE WS-EVT-SOURCE (WS-EVENT-SUB)   TO WS-EVL-SOURCE
               MOVE WS-EVT-DETAIL (WS-EVENT-SUB)   TO WS-EVL-DETAIL
               MOVE WS-EVENT-LINE TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.

      * ================================================================
      * 3300-WRITE-OPERATOR-HEADING - an id on a trail that is no
      *                               longer on the operator master
      *                               is itself worth a look, so it
      *                               is printed, not dropped.
      * ================================================================
       3300-WRITE-OPERATOR-HEADING.
           MOVE WS-PREV-OPERATOR-ID TO WS-OPL-OPR-ID.
           MOVE "NOT ON OPERATOR MASTER" TO WS-OPL-NAME.
           MOVE "UNKNOWN" TO WS-OPL-AUTH.
           MOVE SPACES TO WS-OPL-LOCKED.
           IF WS-OPERMAST-IS-OPEN
               MOVE WS-PREV-OPERATOR-ID TO OPR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7200-DESCRIBE-AUTHORITY
                       MOVE OPR-NAME     TO WS-OPL-NAME
                       MOVE WS-AUTH-DESC TO WS-OPL-AUTH
                       MOVE WS-LOCK-DESC TO WS-OPL-LOCKED
               END-READ
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-OPERATOR-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           SET WS-OPERATOR-HEADED TO TRUE.
       3300-EXIT.
           EXIT.

      * ================================================================
      * 4000-REPORT-AUTHORITY - every operator on the master, with
      *                         what the authority level allows.
      *                         The maintenance screens, CREDRLSE,
      *                         GLJRNAPP, LOANREVW and SECUNLCK all
      *                         admit any maintain-level operator,
      *                         so maintain authority reaches both
      *                         sides of every pair; inquire-only
      *                         reaches neither.
      * ================================================================
       4000-REPORT-AUTHORITY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-SECTION-2-HEADING TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF NOT WS-OPERMAST-IS-OPEN
               GO TO 4000-EXIT
           END-IF.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-MASTER-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           PERFORM 4100-REVIEW-ONE-OPERATOR
               UNTIL WS-OPERMAST-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-REVIEW-ONE-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-OPERMAST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPERATORS-ON-MASTER
                   PERFORM 4200-WRITE-AUTHORITY-LINE
           END-READ.

       4200-WRITE-AUTHORITY-LINE.
           PERFORM 7200-DESCRIBE-AUTHORITY.
           MOVE ZERO TO WS-PAIRS-ON-FILE.
           PERFORM 4210-MATCH-CONFLICT-OPERATOR
               VARYING WS-CFT-SUB FROM 1 BY 1
               UNTIL WS-CFT-SUB > WS-CFT-COUNT.
           MOVE OPR-ID           TO WS-AUL-OPR-ID.
           MOVE OPR-NAME         TO WS-AUL-NAME.
           MOVE WS-AUTH-DESC     TO WS-AUL-AUTH.
           MOVE WS-LOCK-DESC     TO WS-AUL-LOCKED.
           MOVE WS-PAIRS-ON-FILE TO WS-AUL-PAIRS.
           EVALUATE TRUE
               WHEN OPR-MAY-MAINTAIN AND NOT OPR-LOCKED
                   MOVE "CAN PERFORM BOTH SIDES OF EVERY PAIR"
                       TO WS-AUL-ACCESS
                   ADD 1 TO WS-MAINTAIN-CAPABLE
               WHEN OPR-MAY-MAINTAIN
                   MOVE "LOCKED - EVERY PAIR OPEN AGAIN ON UNLOCK"
                       TO WS-AUL-ACCESS
               WHEN OPR-INQUIRE-ONLY
                   MOVE "INQUIRE ONLY - NEITHER SIDE OF ANY PAIR"
                       TO WS-AUL-ACCESS
               WHEN OTHER
                   MOVE "AUTHORITY LEVEL NOT RECOGNIZED"
                       TO WS-AUL-ACCESS
           END-EVALUATE.
           MOVE WS-AUTHORITY-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       4210-MATCH-CONFLICT-OPERATOR.
           IF WS-CFT-OPERATOR-ID (WS-CFT-SUB) = OPR-ID
               MOVE WS-CFT-PAIRS (WS-CFT-SUB) TO WS-PAIRS-ON-FILE
           END-IF.

      * ================================================================
      * 7000-SELECT-AND-RELEASE - only work that took effect, by a
      *                           named operator, inside the window
      *                           goes to the sort.
      * ================================================================
       7000-SELECT-AND-RELEASE.
           ADD 1 TO WS-LINES-SCANNED.
           IF WS-SCAN-RESULT = SPACES
              OR WS-SCAN-RESULT(1:8) = "REJECTED"
              OR WS-SCAN-RESULT(1:8) = "INQUIRED"
               GO TO 7000-EXIT
           END-IF.
           IF WS-SCAN-OPERATOR-ID = SPACES
              OR WS-SCAN-OPERATOR-ID = "BATCH"
               GO TO 7000-EXIT
           END-IF.
           IF WS-SCAN-DATE-X IS NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           IF WS-SCAN-DATE-N < WS-WINDOW-FROM
              OR WS-SCAN-DATE-N > WS-WINDOW-TO
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-SCAN-OPERATOR-ID TO SV-OPERATOR-ID.
           MOVE WS-SCAN-DATE-N      TO SV-DATE.
           IF WS-SCAN-TIME-X IS NUMERIC
               MOVE WS-SCAN-TIME-N TO SV-TIME
           ELSE
               MOVE ZERO TO SV-TIME
           END-IF.
           MOVE WS-SCAN-FUNCTION    TO SV-FUNCTION.
           MOVE WS-SCAN-SOURCE      TO SV-SOURCE.
           MOVE WS-SCAN-DETAIL      TO SV-DETAIL.
           RELEASE EVENT-SORT-RECORD.
           ADD 1 TO WS-EVENTS-SELECTED.
       7000-EXIT.
           EXIT.

       7100-FIND-FUNCTION.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 7110-MATCH-FUNCTION
               VARYING WS-FUNCTION-SUB FROM 1 BY 1
               UNTIL WS-FUNCTION-SUB > SOD-FUNCTION-COUNT
                  OR WS-FOUND-SUB > ZERO.
       7100-EXIT.
           EXIT.

       7110-MATCH-FUNCTION.
           IF SOD-FUNCTION-CODE (WS-FUNCTION-SUB) = WS-LOOK-FUNCTION
               MOVE WS-FUNCTION-SUB TO WS-FOUND-SUB
           END-IF.

       7200-DESCRIBE-AUTHORITY.
           EVALUATE TRUE
               WHEN OPR-MAY-MAINTAIN
                   MOVE "MAINTAIN" TO WS-AUTH-DESC
               WHEN OPR-INQUIRE-ONLY
                   MOVE "INQUIRE ONLY" TO WS-AUTH-DESC
               WHEN OTHER
                   MOVE OPR-AUTH-LEVEL TO WS-AUTH-DESC
           END-EVALUATE.
           IF OPR-LOCKED
               MOVE "LOCKED" TO WS-LOCK-DESC
           ELSE
               MOVE SPACES TO WS-LOCK-DESC
           END-IF.

       9000-TERMINATE.
           DISPLAY "SEGREGATION-OF-DUTIES REVIEW - END OF JOB SUMMARY".
           DISPLAY "  REVIEW WINDOW          : " WS-WINDOW-FROM
               " TO " WS-WINDOW-TO.
           DISPLAY "  TRAIL LINES SCANNED    : " WS-LINES-SCANNED.
           DISPLAY "  TRAILS NOT AVAILABLE   : " WS-TRAILS-MISSING.
           DISPLAY "  EVENTS IN WINDOW       : " WS-EVENTS-SELECTED.
           DISPLAY "  OPERATORS ACTIVE       : " WS-OPERATORS-ACTIVE.
           DISPLAY "  OPERATORS IN CONFLICT  : "
               WS-OPERATORS-IN-CONFLICT.
           DISPLAY "  CONFLICTING PAIRS      : " WS-CONFLICTS-FOUND.
           DISPLAY "  EVENTS NOT LISTED      : " WS-EVENTS-NOT-LISTED.
           DISPLAY "  OPERATORS ON MASTER    : " WS-OPERATORS-ON-MASTER.
           DISPLAY "  MAINTAIN, NOT LOCKED   : " WS-MAINTAIN-CAPABLE.
           IF WS-OPERMAST-IS-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           CLOSE REVIEW-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM SODREVW.
