      ******************************************************************
      * PROGRAM:      POSLOAD
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads and maintains the POSITION-MASTER indexed
      *               file from finance's keyed position cards - the
      *               one approved headcount budget HR and finance
      *               both work from.  An A card adds a new position
      *               APPROVED and vacant, or amends the title,
      *               department, budgeted salary and FTE of one
      *               already on file; F freezes a position so it
      *               cannot be hired into, U lifts the freeze, and
      *               X eliminates a vacant position.  EMPMAINT is
      *               the only other writer - it fills and vacates
      *               positions and touches nothing else here.
      *
      *               For conversion an A card may name the current
      *               incumbent: the employee must be ACTIVE on
      *               EMPLOYEE-MASTER, in the position's department
      *               and in no other position, and is stamped with
      *               the position number as the position is filled.
      *
      *               Position card (fixed column):
      *                   1-6    position number
      *                   7      action - A add/amend, F freeze,
      *                          U unfreeze, X eliminate
      *                   8-37   position title
      *                   38-39  department code (active on the
      *                          DEPARTMENT-MASTER)
      *                   40-50  budgeted annual salary 9(9)V99
      *                   51-53  FTE 9V99 (001-100)
      *                   54-63  incumbent employee id (A only,
      *                          blank = none named)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original position master load program.
      *   2026-10-15  RJP  The department is edited against the
      *                    DEPARTMENT-MASTER file instead of the
      *                    compiled DEPTTBL and must be active.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-CARD-FILE ASSIGN TO "POSCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSMAST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "POSLDERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-CARD-FILE.
       01  POSITION-CARD-RECORD          PIC X(80).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  POSITION-MASTER-FILE.
       COPY POSNREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CARDS-STATUS           PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-POSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-POSITION-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  WS-POSITION-ON-FILE          VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-POSITIONS-ADDED        PIC 9(9) COMP VALUE ZERO.
           05  WS-POSITIONS-CHANGED      PIC 9(9) COMP VALUE ZERO.
           05  WS-POSITIONS-FROZEN       PIC 9(9) COMP VALUE ZERO.
           05  WS-POSITIONS-UNFROZEN     PIC 9(9) COMP VALUE ZERO.
           05  WS-POSITIONS-ELIMINATED   PIC 9(9) COMP VALUE ZERO.
           05  WS-INCUMBENTS-SEATED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CARD-FIELDS.
           05  WS-CRD-POSITION-NO        PIC X(06).
           05  WS-CRD-ACTION             PIC X(01).
               88  WS-CRD-IS-ADD                VALUE "A".
               88  WS-CRD-IS-FREEZE             VALUE "F".
               88  WS-CRD-IS-UNFREEZE           VALUE "U".
               88  WS-CRD-IS-ELIMINATE          VALUE "X".
           05  WS-CRD-TITLE              PIC X(30).
           05  WS-CRD-DEPT-CODE          PIC X(02).
           05  WS-CRD-SALARY-DIGITS      PIC X(11).
           05  WS-CRD-SALARY-N REDEFINES WS-CRD-SALARY-DIGITS
                                         PIC 9(9)V99.
           05  WS-CRD-FTE-DIGITS         PIC X(03).
           05  WS-CRD-FTE-N REDEFINES WS-CRD-FTE-DIGITS
                                         PIC 9V99.
           05  WS-CRD-EMP-ID             PIC X(10).
           05  WS-CRD-EMP-ID-N REDEFINES WS-CRD-EMP-ID
                                         PIC 9(10).

       01  WS-CURRENT-DATE               PIC 9(08).

       COPY EDITWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARDS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT POSITION-CARD-FILE.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           OPEN I-O POSITION-MASTER-FILE.
           IF WS-POSMAST-STATUS = "35"
               OPEN OUTPUT POSITION-MASTER-FILE
               CLOSE POSITION-MASTER-FILE
               OPEN I-O POSITION-MASTER-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "POSLOAD - CANNOT OPEN DEPTMAST DEPARTMENT "
                   "MASTER - STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-CARDS.
           READ POSITION-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE POSITION-CARD-RECORD(1:6)   TO WS-CRD-POSITION-NO.
           MOVE POSITION-CARD-RECORD(7:1)   TO WS-CRD-ACTION.
           MOVE POSITION-CARD-RECORD(8:30)  TO WS-CRD-TITLE.
           MOVE POSITION-CARD-RECORD(38:2)  TO WS-CRD-DEPT-CODE.
           MOVE POSITION-CARD-RECORD(40:11) TO WS-CRD-SALARY-DIGITS.
           MOVE POSITION-CARD-RECORD(51:3)  TO WS-CRD-FTE-DIGITS.
           MOVE POSITION-CARD-RECORD(54:10) TO WS-CRD-EMP-ID.
           MOVE "POSITION-NO" TO EDIT-FIELD-NAME.
           MOVE WS-CRD-POSITION-NO TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2350-READ-POSITION.
           EVALUATE TRUE
               WHEN WS-CRD-IS-ADD
                   PERFORM 2300-ADD-OR-AMEND
                       THRU 2300-EXIT
               WHEN WS-CRD-IS-FREEZE
               WHEN WS-CRD-IS-UNFREEZE
               WHEN WS-CRD-IS-ELIMINATE
                   PERFORM 2500-CHANGE-STATUS
                       THRU 2500-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, F, U OR X" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2300-ADD-OR-AMEND - the budget terms are edited in full on
      *                     every A card.  An amendment keeps the
      *                     status and the incumbent; moving a
      *                     filled position to another department is
      *                     refused, because the incumbent's master
      *                     record would disagree with it - transfer
      *                     the employee through EMPMAINT first.
      * ================================================================
       2300-ADD-OR-AMEND.
           MOVE "POSITION-TITLE" TO EDIT-FIELD-NAME.
           MOVE WS-CRD-TITLE TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CRD-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
                       TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
           END-READ.
           IF NOT DEPT-ACTIVE
               MOVE "DEPARTMENT IS INACTIVE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-SALARY-DIGITS IS NOT NUMERIC
              OR WS-CRD-SALARY-N = ZERO
               MOVE "BUDGETED SALARY MISSING OR NOT NUMERIC"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-FTE-DIGITS IS NOT NUMERIC
              OR WS-CRD-FTE-N = ZERO
              OR WS-CRD-FTE-N > 1
               MOVE "FTE MUST BE 001-100" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-EMP-ID NOT = SPACES
               PERFORM 2400-EDIT-INCUMBENT
                   THRU 2400-EXIT
               IF EDIT-IS-INVALID
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           IF WS-POSITION-ON-FILE
               IF NOT POS-VACANT
                  AND WS-CRD-DEPT-CODE NOT = POS-DEPT-CODE
                   MOVE "DEPT CHANGE ON A FILLED POSITION"
                       TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-CRD-TITLE     TO POS-TITLE
               MOVE WS-CRD-DEPT-CODE TO POS-DEPT-CODE
               MOVE WS-CRD-SALARY-N  TO POS-BUDGET-SALARY
               MOVE WS-CRD-FTE-N     TO POS-FTE
               IF WS-CRD-EMP-ID NOT = SPACES
                   PERFORM 2450-SEAT-INCUMBENT
               END-IF
               REWRITE POSITION-RECORD
               ADD 1 TO WS-POSITIONS-CHANGED
           ELSE
               MOVE SPACES           TO POSITION-RECORD
               MOVE WS-CRD-POSITION-NO TO POS-NO
               MOVE WS-CRD-TITLE     TO POS-TITLE
               MOVE WS-CRD-DEPT-CODE TO POS-DEPT-CODE
               MOVE WS-CRD-SALARY-N  TO POS-BUDGET-SALARY
               MOVE WS-CRD-FTE-N     TO POS-FTE
               SET POS-APPROVED TO TRUE
               MOVE ZERO             TO POS-EMP-ID
               MOVE ZERO             TO POS-FILLED-DATE
               IF WS-CRD-EMP-ID NOT = SPACES
                   PERFORM 2450-SEAT-INCUMBENT
               END-IF
               WRITE POSITION-RECORD
               ADD 1 TO WS-POSITIONS-ADDED
           END-IF.
       2300-EXIT.
           EXIT.

       2350-READ-POSITION.
           MOVE "N" TO WS-POSITION-FOUND-SWITCH.
           MOVE WS-CRD-POSITION-NO TO POS-NO.
           READ POSITION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSITION-FOUND-SWITCH
           END-READ.

      * ================================================================
      * 2400-EDIT-INCUMBENT - the named employee must be ACTIVE, in
      *                       the card's department and not already
      *                       seated elsewhere; the position must be
      *                       vacant or already this employee's.
      * ================================================================
       2400-EDIT-INCUMBENT.
           SET EDIT-IS-INVALID TO TRUE.
           IF WS-CRD-EMP-ID IS NOT NUMERIC
               MOVE "INCUMBENT ID NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2400-EXIT
           END-IF.
           IF WS-POSITION-ON-FILE
              AND NOT POS-VACANT
              AND POS-EMP-ID NOT = WS-CRD-EMP-ID-N
               MOVE "POSITION ALREADY FILLED" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CRD-EMP-ID-N TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "INCUMBENT NOT ON MASTER" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2400-EXIT
           END-READ.
           IF NOT EMP-ACTIVE
               MOVE "INCUMBENT IS NOT ACTIVE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2400-EXIT
           END-IF.
           IF EMP-DEPT-CODE NOT = WS-CRD-DEPT-CODE
               MOVE "INCUMBENT IN ANOTHER DEPARTMENT" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2400-EXIT
           END-IF.
           IF EMP-POSITION-NO NOT = SPACES
              AND EMP-POSITION-NO NOT = WS-CRD-POSITION-NO
               MOVE "INCUMBENT HOLDS ANOTHER POSITION" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2400-EXIT
           END-IF.
           SET EDIT-IS-VALID TO TRUE.
       2400-EXIT.
           EXIT.

      * The employee record is still in the buffer from 2400.
       2450-SEAT-INCUMBENT.
           IF POS-EMP-ID NOT = EMP-ID
               MOVE EMP-ID TO POS-EMP-ID
               MOVE WS-CURRENT-DATE TO POS-FILLED-DATE
           END-IF.
           MOVE WS-CRD-POSITION-NO TO EMP-POSITION-NO.
           REWRITE EMPLOYEE-RECORD.
           ADD 1 TO WS-INCUMBENTS-SEATED.

      * ================================================================
      * 2500-CHANGE-STATUS - a freeze stops the next hire, not the
      *                      current incumbent, so a filled position
      *                      may be frozen; only a vacant one may be
      *                      eliminated.
      * ================================================================
       2500-CHANGE-STATUS.
           IF NOT WS-POSITION-ON-FILE
               MOVE "POSITION NOT ON FILE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           IF POS-ELIMINATED
               MOVE "POSITION ALREADY ELIMINATED" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CRD-IS-FREEZE
                   SET POS-FROZEN TO TRUE
                   ADD 1 TO WS-POSITIONS-FROZEN
               WHEN WS-CRD-IS-UNFREEZE
                   IF NOT POS-FROZEN
                       MOVE "POSITION IS NOT FROZEN" TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   SET POS-APPROVED TO TRUE
                   ADD 1 TO WS-POSITIONS-UNFROZEN
               WHEN WS-CRD-IS-ELIMINATE
                   IF NOT POS-VACANT
                       MOVE "POSITION STILL FILLED" TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   SET POS-ELIMINATED TO TRUE
                   ADD 1 TO WS-POSITIONS-ELIMINATED
           END-EVALUATE.
           REWRITE POSITION-RECORD.
       2500-EXIT.
           EXIT.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED POSITION " WS-CRD-POSITION-NO
                  " ACTION " WS-CRD-ACTION
                  " - " EDIT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

       9000-TERMINATE.
           DISPLAY "POSITION MASTER LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  POSITIONS ADDED  : " WS-POSITIONS-ADDED.
           DISPLAY "  POSITIONS CHANGED: " WS-POSITIONS-CHANGED.
           DISPLAY "  FROZEN           : " WS-POSITIONS-FROZEN.
           DISPLAY "  UNFROZEN         : " WS-POSITIONS-UNFROZEN.
           DISPLAY "  ELIMINATED       : " WS-POSITIONS-ELIMINATED.
           DISPLAY "  INCUMBENTS SEATED: " WS-INCUMBENTS-SEATED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE POSITION-CARD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSITION-MASTER-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY EDITPR.

       END PROGRAM POSLOAD.
