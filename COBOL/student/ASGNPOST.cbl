      ******************************************************************
      * PROGRAM:      ASGNPOST
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Posts the teachers' gradebook extract to the
      *               ASSIGNMENT-SCORE file, one record per piece of
      *               marked work.  The student must hold the seat
      *               on COURSE-ENROLLMENT and the category must be
      *               one of the subject's GRADE-WEIGHT categories.
      *               A line for an assignment already on file is a
      *               teacher's correction and replaces it.  Every
      *               rejected line is listed on ASGNERR for the
      *               teacher to re-key.
      *
      *               Extract line (fixed column):
      *                   1-10   student id
      *                   11-16  term YYYYTT
      *                   17-19  subject code
      *                   20-25  assignment id
      *                   26     category code
      *                   27-30  points earned   999V9
      *                   31-34  points possible 999V9
      *                   35     status - S or blank scored,
      *                          X excused, M missing
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original assignment score posting program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASGNPOST.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGNMENT-EXTRACT-FILE ASSIGN TO "ASGNEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT ASSIGNMENT-SCORE-FILE ASSIGN TO "ASGNSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-ASGNSCOR-STATUS.

           SELECT COURSE-ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT GRADE-WEIGHT-FILE ASSIGN TO "GRDWMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GW-SUBJ-CODE
               FILE STATUS IS WS-GRDWMAST-STATUS.

           SELECT POST-EXCEPTION-FILE ASSIGN TO "ASGNERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGNMENT-EXTRACT-FILE.
       01  ASSIGNMENT-EXTRACT-RECORD     PIC X(80).

       FD  ASSIGNMENT-SCORE-FILE.
       COPY ASGNREC.

       FD  COURSE-ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  GRADE-WEIGHT-FILE.
       COPY GRDWTREC.

       FD  POST-EXCEPTION-FILE.
       01  POST-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-ASGNSCOR-STATUS        PIC X(02) VALUE "00".
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-GRDWMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-CATEGORY-SWITCH        PIC X(01) VALUE "N".
               88  WS-CATEGORY-FOUND            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-SCORES-POSTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-SCORES-CORRECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CAT-SUB                    PIC 9(02) COMP.
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-STU-ID             PIC X(10).
           05  WS-EXT-TERM               PIC X(06).
           05  WS-EXT-SUBJ               PIC X(03).
           05  WS-EXT-ASSIGNMENT-ID      PIC X(06).
           05  WS-EXT-CATEGORY           PIC X(01).
           05  WS-EXT-EARNED             PIC X(04).
           05  WS-EXT-EARNED-NUM REDEFINES WS-EXT-EARNED
                                         PIC 9(03)V9.
           05  WS-EXT-POSSIBLE           PIC X(04).
           05  WS-EXT-POSSIBLE-NUM REDEFINES WS-EXT-POSSIBLE
                                         PIC 9(03)V9.
           05  WS-EXT-STATUS             PIC X(01).
               88  WS-EXT-SCORED                VALUE "S" " ".
               88  WS-EXT-EXCUSED               VALUE "X".
               88  WS-EXT-MISSING               VALUE "M".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-POST-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ASSIGNMENT-EXTRACT-FILE.
           OPEN I-O ASSIGNMENT-SCORE-FILE.
           IF WS-ASGNSCOR-STATUS = "35"
               OPEN OUTPUT ASSIGNMENT-SCORE-FILE
               CLOSE ASSIGNMENT-SCORE-FILE
               OPEN I-O ASSIGNMENT-SCORE-FILE
           END-IF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           OPEN INPUT GRADE-WEIGHT-FILE.
           IF WS-GRDWMAST-STATUS NOT = "00"
               DISPLAY "ASGNPOST - NO GRADE WEIGHT FILE ON HAND - "
                   "STATUS " WS-GRDWMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POST-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-POST-EXTRACT.
           READ ASSIGNMENT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE ASSIGNMENT-EXTRACT-RECORD(1:10)
                       TO WS-EXT-STU-ID
                   MOVE ASSIGNMENT-EXTRACT-RECORD(11:6)
                       TO WS-EXT-TERM
                   MOVE ASSIGNMENT-EXTRACT-RECORD(17:3)
                       TO WS-EXT-SUBJ
                   MOVE ASSIGNMENT-EXTRACT-RECORD(20:6)
                       TO WS-EXT-ASSIGNMENT-ID
                   MOVE ASSIGNMENT-EXTRACT-RECORD(26:1)
                       TO WS-EXT-CATEGORY
                   MOVE ASSIGNMENT-EXTRACT-RECORD(27:4)
                       TO WS-EXT-EARNED
                   MOVE ASSIGNMENT-EXTRACT-RECORD(31:4)
                       TO WS-EXT-POSSIBLE
                   MOVE ASSIGNMENT-EXTRACT-RECORD(35:1)
                       TO WS-EXT-STATUS
                   PERFORM 2100-POST-ONE-SCORE
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-POST-ONE-SCORE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2200-EDIT-ONE-SCORE
               THRU 2200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE SPACES TO POST-EXCEPTION-LINE
               STRING WS-REJECT-REASON " - STUDENT " WS-EXT-STU-ID
                      " TERM " WS-EXT-TERM " SUBJECT " WS-EXT-SUBJ
                      " ASSIGNMENT " WS-EXT-ASSIGNMENT-ID
                   DELIMITED BY SIZE INTO POST-EXCEPTION-LINE
               WRITE POST-EXCEPTION-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO ASSIGNMENT-SCORE-RECORD.
           MOVE WS-EXT-TERM          TO GA-TERM.
           MOVE WS-EXT-SUBJ          TO GA-SUBJ-CODE.
           MOVE WS-EXT-STU-ID        TO GA-STU-ID.
           MOVE WS-EXT-ASSIGNMENT-ID TO GA-ASSIGNMENT-ID.
           MOVE WS-EXT-CATEGORY      TO GA-CATEGORY.
           MOVE WS-EXT-POSSIBLE-NUM  TO GA-POINTS-POSSIBLE.
           MOVE WS-CURRENT-DATE      TO GA-POSTED-DATE.
           EVALUATE TRUE
               WHEN WS-EXT-EXCUSED
                   SET GA-EXCUSED TO TRUE
                   MOVE ZERO TO GA-POINTS-EARNED
               WHEN WS-EXT-MISSING
                   SET GA-MISSING TO TRUE
                   MOVE ZERO TO GA-POINTS-EARNED
               WHEN OTHER
                   SET GA-SCORED TO TRUE
                   MOVE WS-EXT-EARNED-NUM TO GA-POINTS-EARNED
           END-EVALUATE.
           WRITE ASSIGNMENT-SCORE-RECORD
               INVALID KEY
                   REWRITE ASSIGNMENT-SCORE-RECORD
                   ADD 1 TO WS-SCORES-CORRECTED
               NOT INVALID KEY
                   ADD 1 TO WS-SCORES-POSTED
           END-WRITE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-EDIT-ONE-SCORE - first failing edit wins; the earned
      *                       points are only checked on scored
      *                       work, excused and missing work carry
      *                       none.
      * ================================================================
       2200-EDIT-ONE-SCORE.
           IF WS-EXT-STU-ID IS NOT NUMERIC
              OR WS-EXT-TERM IS NOT NUMERIC
              OR WS-EXT-ASSIGNMENT-ID = SPACES
               MOVE "BAD STUDENT, TERM OR ASSIGNMENT ID"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-EXT-SCORED
              AND NOT WS-EXT-EXCUSED
              AND NOT WS-EXT-MISSING
               MOVE "STATUS NOT S, X OR M" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-EXT-POSSIBLE IS NOT NUMERIC
              OR WS-EXT-POSSIBLE-NUM = ZERO
               MOVE "POINTS POSSIBLE NOT NUMERIC OR ZERO"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-EXT-SCORED
               IF WS-EXT-EARNED IS NOT NUMERIC
                   MOVE "POINTS EARNED NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               IF WS-EXT-EARNED-NUM > WS-EXT-POSSIBLE-NUM
                   MOVE "POINTS EARNED OVER POSSIBLE"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE WS-EXT-STU-ID TO EN-STU-ID.
           MOVE WS-EXT-TERM   TO EN-TERM.
           MOVE WS-EXT-SUBJ   TO EN-SUBJ-CODE.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ.
           MOVE WS-EXT-SUBJ TO GW-SUBJ-CODE.
           READ GRADE-WEIGHT-FILE
               INVALID KEY
                   MOVE "NO GRADE WEIGHTS FOR SUBJECT"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ.
           MOVE "N" TO WS-CATEGORY-SWITCH.
           PERFORM 2210-MATCH-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > GW-CATEGORY-COUNT
               OR WS-CATEGORY-FOUND.
           IF NOT WS-CATEGORY-FOUND
               MOVE "CATEGORY NOT WEIGHTED FOR SUBJECT"
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-CATEGORY.
           IF GW-CAT-CODE (WS-CAT-SUB) = WS-EXT-CATEGORY
               SET WS-CATEGORY-FOUND TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY "ASSIGNMENT SCORE POST - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ      : " WS-RECORDS-READ.
           DISPLAY "  SCORES POSTED     : " WS-SCORES-POSTED.
           DISPLAY "  SCORES CORRECTED  : " WS-SCORES-CORRECTED.
           DISPLAY "  RECORDS REJECTED  : " WS-RECORDS-REJECTED.
           CLOSE ASSIGNMENT-EXTRACT-FILE.
           CLOSE ASSIGNMENT-SCORE-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE GRADE-WEIGHT-FILE.
           CLOSE POST-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM ASGNPOST.
