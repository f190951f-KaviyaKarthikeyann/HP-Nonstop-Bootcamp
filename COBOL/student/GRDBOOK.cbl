      ******************************************************************
      * PROGRAM:      GRDBOOK
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Term-end gradebook roll-up.  For the term in
      *               command-line columns 1-6, every seat on
      *               COURSE-ENROLLMENT has its ASSIGNMENT-SCORE work
      *               rolled up by the subject's GRADE-WEIGHT
      *               categories: excused work is left out, missing
      *               work counts as zero or is left out by the
      *               category's policy, each category scores as
      *               points earned over points possible, and the
      *               term mark is the weighted average of the
      *               categories holding work (weights rescaled over
      *               those categories), rounded to a whole mark.
      *
      *               The mark posts to SCORE-HISTORY as the SH-MARK
      *               GRADCHG and TRANSCPT read.  A mark already on
      *               file is left alone unless column 8 holds R -
      *               a change after posting goes through GRADCHG
      *               and its audit.  A student GRADCHG has locked
      *               is skipped - no mark posted or extracted, the
      *               holder named on the listing - and posts on the
      *               rerun.  The marks are also written to
      *               GRDBEXTR in the STUDLOAD extract layout, in
      *               student id order, so the term's STUDLOAD run
      *               carries them to STUDENT-SCORE for REPCARD.
      *
      *               GRDBOOK prints one gradebook listing per section
      *               (teacher and room off COURSE-SECTION) with each
      *               student's category scores, excused and missing
      *               counts and term mark, closing on a signature
      *               line for the teacher.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original gradebook roll-up program.
      *   2026-10-15  RJP  Honors the GRADCHG record locks through the
      *                    shared RECLOCK subroutine: a student locked
      *                    at GRADCHG has no mark posted or extracted,
      *                    is listed with the holder, and the run ends
      *                    RC 4 for a rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDBOOK.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT ASSIGNMENT-SCORE-FILE ASSIGN TO "ASGNSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-ASGNSCOR-STATUS.

           SELECT GRADE-WEIGHT-FILE ASSIGN TO "GRDWMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GW-SUBJ-CODE
               FILE STATUS IS WS-GRDWMAST-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHIS-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SECTMAST-STATUS.

           SELECT GRADEBOOK-PRINT-FILE ASSIGN TO "GRDBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT MARK-WORK-FILE ASSIGN TO "GRDBWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MARK-EXTRACT-FILE ASSIGN TO "GRDBEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GRADEBOOK-SORT-FILE ASSIGN TO "GRDBSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARK-SORT-FILE ASSIGN TO "GRDXSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  ASSIGNMENT-SCORE-FILE.
       COPY ASGNREC.

       FD  GRADE-WEIGHT-FILE.
       COPY GRDWTREC.

       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       FD  COURSE-SECTION-FILE.
       COPY SECTREC.

       FD  GRADEBOOK-PRINT-FILE.
       01  GRADEBOOK-PRINT-LINE          PIC X(132).

       FD  MARK-WORK-FILE.
       01  MARK-WORK-RECORD              PIC X(80).

       FD  MARK-EXTRACT-FILE.
       01  MARK-EXTRACT-RECORD           PIC X(80).

       SD  GRADEBOOK-SORT-FILE.
       01  GRADEBOOK-SORT-RECORD.
           05  BK-SUBJ-CODE              PIC X(03).
           05  BK-SECTION-NO             PIC 9(02).
           05  BK-STU-ID                 PIC 9(10).

      * The STUDLOAD extract layout: id, name, subject, mark.
       SD  MARK-SORT-FILE.
       01  MARK-SORT-RECORD.
           05  BX-STU-ID                 PIC 9(10).
           05  BX-STU-NAME               PIC X(20).
           05  BX-SUBJ-CODE              PIC X(03).
           05  BX-MARK                   PIC 9(03).
           05  FILLER                    PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ASGNSCOR-STATUS        PIC X(02) VALUE "00".
           05  WS-GRDWMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SCOREHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SECTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-PRINT-STATUS           PIC X(02) VALUE "00".
           05  WS-WORK-STATUS            PIC X(02) VALUE "00".
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ENRL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ENRL-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-WORK-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-WORK-END                  VALUE "Y".
           05  WS-WEIGHTS-SWITCH         PIC X(01) VALUE "N".
               88  WS-WEIGHTS-ON-FILE           VALUE "Y".
           05  WS-REPLACE-SWITCH         PIC X(01) VALUE "N".
               88  WS-REPLACE-MARKS             VALUE "Y".
           05  WS-MARK-SWITCH            PIC X(01) VALUE "N".
               88  WS-MARK-COMPUTED             VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-SEATS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-MARKS-POSTED           PIC 9(9) COMP VALUE ZERO.
           05  WS-MARKS-REPLACED         PIC 9(9) COMP VALUE ZERO.
           05  WS-MARKS-KEPT             PIC 9(9) COMP VALUE ZERO.
           05  WS-SEATS-UNGRADED         PIC 9(9) COMP VALUE ZERO.
           05  WS-SEATS-LOCKED           PIC 9(9) COMP VALUE ZERO.
           05  WS-EXTRACT-LINES          PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-SELECT-TERM                PIC 9(06).

       COPY RECLOCKW.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-SUBJECT        PIC X(03) VALUE LOW-VALUES.
           05  WS-CURRENT-SECTION        PIC 9(02) VALUE ZERO.
           05  WS-SECTION-COUNT          PIC 9(7) COMP VALUE ZERO.

      * One student's work, accumulated by the subject's categories.
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-ENTRY OCCURS 5 TIMES.
               10  WS-CT-EARNED          PIC 9(05)V9.
               10  WS-CT-POSSIBLE        PIC 9(05)V9.
       01  WS-CAT-SUB                    PIC 9(02) COMP.
       01  WS-MATCH-SUB                  PIC 9(02) COMP.
       01  WS-EXCUSED-COUNT              PIC 9(03).
       01  WS-MISSING-COUNT              PIC 9(03).
       01  WS-CATEGORY-PCT               PIC 9(03)V9(04).
       01  WS-WEIGHTED-SUM               PIC 9(07)V9(04).
       01  WS-WEIGHT-USED                PIC 9(03).
       01  WS-TERM-MARK                  PIC 9(03).
       01  WS-STUDENT-NAME               PIC X(20).

       01  WS-GRADEBOOK-HEADING-LINE.
           05  FILLER                    PIC X(11) VALUE
               "GRADEBOOK  ".
           05  WS-GH-SUBJ-CODE           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GH-SUBJ-NAME           PIC X(16).
           05  FILLER                    PIC X(07) VALUE "  TERM ".
           05  WS-GH-TERM                PIC 9(06).
           05  FILLER                    PIC X(10) VALUE
               "  SECTION ".
           05  WS-GH-SECTION-NO          PIC 9(02).

       01  WS-SECTION-HEADING-LINE.
           05  FILLER                    PIC X(12) VALUE
               "  TEACHER : ".
           05  WS-SH-TEACHER-ID          PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-SH-TEACHER-NAME        PIC X(20).
           05  FILLER                    PIC X(09) VALUE "   ROOM: ".
           05  WS-SH-ROOM                PIC X(06).

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(36) VALUE
               "    STUDENT ID  NAME".
           05  WS-CH-CATEGORY OCCURS 5 TIMES.
               10  WS-CH-CAT-CODE        PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACE.
               10  WS-CH-CAT-NAME        PIC X(10).
           05  FILLER                    PIC X(15) VALUE
               "EXC MIS    MARK".

       01  WS-WEIGHT-HEADING-LINE.
           05  FILLER                    PIC X(36) VALUE
               "                WEIGHT %".
           05  WS-WH-CATEGORY OCCURS 5 TIMES.
               10  WS-WH-WEIGHT-PCT      PIC ZZ9.
               10  FILLER                PIC X(09) VALUE SPACES.

       01  WS-GRADEBOOK-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-GD-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GD-STU-NAME            PIC X(20).
           05  WS-GD-CATEGORY OCCURS 5 TIMES.
               10  WS-GD-CAT-PCT         PIC ZZ9.9.
               10  FILLER                PIC X(07) VALUE SPACES.
           05  WS-GD-EXCUSED             PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-GD-MISSING             PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-GD-TERM-MARK           PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GD-NOTE                PIC X(20).

       01  WS-GRADEBOOK-COUNT-LINE.
           05  FILLER                    PIC X(20) VALUE
               "  CLASS COUNT     : ".
           05  WS-GC-COUNT               PIC ZZZ,ZZ9.

       01  WS-SIGNATURE-LINE.
           05  FILLER                    PIC X(40) VALUE
               "  TEACHER SIGNATURE: ___________________".
           05  FILLER                    PIC X(30) VALUE
               "_____     DATE: ______________".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT GRADEBOOK-SORT-FILE
               ON ASCENDING KEY BK-SUBJ-CODE BK-SECTION-NO
                                BK-STU-ID
               INPUT PROCEDURE IS 2000-SELECT-TERM
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-ROLL-UP-GRADEBOOKS
                   THRU 3000-EXIT.
           SORT MARK-SORT-FILE
               ON ASCENDING KEY BX-STU-ID BX-SUBJ-CODE
               USING MARK-WORK-FILE
               GIVING MARK-EXTRACT-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "BATCH" TO RK-OPERATOR-ID.
           MOVE "GRDBOOK" TO RK-PROGRAM-ID.
           MOVE "STUMAST" TO RK-FILE-ID.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "GRDBOOK - TERM PARAMETER (YYYYTT) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-SELECT-TERM.
           IF WS-CMD-LINE-PARM(8:1) = "R"
               SET WS-REPLACE-MARKS TO TRUE
               DISPLAY "GRDBOOK - MARKS ON FILE WILL BE REPLACED"
           END-IF.
           OPEN INPUT GRADE-WEIGHT-FILE.
           IF WS-GRDWMAST-STATUS NOT = "00"
               DISPLAY "GRDBOOK - NO GRADE WEIGHT FILE ON HAND - "
                   "STATUS " WS-GRDWMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASSIGNMENT-SCORE-FILE.
           IF WS-ASGNSCOR-STATUS NOT = "00"
               DISPLAY "GRDBOOK - NO ASSIGNMENT SCORE FILE ON HAND - "
                   "STATUS " WS-ASGNSCOR-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       2000-SELECT-TERM.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           PERFORM 2100-SELECT-ONE-ENROLLMENT
               UNTIL WS-ENRL-END-OF-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-ENROLLMENT.
           READ COURSE-ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENRL-END-OF-FILE TO TRUE
               NOT AT END
                   IF EN-TERM = WS-SELECT-TERM
                       ADD 1 TO WS-SEATS-READ
                       MOVE EN-SUBJ-CODE TO BK-SUBJ-CODE
                       IF EN-SECTION-NO IS NUMERIC
                           MOVE EN-SECTION-NO TO BK-SECTION-NO
                       ELSE
                           MOVE ZERO TO BK-SECTION-NO
                       END-IF
                       MOVE EN-STU-ID    TO BK-STU-ID
                       RELEASE GRADEBOOK-SORT-RECORD
                   END-IF
           END-READ.

      * ================================================================
      * 3000-ROLL-UP-GRADEBOOKS - control break on subject code and
      *                           section, the CLASSROS roster
      *                           technique; each seat is rolled up,
      *                           posted and printed in one pass.
      * ================================================================
       3000-ROLL-UP-GRADEBOOKS.
           OPEN OUTPUT GRADEBOOK-PRINT-FILE.
           OPEN OUTPUT MARK-WORK-FILE.
           OPEN I-O SCORE-HISTORY-FILE.
           IF WS-SCOREHIS-STATUS = "35"
               OPEN OUTPUT SCORE-HISTORY-FILE
               CLOSE SCORE-HISTORY-FILE
               OPEN I-O SCORE-HISTORY-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN INPUT SUBJECT-MASTER-FILE.
           OPEN INPUT COURSE-SECTION-FILE.
           PERFORM 3100-RETURN-ONE-SEAT
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
               PERFORM 3900-PRINT-SECTION-FOOTING
           END-IF.
           CLOSE GRADEBOOK-PRINT-FILE.
           CLOSE MARK-WORK-FILE.
           CLOSE SCORE-HISTORY-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE SUBJECT-MASTER-FILE.
           CLOSE COURSE-SECTION-FILE.
           CLOSE GRADE-WEIGHT-FILE.
           CLOSE ASSIGNMENT-SCORE-FILE.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-SEAT.
           RETURN GRADEBOOK-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF BK-SUBJ-CODE NOT = WS-CURRENT-SUBJECT
                      OR BK-SECTION-NO NOT = WS-CURRENT-SECTION
                       IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
                           PERFORM 3900-PRINT-SECTION-FOOTING
                       END-IF
                       PERFORM 3200-START-NEW-SECTION
                   END-IF
                   PERFORM 3400-ROLL-UP-ONE-SEAT
                       THRU 3400-EXIT
           END-RETURN.

       3200-START-NEW-SECTION.
           IF BK-SUBJ-CODE NOT = WS-CURRENT-SUBJECT
               PERFORM 3300-LOAD-SUBJECT-WEIGHTS
           END-IF.
           MOVE BK-SUBJ-CODE TO WS-CURRENT-SUBJECT.
           MOVE BK-SECTION-NO TO WS-CURRENT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE BK-SUBJ-CODE TO WS-GH-SUBJ-CODE.
           MOVE BK-SUBJ-CODE TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CATALOG)" TO WS-GH-SUBJ-NAME
               NOT INVALID KEY
                   MOVE SUB-NAME TO WS-GH-SUBJ-NAME
           END-READ.
           MOVE WS-SELECT-TERM TO WS-GH-TERM.
           MOVE BK-SECTION-NO TO WS-GH-SECTION-NO.
           MOVE WS-SELECT-TERM TO SE-TERM.
           MOVE BK-SUBJ-CODE TO SE-SUBJ-CODE.
           MOVE BK-SECTION-NO TO SE-SECTION-NO.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   MOVE SPACES TO WS-SH-TEACHER-ID
                   MOVE "(NO SECTION ON FILE)" TO WS-SH-TEACHER-NAME
                   MOVE SPACES TO WS-SH-ROOM
               NOT INVALID KEY
                   MOVE SE-TEACHER-ID TO WS-SH-TEACHER-ID
                   MOVE SE-TEACHER-NAME TO WS-SH-TEACHER-NAME
                   MOVE SE-ROOM TO WS-SH-ROOM
           END-READ.
           MOVE SPACES TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE WS-GRADEBOOK-HEADING-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE WS-WEIGHT-HEADING-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.

      * ================================================================
      * 3300-LOAD-SUBJECT-WEIGHTS - the weight table is read once per
      *                             subject; its categories head the
      *                             gradebook columns.
      * ================================================================
       3300-LOAD-SUBJECT-WEIGHTS.
           MOVE "N" TO WS-WEIGHTS-SWITCH.
           MOVE BK-SUBJ-CODE TO GW-SUBJ-CODE.
           READ GRADE-WEIGHT-FILE
               INVALID KEY
                   MOVE ZERO TO GW-CATEGORY-COUNT
               NOT INVALID KEY
                   SET WS-WEIGHTS-ON-FILE TO TRUE
           END-READ.
           PERFORM 3310-SET-CATEGORY-HEADING
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.

       3310-SET-CATEGORY-HEADING.
           IF WS-CAT-SUB > GW-CATEGORY-COUNT
               MOVE SPACES TO WS-CH-CAT-CODE (WS-CAT-SUB)
               MOVE SPACES TO WS-CH-CAT-NAME (WS-CAT-SUB)
               MOVE SPACES TO WS-WH-CATEGORY (WS-CAT-SUB)
           ELSE
               MOVE GW-CAT-CODE (WS-CAT-SUB)
                   TO WS-CH-CAT-CODE (WS-CAT-SUB)
               MOVE GW-CAT-NAME (WS-CAT-SUB)
                   TO WS-CH-CAT-NAME (WS-CAT-SUB)
               MOVE GW-CAT-WEIGHT-PCT (WS-CAT-SUB)
                   TO WS-WH-WEIGHT-PCT (WS-CAT-SUB)
           END-IF.

       3400-ROLL-UP-ONE-SEAT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-GD-NOTE.
           MOVE BK-STU-ID TO WS-GD-STU-ID.
           MOVE BK-STU-ID TO STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT MASTER)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-STUDENT-NAME
           END-READ.
           MOVE WS-STUDENT-NAME TO WS-GD-STU-NAME.
           INITIALIZE WS-CATEGORY-TOTALS.
           MOVE ZERO TO WS-EXCUSED-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE "N" TO WS-MARK-SWITCH.
           PERFORM 3410-CLEAR-CATEGORY-CELL
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.
           IF WS-WEIGHTS-ON-FILE
               PERFORM 3500-ACCUMULATE-WORK
                   THRU 3500-EXIT
               PERFORM 3600-COMPUTE-TERM-MARK
           END-IF.
           MOVE WS-EXCUSED-COUNT TO WS-GD-EXCUSED.
           MOVE WS-MISSING-COUNT TO WS-GD-MISSING.
           IF NOT WS-MARK-COMPUTED
               ADD 1 TO WS-SEATS-UNGRADED
               MOVE ZERO TO WS-GD-TERM-MARK
               IF WS-WEIGHTS-ON-FILE
                   MOVE "NO GRADED WORK" TO WS-GD-NOTE
               ELSE
                   MOVE "NO GRADE WEIGHTS" TO WS-GD-NOTE
               END-IF
               PERFORM 3800-PRINT-DETAIL
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-TERM-MARK TO WS-GD-TERM-MARK.
           MOVE BK-STU-ID TO RK-RECORD-KEY.
           SET RK-REQUEST-LOCK TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               ADD 1 TO WS-SEATS-LOCKED
               MOVE SPACES TO WS-GD-NOTE
               STRING "LOCKED BY " RK-HOLDER-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-GD-NOTE
               PERFORM 3800-PRINT-DETAIL
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3700-POST-TERM-MARK.
           SET RK-REQUEST-UNLOCK TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           PERFORM 3800-PRINT-DETAIL.
       3400-EXIT.
           EXIT.

      * A category with no counted work prints blank, not 0.0.
       3410-CLEAR-CATEGORY-CELL.
           MOVE SPACES TO WS-GD-CATEGORY (WS-CAT-SUB).

      * ================================================================
      * 3500-ACCUMULATE-WORK - the student's work for the subject is
      *                        one key range on ASSIGNMENT-SCORE:
      *                        term + subject + student, every
      *                        assignment id.
      * ================================================================
       3500-ACCUMULATE-WORK.
           MOVE WS-SELECT-TERM TO GA-TERM.
           MOVE BK-SUBJ-CODE   TO GA-SUBJ-CODE.
           MOVE BK-STU-ID      TO GA-STU-ID.
           MOVE LOW-VALUES     TO GA-ASSIGNMENT-ID.
           START ASSIGNMENT-SCORE-FILE
               KEY IS NOT LESS THAN GA-KEY
               INVALID KEY
                   GO TO 3500-EXIT
           END-START.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           PERFORM 3510-READ-ONE-ASSIGNMENT
               UNTIL WS-WORK-END.
       3500-EXIT.
           EXIT.

       3510-READ-ONE-ASSIGNMENT.
           READ ASSIGNMENT-SCORE-FILE NEXT RECORD
               AT END
                   SET WS-WORK-END TO TRUE
               NOT AT END
                   IF GA-TERM NOT = WS-SELECT-TERM
                      OR GA-SUBJ-CODE NOT = BK-SUBJ-CODE
                      OR GA-STU-ID NOT = BK-STU-ID
                       SET WS-WORK-END TO TRUE
                   ELSE
                       PERFORM 3520-APPLY-ONE-ASSIGNMENT
                       THRU 3520-EXIT
                   END-IF
           END-READ.

      * Work posted under a category since dropped from the weight
      * table carries no weight and is passed over.
       3520-APPLY-ONE-ASSIGNMENT.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM 3530-MATCH-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > GW-CATEGORY-COUNT
               OR WS-MATCH-SUB NOT = ZERO.
           IF WS-MATCH-SUB = ZERO
               GO TO 3520-EXIT
           END-IF.
           MOVE WS-MATCH-SUB TO WS-CAT-SUB.
           EVALUATE TRUE
               WHEN GA-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
               WHEN GA-MISSING
                   ADD 1 TO WS-MISSING-COUNT
                   IF GW-MISSING-SCORES-ZERO (WS-CAT-SUB)
                       ADD GA-POINTS-POSSIBLE
                           TO WS-CT-POSSIBLE (WS-CAT-SUB)
                   END-IF
               WHEN OTHER
                   ADD GA-POINTS-EARNED TO WS-CT-EARNED (WS-CAT-SUB)
                   ADD GA-POINTS-POSSIBLE
                       TO WS-CT-POSSIBLE (WS-CAT-SUB)
           END-EVALUATE.
       3520-EXIT.
           EXIT.

       3530-MATCH-CATEGORY.
           IF GW-CAT-CODE (WS-CAT-SUB) = GA-CATEGORY
               MOVE WS-CAT-SUB TO WS-MATCH-SUB
           END-IF.

      * ================================================================
      * 3600-COMPUTE-TERM-MARK - a category with no counted work
      *                          drops out and the remaining weights
      *                          carry the mark between them.
      * ================================================================
       3600-COMPUTE-TERM-MARK.
           MOVE ZERO TO WS-WEIGHTED-SUM.
           MOVE ZERO TO WS-WEIGHT-USED.
           PERFORM 3610-SCORE-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.
           IF WS-WEIGHT-USED > ZERO
               COMPUTE WS-TERM-MARK ROUNDED =
                   WS-WEIGHTED-SUM / WS-WEIGHT-USED
               SET WS-MARK-COMPUTED TO TRUE
           END-IF.

       3610-SCORE-ONE-CATEGORY.
           IF WS-CAT-SUB NOT > GW-CATEGORY-COUNT
              AND WS-CT-POSSIBLE (WS-CAT-SUB) > ZERO
               COMPUTE WS-CATEGORY-PCT ROUNDED =
                   WS-CT-EARNED (WS-CAT-SUB) * 100
                   / WS-CT-POSSIBLE (WS-CAT-SUB)
               MOVE WS-CATEGORY-PCT TO WS-GD-CAT-PCT (WS-CAT-SUB)
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-CATEGORY-PCT * GW-CAT-WEIGHT-PCT (WS-CAT-SUB)
               ADD GW-CAT-WEIGHT-PCT (WS-CAT-SUB) TO WS-WEIGHT-USED
           END-IF.

      * ================================================================
      * 3700-POST-TERM-MARK - a mark already on SCORE-HISTORY stands
      *                       unless the run was told to replace it;
      *                       the extract carries whichever mark is
      *                       on file so STUDENT-SCORE agrees with it.
      * ================================================================
       3700-POST-TERM-MARK.
           MOVE BK-STU-ID      TO SH-STU-ID.
           MOVE WS-SELECT-TERM TO SH-TERM.
           MOVE BK-SUBJ-CODE   TO SH-SUBJ-CODE.
           READ SCORE-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO SCORE-HISTORY-RECORD
                   MOVE BK-STU-ID      TO SH-STU-ID
                   MOVE WS-SELECT-TERM TO SH-TERM
                   MOVE BK-SUBJ-CODE   TO SH-SUBJ-CODE
                   MOVE WS-TERM-MARK   TO SH-MARK
                   WRITE SCORE-HISTORY-RECORD
                   ADD 1 TO WS-MARKS-POSTED
               NOT INVALID KEY
                   IF WS-REPLACE-MARKS
                       MOVE WS-TERM-MARK TO SH-MARK
                       REWRITE SCORE-HISTORY-RECORD
                       ADD 1 TO WS-MARKS-REPLACED
                       MOVE "MARK REPLACED" TO WS-GD-NOTE
                   ELSE
                       ADD 1 TO WS-MARKS-KEPT
                       MOVE "ON FILE - KEPT" TO WS-GD-NOTE
                   END-IF
           END-READ.
           MOVE SPACES TO MARK-SORT-RECORD.
           MOVE BK-STU-ID       TO BX-STU-ID.
           MOVE WS-STUDENT-NAME TO BX-STU-NAME.
           MOVE BK-SUBJ-CODE    TO BX-SUBJ-CODE.
           MOVE SH-MARK         TO BX-MARK.
           MOVE MARK-SORT-RECORD TO MARK-WORK-RECORD.
           WRITE MARK-WORK-RECORD.
           ADD 1 TO WS-EXTRACT-LINES.

       3800-PRINT-DETAIL.
           MOVE WS-GRADEBOOK-DETAIL-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.

       3900-PRINT-SECTION-FOOTING.
           MOVE WS-SECTION-COUNT TO WS-GC-COUNT.
           MOVE WS-GRADEBOOK-COUNT-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE SPACES TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.
           MOVE WS-SIGNATURE-LINE TO GRADEBOOK-PRINT-LINE.
           WRITE GRADEBOOK-PRINT-LINE.

       9000-TERMINATE.
           DISPLAY "GRADEBOOK ROLL-UP - END OF JOB SUMMARY".
           DISPLAY "  SEATS READ        : " WS-SEATS-READ.
           DISPLAY "  MARKS POSTED      : " WS-MARKS-POSTED.
           DISPLAY "  MARKS REPLACED    : " WS-MARKS-REPLACED.
           DISPLAY "  MARKS KEPT        : " WS-MARKS-KEPT.
           DISPLAY "  SEATS UNGRADED    : " WS-SEATS-UNGRADED.
           DISPLAY "  SEATS LOCKED      : " WS-SEATS-LOCKED.
           DISPLAY "  EXTRACT LINES     : " WS-EXTRACT-LINES.
           IF WS-SEATS-LOCKED > ZERO
               DISPLAY "GRDBOOK - STUDENTS LOCKED AT GRADCHG SKIPPED - "
                   "RERUN TO POST THEIR MARKS"
           END-IF.
           IF WS-SEATS-UNGRADED > ZERO
              OR WS-SEATS-LOCKED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM GRDBOOK.
