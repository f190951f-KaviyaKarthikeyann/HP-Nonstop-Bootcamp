      ******************************************************************
      * PROGRAM:      GRDDIST
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Subject grade-distribution statistics for the
      *               term, run ahead of report cards so staff can
      *               review unusual grading before it prints.  For
      *               every subject on SUBJECT-MASTER the term's
      *               SCORE-HISTORY marks are passed to STATS-UTIL
      *               for the mean, median, standard deviation,
      *               minimum and maximum, and GRDDIST prints:
      *                 - a letter-grade histogram on the STUDLOAD
      *                   grading scale (A 90, B 75, C 60, D 40),
      *                 - each section's mean against the subject
      *                   mean (section off COURSE-ENROLLMENT,
      *                   teacher off COURSE-SECTION), flagging a
      *                   section more than the threshold away,
      *                 - each mark more than the set number of
      *                   standard deviations from the subject mean.
      *               An active subject with no marks for the term
      *               is listed as such.  Anything flagged sets
      *               return code 4.
      *
      *               Command line (fixed column):
      *                   1-6    term YYYYTT (required)
      *                   8-9    section threshold in mark points
      *                          (default 10)
      *                   11-12  standard deviations for a mark to
      *                          flag, 9V9 (default 20 - 2.0)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original grade distribution program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDDIST.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHIS-STATUS.

           SELECT COURSE-ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SECTMAST-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT DISTRIBUTION-PRINT-FILE ASSIGN TO "GRDDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT DISTRIBUTION-SORT-FILE ASSIGN TO "GRDDSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       FD  COURSE-ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       FD  COURSE-SECTION-FILE.
       COPY SECTREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  DISTRIBUTION-PRINT-FILE.
       01  DISTRIBUTION-PRINT-LINE       PIC X(132).

       SD  DISTRIBUTION-SORT-FILE.
       01  DISTRIBUTION-SORT-RECORD.
           05  GS-SUBJ-CODE              PIC X(03).
           05  GS-SECTION-NO             PIC 9(02).
           05  GS-STU-ID                 PIC 9(10).
           05  GS-MARK                   PIC S9(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SCOREHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SECTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-PRINT-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SCORE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-SCORE-END-OF-FILE         VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-CATALOG-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-CATALOG-END               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-MARKS-SELECTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-SUBJECTS-REPORTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-SUBJECTS-WITHOUT-MARKS PIC 9(9) COMP VALUE ZERO.
           05  WS-SECTIONS-FLAGGED       PIC 9(9) COMP VALUE ZERO.
           05  WS-MARKS-FLAGGED          PIC 9(9) COMP VALUE ZERO.
           05  WS-MARKS-OVER-LIMIT       PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-SELECT-TERM                PIC 9(06).
       01  WS-SECTION-THRESHOLD          PIC 9(02) VALUE 10.
       01  WS-OUTLIER-MULTIPLE           PIC 9V9 VALUE 2.0.
       01  WS-OUTLIER-PARM REDEFINES WS-OUTLIER-MULTIPLE
                                         PIC 9(02).

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-SUBJECT        PIC X(03) VALUE LOW-VALUES.
           05  WS-CURRENT-SUBJ-NAME      PIC X(16).
           05  WS-CATALOG-CODE           PIC X(03) VALUE LOW-VALUES.
           05  WS-SUBJECT-OVERFLOW       PIC 9(7) COMP VALUE ZERO.

      * One subject's marks, kept for the section and outlier passes
      * after STATS-UTIL has given the subject mean.
       01  WS-MARK-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-MARK-SUB                   PIC 9(04) COMP.
       01  WS-MARK-TABLE.
           05  WS-MARK-ENTRY OCCURS 9999 TIMES.
               10  WS-MT-STU-ID          PIC 9(10).
               10  WS-MT-SECTION-NO      PIC 9(02).
               10  WS-MT-MARK            PIC S9(3) COMP-3.

      * Indexed by section number + 1, so section 00 (no enrollment
      * found) has a slot of its own.
       01  WS-SECTION-SUB                PIC 9(03) COMP.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 100 TIMES.
               10  WS-ST-COUNT           PIC 9(05) COMP.
               10  WS-ST-TOTAL           PIC S9(7) COMP-3.

      * The STUDLOAD grading scale, lowest mark for each letter.
       01  WS-GRADE-BAND-VALUES.
           05  FILLER                    PIC X(11) VALUE "A090 90-100".
           05  FILLER                    PIC X(11) VALUE "B075 75- 89".
           05  FILLER                    PIC X(11) VALUE "C060 60- 74".
           05  FILLER                    PIC X(11) VALUE "D040 40- 59".
           05  FILLER                    PIC X(11) VALUE "F000  0- 39".
       01  WS-GRADE-BAND-TABLE REDEFINES WS-GRADE-BAND-VALUES.
           05  WS-GRADE-BAND OCCURS 5 TIMES.
               10  WS-BAND-LETTER        PIC X(01).
               10  WS-BAND-LOW-MARK      PIC 9(03).
               10  WS-BAND-RANGE         PIC X(07).
       01  WS-BAND-SUB                   PIC 9(02) COMP.
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT OCCURS 5 TIMES
                                         PIC 9(05) COMP.
       01  WS-BAR-LENGTH                 PIC 9(02) COMP.
       01  WS-BAR-STARS                  PIC X(50) VALUE ALL "*".

       01  WS-WORK-FIELDS.
           05  WS-SECTION-MEAN           PIC S9(3)V99 COMP-3.
           05  WS-MEAN-DIFFERENCE        PIC S9(3)V99 COMP-3.
           05  WS-ABSOLUTE-DIFFERENCE    PIC S9(3)V99 COMP-3.
           05  WS-DEVIATIONS             PIC S9(3)V99 COMP-3.
           05  WS-ABSOLUTE-DEVIATIONS    PIC S9(3)V99 COMP-3.
           05  WS-BAND-PCT               PIC 9(03)V9 COMP-3.
           05  WS-SUBJECT-FLAGS          PIC 9(05) COMP.

      * WS-STATS-PARAMETERS mirrors STATS-UTIL's LINKAGE SECTION.
       01  WS-STATS-PARAMETERS.
           05  WS-STATS-AMOUNT-COUNT     PIC 9(4) COMP.
           05  WS-STATS-RESULTS.
               10  WS-STATS-MAXIMUM      COPY AMTFLD.
               10  WS-STATS-MINIMUM      COPY AMTFLD.
               10  WS-STATS-SUM          COPY AMTFLD.
               10  WS-STATS-MEAN         COPY AMTFLD.
               10  WS-STATS-MEDIAN       COPY AMTFLD.
               10  WS-STATS-STD-DEVIATION
                                         COPY AMTFLD.
           05  WS-STATS-AMOUNT-TABLE.
               10  WS-STATS-AMOUNT-ENTRY OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON WS-STATS-AMOUNT-COUNT
                                   INDEXED BY WS-STATS-IDX
                                         COPY AMTFLD.

       01  WS-SUBJECT-HEADING-LINE.
           05  FILLER                    PIC X(20) VALUE
               "GRADE DISTRIBUTION  ".
           05  WS-SH-SUBJ-CODE           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SH-SUBJ-NAME           PIC X(16).
           05  FILLER                    PIC X(07) VALUE "  TERM ".
           05  WS-SH-TERM                PIC 9(06).

       01  WS-STATISTICS-LINE.
           05  FILLER                    PIC X(10) VALUE
               "  MARKS : ".
           05  WS-SL-COUNT               PIC Z,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               "   MEAN : ".
           05  WS-SL-MEAN                PIC ZZ9.99.
           05  FILLER                    PIC X(12) VALUE
               "   MEDIAN : ".
           05  WS-SL-MEDIAN              PIC ZZ9.99.
           05  FILLER                    PIC X(13) VALUE
               "   STD DEV : ".
           05  WS-SL-STD-DEVIATION       PIC ZZ9.99.
           05  FILLER                    PIC X(09) VALUE
               "   MIN : ".
           05  WS-SL-MINIMUM             PIC ZZ9.
           05  FILLER                    PIC X(09) VALUE
               "   MAX : ".
           05  WS-SL-MAXIMUM             PIC ZZ9.

       01  WS-HISTOGRAM-HEADING-LINE.
           05  FILLER                    PIC X(40) VALUE
               "  GRADE  MARKS     COUNT    PCT".

       01  WS-HISTOGRAM-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-HD-LETTER              PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-HD-RANGE               PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-COUNT               PIC Z,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-PCT                 PIC ZZ9.9.
           05  FILLER                    PIC X(03) VALUE "%  ".
           05  WS-HD-BAR                 PIC X(50).

       01  WS-SECTION-HEADING-LINE.
           05  FILLER                    PIC X(40) VALUE
               "  SECTION  TEACHER                MARKS".
           05  FILLER                    PIC X(22) VALUE
               "    MEAN  VS SUBJECT".

       01  WS-SECTION-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SD-SECTION-NO          PIC 9(02).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-SD-TEACHER-NAME        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-COUNT               PIC Z,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-MEAN                PIC ZZ9.99.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-SD-DIFFERENCE          PIC +ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SD-NOTE                PIC X(40).

       01  WS-OUTLIER-HEADING-LINE.
           05  FILLER                    PIC X(25) VALUE
               "  MARKS MORE THAN ".
           05  WS-OH-MULTIPLE            PIC 9.9.
           05  FILLER                    PIC X(40) VALUE
               " STANDARD DEVIATIONS FROM THE MEAN".

       01  WS-OUTLIER-COLUMN-LINE.
           05  FILLER                    PIC X(40) VALUE
               "    STUDENT ID  NAME                  SE".
           05  FILLER                    PIC X(25) VALUE
               "CTION  MARK  STD DEVS".

       01  WS-OUTLIER-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OD-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OD-STU-NAME            PIC X(20).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OD-SECTION-NO          PIC 9(02).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-OD-MARK                PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-OD-DEVIATIONS          PIC +Z9.99.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-ML-TEXT                PIC X(80).

       01  WS-OVERFLOW-LINE.
           05  FILLER                    PIC X(14) VALUE
               "  ** WARNING: ".
           05  WS-OL-COUNT               PIC Z,ZZ9.
           05  FILLER                    PIC X(50) VALUE
               " MARKS BEYOND THE 9,999 THE STATISTICS CAN HOLD".

       01  WS-NO-MARKS-LINE.
           05  FILLER                    PIC X(20) VALUE
               "GRADE DISTRIBUTION  ".
           05  WS-NM-SUBJ-CODE           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NM-SUBJ-NAME           PIC X(16).
           05  FILLER                    PIC X(32) VALUE
               "  - NO MARKS POSTED FOR THE TERM".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT DISTRIBUTION-SORT-FILE
               ON ASCENDING KEY GS-SUBJ-CODE GS-SECTION-NO
                                GS-STU-ID
               INPUT PROCEDURE IS 2000-SELECT-TERM-MARKS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-REPORT-SUBJECTS
                   THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "GRDDIST - TERM PARAMETER (YYYYTT) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-SELECT-TERM.
           IF WS-CMD-LINE-PARM(8:2) IS NUMERIC
              AND WS-CMD-LINE-PARM(8:2) NOT = "00"
               MOVE WS-CMD-LINE-PARM(8:2) TO WS-SECTION-THRESHOLD
           END-IF.
           IF WS-CMD-LINE-PARM(11:2) IS NUMERIC
              AND WS-CMD-LINE-PARM(11:2) NOT = "00"
               MOVE WS-CMD-LINE-PARM(11:2) TO WS-OUTLIER-PARM
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-SCOREHIS-STATUS NOT = "00"
               DISPLAY "GRDDIST - NO SCORE HISTORY FILE ON HAND - "
                   "STATUS " WS-SCOREHIS-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF WS-SUBJMAST-STATUS NOT = "00"
               DISPLAY "GRDDIST - NO SUBJECT MASTER FILE ON HAND - "
                   "STATUS " WS-SUBJMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-SELECT-TERM-MARKS - every SCORE-HISTORY mark of the term,
      *                          with its section off the student's
      *                          enrollment (00 when there is none).
      * ================================================================
       2000-SELECT-TERM-MARKS.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           PERFORM 2100-SELECT-ONE-MARK
               UNTIL WS-SCORE-END-OF-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE SCORE-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-MARK.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCORE-END-OF-FILE TO TRUE
               NOT AT END
                   IF SH-TERM = WS-SELECT-TERM
                       ADD 1 TO WS-MARKS-SELECTED
                       MOVE SH-SUBJ-CODE TO GS-SUBJ-CODE
                       MOVE SH-STU-ID    TO GS-STU-ID
                       MOVE SH-MARK      TO GS-MARK
                       PERFORM 2200-FIND-SECTION
                       RELEASE DISTRIBUTION-SORT-RECORD
                   END-IF
           END-READ.

       2200-FIND-SECTION.
           MOVE SH-STU-ID    TO EN-STU-ID.
           MOVE SH-TERM      TO EN-TERM.
           MOVE SH-SUBJ-CODE TO EN-SUBJ-CODE.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   MOVE ZERO TO GS-SECTION-NO
               NOT INVALID KEY
                   IF EN-SECTION-NO IS NUMERIC
                       MOVE EN-SECTION-NO TO GS-SECTION-NO
                   ELSE
                       MOVE ZERO TO GS-SECTION-NO
                   END-IF
           END-READ.

      * ================================================================
      * 3000-REPORT-SUBJECTS - control break on subject code, matched
      *                        against SUBJECT-MASTER in code order so
      *                        an active subject without marks is
      *                        still listed.
      * ================================================================
       3000-REPORT-SUBJECTS.
           OPEN OUTPUT DISTRIBUTION-PRINT-FILE.
           OPEN INPUT COURSE-SECTION-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 3500-READ-NEXT-CATALOG.
           PERFORM 3100-RETURN-ONE-MARK
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
               PERFORM 4000-REPORT-ONE-SUBJECT
                   THRU 4000-EXIT
           END-IF.
           PERFORM 3600-LIST-UNMARKED-SUBJECT
               UNTIL WS-CATALOG-END.
           CLOSE DISTRIBUTION-PRINT-FILE.
           CLOSE COURSE-SECTION-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE SUBJECT-MASTER-FILE.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-MARK.
           RETURN DISTRIBUTION-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF GS-SUBJ-CODE NOT = WS-CURRENT-SUBJECT
                       IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
                           PERFORM 4000-REPORT-ONE-SUBJECT
                               THRU 4000-EXIT
                       END-IF
                       PERFORM 3200-START-NEW-SUBJECT
                   END-IF
                   PERFORM 3300-ADD-ONE-MARK
           END-RETURN.

       3200-START-NEW-SUBJECT.
           PERFORM 3600-LIST-UNMARKED-SUBJECT
               UNTIL WS-CATALOG-END
                  OR WS-CATALOG-CODE NOT < GS-SUBJ-CODE.
           MOVE GS-SUBJ-CODE TO WS-CURRENT-SUBJECT.
           IF WS-CATALOG-CODE = GS-SUBJ-CODE
               MOVE SUB-NAME TO WS-CURRENT-SUBJ-NAME
               PERFORM 3500-READ-NEXT-CATALOG
           ELSE
               MOVE "(NOT ON CATALOG)" TO WS-CURRENT-SUBJ-NAME
           END-IF.
           MOVE ZERO TO WS-MARK-COUNT.
           MOVE ZERO TO WS-SUBJECT-OVERFLOW.

       3300-ADD-ONE-MARK.
           IF WS-MARK-COUNT = 9999
               ADD 1 TO WS-SUBJECT-OVERFLOW
               ADD 1 TO WS-MARKS-OVER-LIMIT
           ELSE
               ADD 1 TO WS-MARK-COUNT
               MOVE GS-STU-ID     TO WS-MT-STU-ID (WS-MARK-COUNT)
               MOVE GS-SECTION-NO TO WS-MT-SECTION-NO (WS-MARK-COUNT)
               MOVE GS-MARK       TO WS-MT-MARK (WS-MARK-COUNT)
           END-IF.

       3500-READ-NEXT-CATALOG.
           READ SUBJECT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CATALOG-END TO TRUE
                   MOVE HIGH-VALUES TO WS-CATALOG-CODE
               NOT AT END
                   MOVE SUB-CODE TO WS-CATALOG-CODE
           END-READ.

      * An inactive subject is not expected to carry marks.
       3600-LIST-UNMARKED-SUBJECT.
           IF SUB-ACTIVE
               MOVE SUB-CODE TO WS-NM-SUBJ-CODE
               MOVE SUB-NAME TO WS-NM-SUBJ-NAME
               MOVE SPACES TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
               MOVE WS-NO-MARKS-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
               ADD 1 TO WS-SUBJECTS-WITHOUT-MARKS
           END-IF.
           PERFORM 3500-READ-NEXT-CATALOG.

      * ================================================================
      * 4000-REPORT-ONE-SUBJECT - statistics, histogram, section
      *                           comparison and outlying marks for
      *                           the subject's marks in the table.
      * ================================================================
       4000-REPORT-ONE-SUBJECT.
           ADD 1 TO WS-SUBJECTS-REPORTED.
           MOVE WS-MARK-COUNT TO WS-STATS-AMOUNT-COUNT.
           PERFORM 4010-LOAD-ONE-AMOUNT
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT.
           CALL "STATS-UTIL" USING WS-STATS-PARAMETERS.
           MOVE WS-CURRENT-SUBJECT   TO WS-SH-SUBJ-CODE.
           MOVE WS-CURRENT-SUBJ-NAME TO WS-SH-SUBJ-NAME.
           MOVE WS-SELECT-TERM       TO WS-SH-TERM.
           MOVE WS-MARK-COUNT          TO WS-SL-COUNT.
           MOVE WS-STATS-MEAN          TO WS-SL-MEAN.
           MOVE WS-STATS-MEDIAN        TO WS-SL-MEDIAN.
           MOVE WS-STATS-STD-DEVIATION TO WS-SL-STD-DEVIATION.
           MOVE WS-STATS-MINIMUM       TO WS-SL-MINIMUM.
           MOVE WS-STATS-MAXIMUM       TO WS-SL-MAXIMUM.
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE WS-SUBJECT-HEADING-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE WS-STATISTICS-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           IF WS-SUBJECT-OVERFLOW > ZERO
               MOVE WS-SUBJECT-OVERFLOW TO WS-OL-COUNT
               MOVE WS-OVERFLOW-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
           END-IF.
           PERFORM 4100-PRINT-HISTOGRAM
               THRU 4100-EXIT.
           PERFORM 4200-COMPARE-SECTIONS
               THRU 4200-EXIT.
           PERFORM 4300-FLAG-OUTLYING-MARKS
               THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4010-LOAD-ONE-AMOUNT.
           MOVE WS-MT-MARK (WS-MARK-SUB)
               TO WS-STATS-AMOUNT-ENTRY (WS-MARK-SUB).

       4100-PRINT-HISTOGRAM.
           MOVE ZERO TO WS-BAND-COUNT (1) WS-BAND-COUNT (2)
                        WS-BAND-COUNT (3) WS-BAND-COUNT (4)
                        WS-BAND-COUNT (5).
           PERFORM 4110-COUNT-ONE-GRADE
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT.
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE WS-HISTOGRAM-HEADING-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           PERFORM 4120-PRINT-ONE-GRADE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5.
       4100-EXIT.
           EXIT.

      * Same grading scale the master load applies.
       4110-COUNT-ONE-GRADE.
           EVALUATE TRUE
               WHEN WS-MT-MARK (WS-MARK-SUB) >= 90
                   ADD 1 TO WS-BAND-COUNT (1)
               WHEN WS-MT-MARK (WS-MARK-SUB) >= 75
                   ADD 1 TO WS-BAND-COUNT (2)
               WHEN WS-MT-MARK (WS-MARK-SUB) >= 60
                   ADD 1 TO WS-BAND-COUNT (3)
               WHEN WS-MT-MARK (WS-MARK-SUB) >= 40
                   ADD 1 TO WS-BAND-COUNT (4)
               WHEN OTHER
                   ADD 1 TO WS-BAND-COUNT (5)
           END-EVALUATE.

      * One star for each two percent of the subject's marks.
       4120-PRINT-ONE-GRADE.
           MOVE WS-BAND-LETTER (WS-BAND-SUB) TO WS-HD-LETTER.
           MOVE WS-BAND-RANGE (WS-BAND-SUB)  TO WS-HD-RANGE.
           MOVE WS-BAND-COUNT (WS-BAND-SUB)  TO WS-HD-COUNT.
           COMPUTE WS-BAND-PCT ROUNDED =
               WS-BAND-COUNT (WS-BAND-SUB) * 100 / WS-MARK-COUNT.
           MOVE WS-BAND-PCT TO WS-HD-PCT.
           COMPUTE WS-BAR-LENGTH ROUNDED =
               WS-BAND-COUNT (WS-BAND-SUB) * 50 / WS-MARK-COUNT.
           MOVE SPACES TO WS-HD-BAR.
           IF WS-BAR-LENGTH > ZERO
               MOVE WS-BAR-STARS (1:WS-BAR-LENGTH) TO WS-HD-BAR
           END-IF.
           MOVE WS-HISTOGRAM-DETAIL-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.

      * ================================================================
      * 4200-COMPARE-SECTIONS - each section's mean less the subject
      *                         mean; beyond the threshold either way
      *                         is flagged for review.
      * ================================================================
       4200-COMPARE-SECTIONS.
           PERFORM 4205-CLEAR-ONE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > 100.
           PERFORM 4210-ADD-TO-SECTION
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT.
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           PERFORM 4220-PRINT-ONE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > 100.
       4200-EXIT.
           EXIT.

       4205-CLEAR-ONE-SECTION.
           MOVE ZERO TO WS-ST-COUNT (WS-SECTION-SUB).
           MOVE ZERO TO WS-ST-TOTAL (WS-SECTION-SUB).

       4210-ADD-TO-SECTION.
           COMPUTE WS-SECTION-SUB = WS-MT-SECTION-NO (WS-MARK-SUB) + 1.
           ADD 1 TO WS-ST-COUNT (WS-SECTION-SUB).
           ADD WS-MT-MARK (WS-MARK-SUB) TO WS-ST-TOTAL (WS-SECTION-SUB).

       4220-PRINT-ONE-SECTION.
           IF WS-ST-COUNT (WS-SECTION-SUB) > ZERO
               COMPUTE WS-SD-SECTION-NO = WS-SECTION-SUB - 1
               PERFORM 4230-FIND-SECTION-TEACHER
               MOVE WS-ST-COUNT (WS-SECTION-SUB) TO WS-SD-COUNT
               COMPUTE WS-SECTION-MEAN ROUNDED =
                   WS-ST-TOTAL (WS-SECTION-SUB)
                   / WS-ST-COUNT (WS-SECTION-SUB)
               MOVE WS-SECTION-MEAN TO WS-SD-MEAN
               COMPUTE WS-MEAN-DIFFERENCE =
                   WS-SECTION-MEAN - WS-STATS-MEAN
               MOVE WS-MEAN-DIFFERENCE TO WS-SD-DIFFERENCE
               IF WS-MEAN-DIFFERENCE < ZERO
                   COMPUTE WS-ABSOLUTE-DIFFERENCE =
                       ZERO - WS-MEAN-DIFFERENCE
               ELSE
                   MOVE WS-MEAN-DIFFERENCE TO WS-ABSOLUTE-DIFFERENCE
               END-IF
               MOVE SPACES TO WS-SD-NOTE
               IF WS-ABSOLUTE-DIFFERENCE > WS-SECTION-THRESHOLD
                   ADD 1 TO WS-SECTIONS-FLAGGED
                   IF WS-MEAN-DIFFERENCE < ZERO
                       MOVE "** BELOW THE SUBJECT MEAN - REVIEW"
                           TO WS-SD-NOTE
                   ELSE
                       MOVE "** ABOVE THE SUBJECT MEAN - REVIEW"
                           TO WS-SD-NOTE
                   END-IF
               END-IF
               MOVE WS-SECTION-DETAIL-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
           END-IF.

       4230-FIND-SECTION-TEACHER.
           MOVE WS-SELECT-TERM     TO SE-TERM.
           MOVE WS-CURRENT-SUBJECT TO SE-SUBJ-CODE.
           MOVE WS-SD-SECTION-NO   TO SE-SECTION-NO.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   MOVE "(NO SECTION ON FILE)" TO WS-SD-TEACHER-NAME
               NOT INVALID KEY
                   MOVE SE-TEACHER-NAME TO WS-SD-TEACHER-NAME
           END-READ.

      * ================================================================
      * 4300-FLAG-OUTLYING-MARKS - a mark whose distance from the mean
      *                            exceeds the set multiple of the
      *                            standard deviation.  A subject
      *                            whose marks are all the same has
      *                            no spread and nothing to flag.
      * ================================================================
       4300-FLAG-OUTLYING-MARKS.
           MOVE SPACES TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE WS-OUTLIER-MULTIPLE TO WS-OH-MULTIPLE.
           MOVE WS-OUTLIER-HEADING-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           IF WS-STATS-STD-DEVIATION = ZERO
               MOVE "NONE - THE MARKS HAVE NO SPREAD" TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
               GO TO 4300-EXIT
           END-IF.
           MOVE WS-OUTLIER-COLUMN-LINE TO DISTRIBUTION-PRINT-LINE.
           WRITE DISTRIBUTION-PRINT-LINE.
           MOVE ZERO TO WS-SUBJECT-FLAGS.
           PERFORM 4310-CHECK-ONE-MARK
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT.
           IF WS-SUBJECT-FLAGS = ZERO
               MOVE "NONE" TO WS-ML-TEXT
               MOVE WS-MESSAGE-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
           END-IF.
       4300-EXIT.
           EXIT.

       4310-CHECK-ONE-MARK.
           COMPUTE WS-DEVIATIONS ROUNDED =
               (WS-MT-MARK (WS-MARK-SUB) - WS-STATS-MEAN)
               / WS-STATS-STD-DEVIATION.
           IF WS-DEVIATIONS < ZERO
               COMPUTE WS-ABSOLUTE-DEVIATIONS = ZERO - WS-DEVIATIONS
           ELSE
               MOVE WS-DEVIATIONS TO WS-ABSOLUTE-DEVIATIONS
           END-IF.
           IF WS-ABSOLUTE-DEVIATIONS > WS-OUTLIER-MULTIPLE
               ADD 1 TO WS-MARKS-FLAGGED
               ADD 1 TO WS-SUBJECT-FLAGS
               MOVE WS-MT-STU-ID (WS-MARK-SUB) TO WS-OD-STU-ID
               MOVE WS-MT-STU-ID (WS-MARK-SUB) TO STU-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-OD-STU-NAME
                   NOT INVALID KEY
                       MOVE STU-NAME TO WS-OD-STU-NAME
               END-READ
               MOVE WS-MT-SECTION-NO (WS-MARK-SUB) TO WS-OD-SECTION-NO
               MOVE WS-MT-MARK (WS-MARK-SUB) TO WS-OD-MARK
               MOVE WS-DEVIATIONS TO WS-OD-DEVIATIONS
               MOVE WS-OUTLIER-DETAIL-LINE TO DISTRIBUTION-PRINT-LINE
               WRITE DISTRIBUTION-PRINT-LINE
           END-IF.

       9000-TERMINATE.
           DISPLAY "GRADE DISTRIBUTION - END OF JOB SUMMARY".
           DISPLAY "  MARKS SELECTED    : " WS-MARKS-SELECTED.
           DISPLAY "  SUBJECTS REPORTED : " WS-SUBJECTS-REPORTED.
           DISPLAY "  SUBJECTS NO MARKS : " WS-SUBJECTS-WITHOUT-MARKS.
           DISPLAY "  SECTIONS FLAGGED  : " WS-SECTIONS-FLAGGED.
           DISPLAY "  MARKS FLAGGED     : " WS-MARKS-FLAGGED.
           DISPLAY "  MARKS OVER LIMIT  : " WS-MARKS-OVER-LIMIT.
           IF WS-SECTIONS-FLAGGED > ZERO
              OR WS-MARKS-FLAGGED > ZERO
              OR WS-MARKS-OVER-LIMIT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM GRDDIST.
