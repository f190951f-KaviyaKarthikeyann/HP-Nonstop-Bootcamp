      ******************************************************************
      * PROGRAM:      STCENSUS
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      State enrollment census and academic performance
      *               submission, filed each October and June.  Every
      *               student on STUDENT-MASTER is counted for the
      *               term: gender off STUDENT-PROGRAM, grade level
      *               from the graduation year on the same record
      *               (twelfth grade in the school year the class
      *               graduates, kindergarten as grade 00), seats off
      *               COURSE-ENROLLMENT, the term's days present off
      *               ATTENDANCE-MASTER, immunization compliance off
      *               the IMMUNIZATION file against IMMRQTBL (the
      *               IMMUCOMP rule) and the term's marks off
      *               SCORE-HISTORY, where 40 or better is a pass.
      *
      *               A student the state would reject - no
      *               STUDENT-PROGRAM record, no gender, a grade
      *               level outside 00-12, no seat for the term - is
      *               left out of the submission and every count and
      *               listed on the STCENSEX reject list, one line per
      *               problem, so the office can fix the records and
      *               rerun before the deadline.  A student with no
      *               attendance posted for the term is reported with
      *               zero days and left out of the attendance rates.
      *
      *               STCENSUB submission file, 80-byte fixed records,
      *               each led by its record type and the district:
      *                 H header   8-13 term, 14-21 census date,
      *                            22 period O October / J June /
      *                            S special, 23-30 date created
      *                 S student  8-17 student id, 18 gender, 19-20
      *                            grade, 21-23 days present, 24-26
      *                            days in term, 27 immunization
      *                            compliant Y/N, 28-29 seats, 30-31
      *                            marks, 32-33 marks passed
      *                 G grade    8-9 grade, 10 gender, 11-16
      *                            students, 17-25 days present, 26-34
      *                            days in term, 35-39 attendance rate
      *                            9(3)V99, 40-45 immunization
      *                            compliant
      *                 P subject  8-10 subject code, 11-16 marks,
      *                            17-22 passed, 23-27 pass rate
      *                            9(3)V99
      *                 T trailer  8-16 records in the file including
      *                            header and trailer, 17-22 students
      *                            reported, 23-28 students rejected
      *               STCENSRP prints the same figures for the office.
      *
      *               Command line: 1-6 term YYYYTT; 8-15 census date
      *               YYYYMMDD (default: today); 17-22 state district
      *               number.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original state enrollment census program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STCENSUS.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-STU-ID
               FILE STATUS IS WS-STUPROG-STATUS.

           SELECT COURSE-ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTMAST-STATUS.

           SELECT IMMUNIZATION-FILE ASSIGN TO "IMMUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IMMUMAST-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHIS-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

           SELECT CENSUS-SUBMISSION-FILE ASSIGN TO "STCENSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.

           SELECT CENSUS-REPORT-FILE ASSIGN TO "STCENSRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CENSUS-REJECT-FILE ASSIGN TO "STCENSEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  STUDENT-PROGRAM-FILE.
       COPY STUPGREC.

       FD  COURSE-ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  ATTENDANCE-MASTER-FILE.
       COPY ATTREC.

       FD  IMMUNIZATION-FILE.
       COPY IMMUREC.

       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       FD  CENSUS-SUBMISSION-FILE.
       01  CENSUS-SUBMISSION-RECORD      PIC X(80).

       FD  CENSUS-REPORT-FILE.
       01  CENSUS-REPORT-LINE            PIC X(132).

       FD  CENSUS-REJECT-FILE.
       01  CENSUS-REJECT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-STUPROG-STATUS         PIC X(02) VALUE "00".
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ATTMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-IMMUMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SCOREHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBMIT-STATUS          PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".
           05  WS-REJECT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-END                  VALUE "Y".
           05  WS-REJECT-SWITCH          PIC X(01) VALUE "N".
               88  WS-STUDENT-REJECTED          VALUE "Y".
           05  WS-PROGRAM-SWITCH         PIC X(01) VALUE "N".
               88  WS-PROGRAM-FOUND             VALUE "Y".
           05  WS-ATTEND-SWITCH          PIC X(01) VALUE "N".
               88  WS-ATTENDANCE-FOUND          VALUE "Y".
           05  WS-COMPLIANT-SWITCH       PIC X(01) VALUE "Y".
               88  WS-STUDENT-COMPLIANT         VALUE "Y".

       COPY GENDERTB.

       COPY IMMRQTBL.

       01  WS-CONTROL-TOTALS.
           05  WS-STUDENTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-REPORTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-REJECTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-REJECT-LINES           PIC 9(9) COMP VALUE ZERO.
           05  WS-NO-ATTENDANCE          PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-SELECT-TERM                PIC 9(06).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CENSUS-DATE                PIC 9(08).
       01  WS-CENSUS-DATE-R REDEFINES WS-CENSUS-DATE.
           05  WS-CENSUS-YEAR            PIC 9(04).
           05  WS-CENSUS-MONTH           PIC 9(02).
           05  WS-CENSUS-DAY             PIC 9(02).
       01  WS-DISTRICT-NO                PIC 9(06).
       01  WS-PERIOD-CODE                PIC X(01).
      * The calendar year the school year in progress ends in - the
      * year its twelfth graders graduate.
       01  WS-SCHOOL-YEAR                PIC 9(04).

      * The student in hand.
       01  WS-STUDENT-FIGURES.
           05  WS-GRADE-LEVEL            PIC S9(04).
           05  WS-GENDER-SUB             PIC 9(01) COMP.
           05  WS-SEAT-COUNT             PIC 9(02).
           05  WS-MARK-COUNT             PIC 9(02).
           05  WS-PASS-COUNT             PIC 9(02).
           05  WS-DAYS-PRESENT           PIC 9(03).
           05  WS-DAYS-IN-TERM           PIC 9(03).
       01  WS-REJECT-REASON              PIC X(50).

      * Grade (subscript = grade + 1, so kindergarten is row 1) by
      * GENDERTB category.
       01  WS-GRADE-SUB                  PIC 9(02) COMP.
       01  WS-GENDER-COUNT               PIC 9(01) COMP VALUE 3.
       01  WS-CENSUS-TABLE.
           05  WS-CENSUS-GRADE OCCURS 13 TIMES.
               10  WS-CENSUS-CELL OCCURS 3 TIMES.
                   15  WS-CELL-STUDENTS  PIC 9(06).
                   15  WS-CELL-PRESENT   PIC 9(09).
                   15  WS-CELL-DAYS      PIC 9(09).
                   15  WS-CELL-IMMUNE    PIC 9(06).

      * The term's marks by subject.
       01  WS-SUBJ-LIMIT                 PIC 9(02) COMP VALUE 50.
       01  WS-SUBJ-COUNT                 PIC 9(02) COMP VALUE ZERO.
       01  WS-SUBJ-SUB                   PIC 9(02) COMP.
       01  WS-MATCH-SUB                  PIC 9(02) COMP.
       01  WS-SUBJECT-TABLE.
           05  WS-SUBJ-ENTRY OCCURS 50 TIMES.
               10  WS-SUBJ-CODE          PIC X(03).
               10  WS-SUBJ-MARKS         PIC 9(06).
               10  WS-SUBJ-PASSED        PIC 9(06).

      * Row and grand totals for the printed summary.
       01  WS-ROW-TOTALS.
           05  WS-ROW-STUDENTS           PIC 9(06).
           05  WS-ROW-PRESENT            PIC 9(09).
           05  WS-ROW-DAYS               PIC 9(09).
           05  WS-ROW-IMMUNE             PIC 9(06).
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-STUDENTS         PIC 9(06) VALUE ZERO.
           05  WS-GRAND-PRESENT          PIC 9(09) VALUE ZERO.
           05  WS-GRAND-DAYS             PIC 9(09) VALUE ZERO.
           05  WS-GRAND-IMMUNE           PIC 9(06) VALUE ZERO.
           05  WS-GRAND-BY-GENDER OCCURS 3 TIMES
                                         PIC 9(06).
       01  WS-RATE                       PIC 9(03)V99.

      * Submission file record layouts.
       01  WS-SUB-HEADER-RECORD.
           05  FILLER                    PIC X(01) VALUE "H".
           05  WS-SH-DISTRICT            PIC 9(06).
           05  WS-SH-TERM                PIC 9(06).
           05  WS-SH-CENSUS-DATE         PIC 9(08).
           05  WS-SH-PERIOD              PIC X(01).
           05  WS-SH-CREATED-DATE        PIC 9(08).
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  WS-SUB-STUDENT-RECORD.
           05  FILLER                    PIC X(01) VALUE "S".
           05  WS-SS-DISTRICT            PIC 9(06).
           05  WS-SS-STU-ID              PIC 9(10).
           05  WS-SS-GENDER              PIC X(01).
           05  WS-SS-GRADE               PIC 9(02).
           05  WS-SS-DAYS-PRESENT        PIC 9(03).
           05  WS-SS-DAYS-IN-TERM        PIC 9(03).
           05  WS-SS-IMMUNIZED           PIC X(01).
           05  WS-SS-SEATS               PIC 9(02).
           05  WS-SS-MARKS               PIC 9(02).
           05  WS-SS-PASSED              PIC 9(02).
           05  FILLER                    PIC X(47) VALUE SPACES.

       01  WS-SUB-GRADE-RECORD.
           05  FILLER                    PIC X(01) VALUE "G".
           05  WS-SG-DISTRICT            PIC 9(06).
           05  WS-SG-GRADE               PIC 9(02).
           05  WS-SG-GENDER              PIC X(01).
           05  WS-SG-STUDENTS            PIC 9(06).
           05  WS-SG-PRESENT             PIC 9(09).
           05  WS-SG-DAYS                PIC 9(09).
           05  WS-SG-ATTEND-RATE         PIC 9(03)V99.
           05  WS-SG-IMMUNE              PIC 9(06).
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-SUB-SUBJECT-RECORD.
           05  FILLER                    PIC X(01) VALUE "P".
           05  WS-SP-DISTRICT            PIC 9(06).
           05  WS-SP-SUBJ-CODE           PIC X(03).
           05  WS-SP-MARKS               PIC 9(06).
           05  WS-SP-PASSED              PIC 9(06).
           05  WS-SP-PASS-RATE           PIC 9(03)V99.
           05  FILLER                    PIC X(53) VALUE SPACES.

       01  WS-SUB-TRAILER-RECORD.
           05  FILLER                    PIC X(01) VALUE "T".
           05  WS-ST-DISTRICT            PIC 9(06).
           05  WS-ST-RECORDS             PIC 9(09).
           05  WS-ST-REPORTED            PIC 9(06).
           05  WS-ST-REJECTED            PIC 9(06).
           05  FILLER                    PIC X(52) VALUE SPACES.

      * Printed summary lines.
       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(33) VALUE
               "STATE ENROLLMENT CENSUS - DIST ".
           05  WS-TL-DISTRICT            PIC 9(06).
           05  FILLER                    PIC X(08) VALUE "  TERM ".
           05  WS-TL-TERM                PIC 9(06).
           05  FILLER                    PIC X(15) VALUE
               "  CENSUS DATE ".
           05  WS-TL-CENSUS-DATE         PIC 9(08).

       01  WS-SECTION-LINE               PIC X(132).

       01  WS-GRADE-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE "GRADE".
           05  FILLER                    PIC X(09) VALUE "    MALE".
           05  FILLER                    PIC X(09) VALUE "  FEMALE".
           05  FILLER                    PIC X(09) VALUE
               "  NON-BIN".
           05  FILLER                    PIC X(09) VALUE "   TOTAL".
           05  FILLER                    PIC X(13) VALUE
               "  ATTEND PCT".
           05  FILLER                    PIC X(11) VALUE
               "  IMMUNIZED".
           05  FILLER                    PIC X(10) VALUE
               "  IMMU PCT".

       01  WS-GRADE-DETAIL-LINE.
           05  WS-GD-GRADE               PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-GD-GENDER-CELL OCCURS 3 TIMES.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-GD-STUDENTS        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-GD-TOTAL               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-GD-ATTEND-PCT          PIC ZZ9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-GD-IMMUNE              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-GD-IMMUNE-PCT          PIC ZZ9.99.

       01  WS-SUBJECT-HEADING-LINE.
           05  FILLER                    PIC X(06) VALUE "SUBJ".
           05  FILLER                    PIC X(18) VALUE "NAME".
           05  FILLER                    PIC X(10) VALUE "     MARKS".
           05  FILLER                    PIC X(10) VALUE "    PASSED".
           05  FILLER                    PIC X(11) VALUE
               "  PASS PCT".

       01  WS-SUBJECT-DETAIL-LINE.
           05  WS-SD-SUBJ-CODE           PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SD-SUBJ-NAME           PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SD-MARKS               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SD-PASSED              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SD-PASS-PCT            PIC ZZ9.99.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL               PIC X(40).
           05  WS-CL-COUNT               PIC ZZZ,ZZ9.

       01  WS-REJECT-TITLE-LINE.
           05  FILLER                    PIC X(40) VALUE
               "STATE CENSUS - RECORDS THE STATE REJECTS".
           05  FILLER                    PIC X(08) VALUE "  TERM ".
           05  WS-RT-TERM                PIC 9(06).
           05  FILLER                    PIC X(44) VALUE
               "  - CORRECT AND RERUN BEFORE FILING".

       01  WS-REJECT-DETAIL-LINE.
           05  WS-RD-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-STU-NAME            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-REASON              PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-COUNT-ONE-STUDENT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-WRITE-SUMMARIES
               THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - the filing period follows the census month;
      *                   the school year turns over in August.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "STCENSUS - TERM PARAMETER (YYYYTT) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-SELECT-TERM.
           IF WS-CMD-LINE-PARM(8:8) IS NUMERIC
               MOVE WS-CMD-LINE-PARM(8:8) TO WS-CENSUS-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-CENSUS-DATE
           END-IF.
           IF WS-CMD-LINE-PARM(17:6) IS NOT NUMERIC
               DISPLAY "STCENSUS - STATE DISTRICT NUMBER (COLUMNS "
                   "17-22) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(17:6) TO WS-DISTRICT-NO.
           EVALUATE WS-CENSUS-MONTH
               WHEN 10
                   MOVE "O" TO WS-PERIOD-CODE
               WHEN 06
                   MOVE "J" TO WS-PERIOD-CODE
               WHEN OTHER
                   MOVE "S" TO WS-PERIOD-CODE
           END-EVALUATE.
           MOVE WS-CENSUS-YEAR TO WS-SCHOOL-YEAR.
           IF WS-CENSUS-MONTH > 07
               ADD 1 TO WS-SCHOOL-YEAR
           END-IF.
           DISPLAY "STCENSUS - TERM " WS-SELECT-TERM
               " - CENSUS DATE " WS-CENSUS-DATE
               " - DISTRICT " WS-DISTRICT-NO.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS NOT = "00"
               DISPLAY "STCENSUS - NO STUDENT MASTER ON HAND - "
                   "STATUS " WS-STUMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-PROGRAM-FILE.
           IF WS-STUPROG-STATUS NOT = "00"
               DISPLAY "STCENSUS - NO STUDENT PROGRAM FILE ON HAND - "
                   "STATUS " WS-STUPROG-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           OPEN INPUT ATTENDANCE-MASTER-FILE.
           OPEN INPUT IMMUNIZATION-FILE.
           OPEN INPUT SCORE-HISTORY-FILE.
           OPEN INPUT SUBJECT-MASTER-FILE.
           OPEN OUTPUT CENSUS-SUBMISSION-FILE.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           OPEN OUTPUT CENSUS-REJECT-FILE.
           INITIALIZE WS-CENSUS-TABLE.
           MOVE ZERO TO WS-GRAND-BY-GENDER (1).
           MOVE ZERO TO WS-GRAND-BY-GENDER (2).
           MOVE ZERO TO WS-GRAND-BY-GENDER (3).
           MOVE WS-DISTRICT-NO  TO WS-SH-DISTRICT.
           MOVE WS-SELECT-TERM  TO WS-SH-TERM.
           MOVE WS-CENSUS-DATE  TO WS-SH-CENSUS-DATE.
           MOVE WS-PERIOD-CODE  TO WS-SH-PERIOD.
           MOVE WS-CURRENT-DATE TO WS-SH-CREATED-DATE.
           MOVE WS-SUB-HEADER-RECORD TO CENSUS-SUBMISSION-RECORD.
           PERFORM 8100-WRITE-SUBMISSION.
           MOVE WS-SELECT-TERM TO WS-RT-TERM.
           MOVE WS-REJECT-TITLE-LINE TO CENSUS-REJECT-LINE.
           WRITE CENSUS-REJECT-LINE.
           MOVE SPACES TO CENSUS-REJECT-LINE.
           WRITE CENSUS-REJECT-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-COUNT-ONE-STUDENT - every check runs, so the reject list
      *                          names all of a student's problems at
      *                          once rather than one per rerun.
      * ================================================================
       2000-COUNT-ONE-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE "N" TO WS-REJECT-SWITCH.
           PERFORM 2100-CHECK-DEMOGRAPHICS
               THRU 2100-EXIT.
           PERFORM 2200-COUNT-SEATS.
           IF WS-SEAT-COUNT = ZERO
               MOVE "NO COURSE ENROLLMENT FOR THE TERM"
                   TO WS-REJECT-REASON
               PERFORM 8200-WRITE-REJECT
           END-IF.
           IF WS-STUDENT-REJECTED
               ADD 1 TO WS-STUDENTS-REJECTED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-READ-ATTENDANCE.
           PERFORM 2400-CHECK-IMMUNIZATION.
           PERFORM 2500-COUNT-MARKS.
           PERFORM 2600-ADD-TO-CENSUS.
           PERFORM 2700-WRITE-STUDENT-RECORD.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-CHECK-DEMOGRAPHICS - gender and grade level both ride
      *                           the STUDENT-PROGRAM record; without
      *                           it neither is known.
      * ================================================================
       2100-CHECK-DEMOGRAPHICS.
           MOVE "N" TO WS-PROGRAM-SWITCH.
           MOVE STU-ID TO PG-STU-ID.
           READ STUDENT-PROGRAM-FILE
               INVALID KEY
                   MOVE "NO STUDENT PROGRAM RECORD (GENDER/GRADE)"
                       TO WS-REJECT-REASON
                   PERFORM 8200-WRITE-REJECT
                   GO TO 2100-EXIT
           END-READ.
           SET WS-PROGRAM-FOUND TO TRUE.
           IF PG-GENDER = SPACE
               MOVE "GENDER MISSING" TO WS-REJECT-REASON
               PERFORM 8200-WRITE-REJECT
           ELSE
               SET GC-IDX TO 1
               SEARCH GENDER-CATEGORY-ENTRY
                   AT END
                       MOVE "GENDER CODE NOT RECOGNIZED"
                           TO WS-REJECT-REASON
                       PERFORM 8200-WRITE-REJECT
                   WHEN GC-CODE (GC-IDX) = PG-GENDER
                       SET WS-GENDER-SUB TO GC-IDX
               END-SEARCH
           END-IF.
           COMPUTE WS-GRADE-LEVEL =
               12 - (PG-GRAD-YEAR - WS-SCHOOL-YEAR).
           IF WS-GRADE-LEVEL < ZERO
              OR WS-GRADE-LEVEL > 12
               MOVE SPACES TO WS-REJECT-REASON
               STRING "GRADE LEVEL OUT OF RANGE - CLASS OF "
                   PG-GRAD-YEAR DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               PERFORM 8200-WRITE-REJECT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COUNT-SEATS.
           MOVE ZERO TO WS-SEAT-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE STU-ID         TO EN-STU-ID.
           MOVE WS-SELECT-TERM TO EN-TERM.
           MOVE LOW-VALUES     TO EN-SUBJ-CODE.
           START COURSE-ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START.
           PERFORM 2210-COUNT-ONE-SEAT
               UNTIL WS-SCAN-END.

       2210-COUNT-ONE-SEAT.
           READ COURSE-ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END TO TRUE
           END-READ.
           IF NOT WS-SCAN-END
               IF EN-STU-ID NOT = STU-ID
                  OR EN-TERM NOT = WS-SELECT-TERM
                   SET WS-SCAN-END TO TRUE
               ELSE
                   ADD 1 TO WS-SEAT-COUNT
               END-IF
           END-IF.

       2300-READ-ATTENDANCE.
           MOVE "N" TO WS-ATTEND-SWITCH.
           MOVE ZERO TO WS-DAYS-PRESENT.
           MOVE ZERO TO WS-DAYS-IN-TERM.
           MOVE STU-ID         TO ATT-STU-ID.
           MOVE WS-SELECT-TERM TO ATT-TERM.
           READ ATTENDANCE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-ATTENDANCE
               NOT INVALID KEY
                   SET WS-ATTENDANCE-FOUND TO TRUE
                   MOVE ATT-DAYS-PRESENT TO WS-DAYS-PRESENT
                   MOVE ATT-DAYS-IN-TERM TO WS-DAYS-IN-TERM
           END-READ.

      * Every required vaccine must show the doses required or an
      * audited exemption - the IMMUCOMP rule.
       2400-CHECK-IMMUNIZATION.
           MOVE "Y" TO WS-COMPLIANT-SWITCH.
           PERFORM 2410-CHECK-ONE-VACCINE
               VARYING IR-IDX FROM 1 BY 1
               UNTIL IR-IDX > 4.

       2410-CHECK-ONE-VACCINE.
           MOVE STU-ID TO IM-STU-ID.
           MOVE IR-VACCINE-CODE (IR-IDX) TO IM-VACCINE-CODE.
           READ IMMUNIZATION-FILE
               INVALID KEY
                   MOVE "N" TO WS-COMPLIANT-SWITCH
               NOT INVALID KEY
                   IF NOT IM-EXEMPTED
                      AND IM-DOSE-COUNT < IR-DOSES-REQUIRED (IR-IDX)
                       MOVE "N" TO WS-COMPLIANT-SWITCH
                   END-IF
           END-READ.

       2500-COUNT-MARKS.
           MOVE ZERO TO WS-MARK-COUNT.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE STU-ID         TO SH-STU-ID.
           MOVE WS-SELECT-TERM TO SH-TERM.
           MOVE LOW-VALUES     TO SH-SUBJ-CODE.
           START SCORE-HISTORY-FILE KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
           END-START.
           PERFORM 2510-COUNT-ONE-MARK
               THRU 2510-EXIT
               UNTIL WS-SCAN-END.

       2510-COUNT-ONE-MARK.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF SH-STU-ID NOT = STU-ID
              OR SH-TERM NOT = WS-SELECT-TERM
               SET WS-SCAN-END TO TRUE
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-MARK-COUNT.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM 2520-MATCH-SUBJECT
               VARYING WS-SUBJ-SUB FROM 1 BY 1
               UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT
               OR WS-MATCH-SUB > ZERO.
           IF WS-MATCH-SUB = ZERO
               IF WS-SUBJ-COUNT >= WS-SUBJ-LIMIT
                   DISPLAY "STCENSUS - MORE THAN " WS-SUBJ-LIMIT
                       " SUBJECTS MARKED - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUBJ-COUNT
               MOVE WS-SUBJ-COUNT TO WS-MATCH-SUB
               MOVE SH-SUBJ-CODE TO WS-SUBJ-CODE (WS-MATCH-SUB)
               MOVE ZERO TO WS-SUBJ-MARKS (WS-MATCH-SUB)
               MOVE ZERO TO WS-SUBJ-PASSED (WS-MATCH-SUB)
           END-IF.
           ADD 1 TO WS-SUBJ-MARKS (WS-MATCH-SUB).
           IF SH-MARK >= 40
               ADD 1 TO WS-PASS-COUNT
               ADD 1 TO WS-SUBJ-PASSED (WS-MATCH-SUB)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-MATCH-SUBJECT.
           IF WS-SUBJ-CODE (WS-SUBJ-SUB) = SH-SUBJ-CODE
               MOVE WS-SUBJ-SUB TO WS-MATCH-SUB
           END-IF.

       2600-ADD-TO-CENSUS.
           ADD 1 TO WS-STUDENTS-REPORTED.
           COMPUTE WS-GRADE-SUB = WS-GRADE-LEVEL + 1.
           ADD 1 TO WS-CELL-STUDENTS (WS-GRADE-SUB, WS-GENDER-SUB).
           IF WS-ATTENDANCE-FOUND
               ADD WS-DAYS-PRESENT
                   TO WS-CELL-PRESENT (WS-GRADE-SUB, WS-GENDER-SUB)
               ADD WS-DAYS-IN-TERM
                   TO WS-CELL-DAYS (WS-GRADE-SUB, WS-GENDER-SUB)
           END-IF.
           IF WS-STUDENT-COMPLIANT
               ADD 1 TO WS-CELL-IMMUNE (WS-GRADE-SUB, WS-GENDER-SUB)
           END-IF.

       2700-WRITE-STUDENT-RECORD.
           MOVE WS-DISTRICT-NO  TO WS-SS-DISTRICT.
           MOVE STU-ID          TO WS-SS-STU-ID.
           MOVE PG-GENDER       TO WS-SS-GENDER.
           MOVE WS-GRADE-LEVEL  TO WS-SS-GRADE.
           MOVE WS-DAYS-PRESENT TO WS-SS-DAYS-PRESENT.
           MOVE WS-DAYS-IN-TERM TO WS-SS-DAYS-IN-TERM.
           IF WS-STUDENT-COMPLIANT
               MOVE "Y" TO WS-SS-IMMUNIZED
           ELSE
               MOVE "N" TO WS-SS-IMMUNIZED
           END-IF.
           MOVE WS-SEAT-COUNT   TO WS-SS-SEATS.
           MOVE WS-MARK-COUNT   TO WS-SS-MARKS.
           MOVE WS-PASS-COUNT   TO WS-SS-PASSED.
           MOVE WS-SUB-STUDENT-RECORD TO CENSUS-SUBMISSION-RECORD.
           PERFORM 8100-WRITE-SUBMISSION.

      * ================================================================
      * 3000-WRITE-SUMMARIES - the grade, subject and trailer records
      *                        close the submission file; the printed
      *                        summary carries the same figures.
      * ================================================================
       3000-WRITE-SUMMARIES.
           MOVE WS-DISTRICT-NO TO WS-TL-DISTRICT.
           MOVE WS-SELECT-TERM TO WS-TL-TERM.
           MOVE WS-CENSUS-DATE TO WS-TL-CENSUS-DATE.
           MOVE WS-TITLE-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE "ENROLLMENT, ATTENDANCE AND IMMUNIZATION BY GRADE"
               TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE WS-GRADE-HEADING-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           PERFORM 3100-SUMMARIZE-ONE-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > 13.
           MOVE "TOTAL" TO WS-GD-GRADE.
           PERFORM 3150-MOVE-GRAND-GENDER
               VARYING WS-GENDER-SUB FROM 1 BY 1
               UNTIL WS-GENDER-SUB > WS-GENDER-COUNT.
           MOVE WS-GRAND-STUDENTS TO WS-ROW-STUDENTS.
           MOVE WS-GRAND-PRESENT  TO WS-ROW-PRESENT.
           MOVE WS-GRAND-DAYS     TO WS-ROW-DAYS.
           MOVE WS-GRAND-IMMUNE   TO WS-ROW-IMMUNE.
           PERFORM 3140-PRINT-GRADE-ROW.
           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE "PASS RATES BY SUBJECT (MARK 40 OR BETTER)"
               TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE WS-SUBJECT-HEADING-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           PERFORM 3200-SUMMARIZE-ONE-SUBJECT
               VARYING WS-SUBJ-SUB FROM 1 BY 1
               UNTIL WS-SUBJ-SUB > WS-SUBJ-COUNT.
           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE "STUDENTS ON STUDENT-MASTER" TO WS-CL-LABEL.
           MOVE WS-STUDENTS-READ TO WS-CL-COUNT.
           PERFORM 3300-PRINT-COUNT-LINE.
           MOVE "STUDENTS REPORTED" TO WS-CL-LABEL.
           MOVE WS-STUDENTS-REPORTED TO WS-CL-COUNT.
           PERFORM 3300-PRINT-COUNT-LINE.
           MOVE "STUDENTS REJECTED - SEE STCENSEX" TO WS-CL-LABEL.
           MOVE WS-STUDENTS-REJECTED TO WS-CL-COUNT.
           PERFORM 3300-PRINT-COUNT-LINE.
           MOVE "STUDENTS WITH NO ATTENDANCE POSTED" TO WS-CL-LABEL.
           MOVE WS-NO-ATTENDANCE TO WS-CL-COUNT.
           PERFORM 3300-PRINT-COUNT-LINE.
           MOVE WS-DISTRICT-NO       TO WS-ST-DISTRICT.
           COMPUTE WS-ST-RECORDS = WS-RECORDS-WRITTEN + 1.
           MOVE WS-STUDENTS-REPORTED TO WS-ST-REPORTED.
           MOVE WS-STUDENTS-REJECTED TO WS-ST-REJECTED.
           MOVE WS-SUB-TRAILER-RECORD TO CENSUS-SUBMISSION-RECORD.
           PERFORM 8100-WRITE-SUBMISSION.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-SUMMARIZE-ONE-GRADE - one G record per populated grade
      *                            and gender cell, one printed row
      *                            per populated grade.
      * ================================================================
       3100-SUMMARIZE-ONE-GRADE.
           MOVE ZERO TO WS-ROW-STUDENTS.
           MOVE ZERO TO WS-ROW-PRESENT.
           MOVE ZERO TO WS-ROW-DAYS.
           MOVE ZERO TO WS-ROW-IMMUNE.
           PERFORM 3110-SUMMARIZE-ONE-CELL
               THRU 3110-EXIT
               VARYING WS-GENDER-SUB FROM 1 BY 1
               UNTIL WS-GENDER-SUB > WS-GENDER-COUNT.
           IF WS-ROW-STUDENTS > ZERO
               IF WS-GRADE-SUB = 1
                   MOVE "K" TO WS-GD-GRADE
               ELSE
                   MOVE SPACES TO WS-GD-GRADE
                   COMPUTE WS-SG-GRADE = WS-GRADE-SUB - 1
                   MOVE WS-SG-GRADE TO WS-GD-GRADE
               END-IF
               PERFORM 3140-PRINT-GRADE-ROW
               ADD WS-ROW-STUDENTS TO WS-GRAND-STUDENTS
               ADD WS-ROW-PRESENT  TO WS-GRAND-PRESENT
               ADD WS-ROW-DAYS     TO WS-GRAND-DAYS
               ADD WS-ROW-IMMUNE   TO WS-GRAND-IMMUNE
           END-IF.

       3110-SUMMARIZE-ONE-CELL.
           MOVE WS-CELL-STUDENTS (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-GD-STUDENTS (WS-GENDER-SUB).
           IF WS-CELL-STUDENTS (WS-GRADE-SUB, WS-GENDER-SUB) = ZERO
               GO TO 3110-EXIT
           END-IF.
           ADD WS-CELL-STUDENTS (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-ROW-STUDENTS
                  WS-GRAND-BY-GENDER (WS-GENDER-SUB).
           ADD WS-CELL-PRESENT (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-ROW-PRESENT.
           ADD WS-CELL-DAYS (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-ROW-DAYS.
           ADD WS-CELL-IMMUNE (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-ROW-IMMUNE.
           MOVE WS-DISTRICT-NO TO WS-SG-DISTRICT.
           COMPUTE WS-SG-GRADE = WS-GRADE-SUB - 1.
           MOVE GC-CODE (WS-GENDER-SUB) TO WS-SG-GENDER.
           MOVE WS-CELL-STUDENTS (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-SG-STUDENTS.
           MOVE WS-CELL-PRESENT (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-SG-PRESENT.
           MOVE WS-CELL-DAYS (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-SG-DAYS.
           MOVE ZERO TO WS-SG-ATTEND-RATE.
           IF WS-SG-DAYS > ZERO
               COMPUTE WS-SG-ATTEND-RATE ROUNDED =
                   WS-SG-PRESENT * 100 / WS-SG-DAYS
           END-IF.
           MOVE WS-CELL-IMMUNE (WS-GRADE-SUB, WS-GENDER-SUB)
               TO WS-SG-IMMUNE.
           MOVE WS-SUB-GRADE-RECORD TO CENSUS-SUBMISSION-RECORD.
           PERFORM 8100-WRITE-SUBMISSION.
       3110-EXIT.
           EXIT.

       3140-PRINT-GRADE-ROW.
           MOVE WS-ROW-STUDENTS TO WS-GD-TOTAL.
           MOVE ZERO TO WS-RATE.
           IF WS-ROW-DAYS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-ROW-PRESENT * 100 / WS-ROW-DAYS
           END-IF.
           MOVE WS-RATE TO WS-GD-ATTEND-PCT.
           MOVE WS-ROW-IMMUNE TO WS-GD-IMMUNE.
           MOVE ZERO TO WS-RATE.
           IF WS-ROW-STUDENTS > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-ROW-IMMUNE * 100 / WS-ROW-STUDENTS
           END-IF.
           MOVE WS-RATE TO WS-GD-IMMUNE-PCT.
           MOVE WS-GRADE-DETAIL-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.

       3150-MOVE-GRAND-GENDER.
           MOVE WS-GRAND-BY-GENDER (WS-GENDER-SUB)
               TO WS-GD-STUDENTS (WS-GENDER-SUB).

       3200-SUMMARIZE-ONE-SUBJECT.
           MOVE WS-DISTRICT-NO TO WS-SP-DISTRICT.
           MOVE WS-SUBJ-CODE (WS-SUBJ-SUB)   TO WS-SP-SUBJ-CODE.
           MOVE WS-SUBJ-MARKS (WS-SUBJ-SUB)  TO WS-SP-MARKS.
           MOVE WS-SUBJ-PASSED (WS-SUBJ-SUB) TO WS-SP-PASSED.
           COMPUTE WS-SP-PASS-RATE ROUNDED =
               WS-SP-PASSED * 100 / WS-SP-MARKS.
           MOVE WS-SUB-SUBJECT-RECORD TO CENSUS-SUBMISSION-RECORD.
           PERFORM 8100-WRITE-SUBMISSION.
           MOVE WS-SUBJ-CODE (WS-SUBJ-SUB) TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CATALOG)" TO SUB-NAME
           END-READ.
           MOVE WS-SP-SUBJ-CODE TO WS-SD-SUBJ-CODE.
           MOVE SUB-NAME        TO WS-SD-SUBJ-NAME.
           MOVE WS-SP-MARKS     TO WS-SD-MARKS.
           MOVE WS-SP-PASSED    TO WS-SD-PASSED.
           MOVE WS-SP-PASS-RATE TO WS-SD-PASS-PCT.
           MOVE WS-SUBJECT-DETAIL-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.

       3300-PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.

       8100-WRITE-SUBMISSION.
           WRITE CENSUS-SUBMISSION-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       8200-WRITE-REJECT.
           SET WS-STUDENT-REJECTED TO TRUE.
           ADD 1 TO WS-REJECT-LINES.
           MOVE STU-ID           TO WS-RD-STU-ID.
           MOVE STU-NAME         TO WS-RD-STU-NAME.
           MOVE WS-REJECT-REASON TO WS-RD-REASON.
           MOVE WS-REJECT-DETAIL-LINE TO CENSUS-REJECT-LINE.
           WRITE CENSUS-REJECT-LINE.

       9000-TERMINATE.
           DISPLAY "STATE ENROLLMENT CENSUS - END OF JOB SUMMARY".
           DISPLAY "  STUDENTS READ     : " WS-STUDENTS-READ.
           DISPLAY "  STUDENTS REPORTED : " WS-STUDENTS-REPORTED.
           DISPLAY "  STUDENTS REJECTED : " WS-STUDENTS-REJECTED.
           DISPLAY "  REJECT LINES      : " WS-REJECT-LINES.
           DISPLAY "  NO ATTENDANCE     : " WS-NO-ATTENDANCE.
           DISPLAY "  RECORDS WRITTEN   : " WS-RECORDS-WRITTEN.
           IF WS-STUDENTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STUDENT-PROGRAM-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE ATTENDANCE-MASTER-FILE.
           CLOSE IMMUNIZATION-FILE.
           CLOSE SCORE-HISTORY-FILE.
           CLOSE SUBJECT-MASTER-FILE.
           CLOSE CENSUS-SUBMISSION-FILE.
           CLOSE CENSUS-REPORT-FILE.
           CLOSE CENSUS-REJECT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM STCENSUS.
