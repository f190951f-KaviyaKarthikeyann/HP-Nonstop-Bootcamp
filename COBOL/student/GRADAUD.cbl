      ******************************************************************
      * PROGRAM:      GRADAUD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Graduation requirements audit.  Every student
      *               on STUDENT-PROGRAM is measured against their
      *               program's GRADUATION-REQUIREMENT: total credit
      *               hours, the minimum credits per subject area,
      *               each core subject, and the minimum cumulative
      *               GPA.  Credits come off SCORE-HISTORY weighted by
      *               SUB-CREDIT-HOURS (zero weighs as one, the
      *               TRANSCPT convention) and only a passing mark,
      *               40 or better, earns them; this term's
      *               COURSE-ENROLLMENT seats not yet marked count as
      *               in progress.  Each requirement prints as MET,
      *               IN PROGRESS (met once the term's seats pass)
      *               or OUTSTANDING.
      *
      *               The verdict - M met, P met pending the term,
      *               S short - posts to the STUDENT-PROGRAM record
      *               for YEAREND's graduation decision.  A senior
      *               (graduation year at or before the class year)
      *               left short lands on the GRADEXCP exception list
      *               for the counselors.
      *
      *               Command line: 1-6 current term YYYYTT; 8-11
      *               graduating class year (default: the term's
      *               year).
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original graduation requirements audit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAUD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PG-STU-ID
               FILE STATUS IS WS-STUPROG-STATUS.

           SELECT GRADUATION-REQUIREMENT-FILE ASSIGN TO "GRADREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GQ-PROGRAM-CODE
               FILE STATUS IS WS-GRADREQ-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCOREHIS-STATUS.

           SELECT COURSE-ENROLLMENT-FILE ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT AUDIT-PRINT-FILE ASSIGN TO "GRADAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SENIOR-EXCEPTION-FILE ASSIGN TO "GRADEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-PROGRAM-FILE.
       COPY STUPGREC.

       FD  GRADUATION-REQUIREMENT-FILE.
       COPY GRADREQ.

       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       FD  COURSE-ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  AUDIT-PRINT-FILE.
       01  AUDIT-PRINT-LINE              PIC X(132).

       FD  SENIOR-EXCEPTION-FILE.
       01  SENIOR-EXCEPTION-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STUPROG-STATUS         PIC X(02) VALUE "00".
           05  WS-GRADREQ-STATUS         PIC X(02) VALUE "00".
           05  WS-SCOREHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-PRINT-STATUS           PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-HISTORY-END               VALUE "Y".
           05  WS-ENRL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ENRL-END                  VALUE "Y".
           05  WS-SENIOR-SWITCH          PIC X(01) VALUE "N".
               88  WS-STUDENT-IS-SENIOR         VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-STUDENTS-AUDITED       PIC 9(9) COMP VALUE ZERO.
           05  WS-VERDICT-MET            PIC 9(9) COMP VALUE ZERO.
           05  WS-VERDICT-PENDING        PIC 9(9) COMP VALUE ZERO.
           05  WS-VERDICT-SHORT          PIC 9(9) COMP VALUE ZERO.
           05  WS-SENIORS-SHORT          PIC 9(9) COMP VALUE ZERO.
           05  WS-NO-PROGRAM             PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-SELECT-TERM                PIC 9(06).
       01  WS-CLASS-YEAR                 PIC 9(04).
       01  WS-CURRENT-DATE               PIC 9(08).

      * One student's standing against the program's requirements.
       01  WS-STUDENT-STANDING.
           05  WS-EARNED-CREDITS         PIC 9(04).
           05  WS-PENDING-CREDITS        PIC 9(04).
           05  WS-ATTEMPTED-CREDITS      PIC 9(04).
           05  WS-WEIGHTED-MARKS         PIC 9(07).
           05  WS-CUMULATIVE-GPA         PIC 9(03)V99.
           05  WS-AREA-STANDING OCCURS 6 TIMES.
               10  WS-AREA-EARNED        PIC 9(04).
               10  WS-AREA-PENDING       PIC 9(04).
           05  WS-CORE-STANDING OCCURS 8 TIMES.
               10  WS-CORE-STATUS        PIC X(01).
                   88  WS-CORE-PASSED           VALUE "M".
                   88  WS-CORE-IN-PROGRESS      VALUE "P".
       01  WS-OUTSTANDING-COUNT          PIC 9(02).
       01  WS-PENDING-COUNT              PIC 9(02).
       01  WS-MARK-WEIGHT                PIC 9(02).
       01  WS-ENTRY-SUB                  PIC 9(02) COMP.
       01  WS-MATCH-SUB                  PIC 9(02) COMP.
       01  WS-REQUIRED                   PIC 9(04).
       01  WS-EARNED                     PIC 9(04).
       01  WS-PENDING                    PIC 9(04).

       01  WS-STUDENT-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE "STUDENT ".
           05  WS-SH-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SH-STU-NAME            PIC X(20).
           05  FILLER                    PIC X(10) VALUE
               "  PROGRAM ".
           05  WS-SH-PROGRAM-CODE        PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-SH-PROGRAM-NAME        PIC X(20).
           05  FILLER                    PIC X(11) VALUE
               "  CLASS OF ".
           05  WS-SH-GRAD-YEAR           PIC 9(04).

       01  WS-REQUIREMENT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL               PIC X(26).
           05  FILLER                    PIC X(10) VALUE
               "REQUIRED ".
           05  WS-RL-REQUIRED            PIC ZZZ9.
           05  FILLER                    PIC X(09) VALUE
               "  EARNED ".
           05  WS-RL-EARNED              PIC ZZZ9.
           05  FILLER                    PIC X(14) VALUE
               "  IN PROGRESS ".
           05  WS-RL-PENDING             PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-STATUS              PIC X(12).

       01  WS-GPA-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(26) VALUE
               "MINIMUM GPA".
           05  FILLER                    PIC X(10) VALUE
               "REQUIRED ".
           05  WS-GL-REQUIRED            PIC ZZ9.99.
           05  FILLER                    PIC X(10) VALUE
               "  CURRENT ".
           05  WS-GL-CURRENT             PIC ZZ9.99.
           05  FILLER                    PIC X(11) VALUE SPACES.
           05  WS-GL-STATUS              PIC X(12).

       01  WS-VERDICT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "VERDICT: ".
           05  WS-VL-VERDICT             PIC X(40).

       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                    PIC X(24) VALUE
               "CANNOT GRADUATE ON TIME ".
           05  WS-EX-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-STU-NAME            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-PROGRAM-CODE        PIC X(04).
           05  FILLER                    PIC X(10) VALUE
               "  CLASS OF".
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-EX-GRAD-YEAR           PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-OUTSTANDING         PIC Z9.
           05  FILLER                    PIC X(24) VALUE
               " REQUIREMENT(S) SHORT".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-AUDIT-ONE-STUDENT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "GRADAUD - TERM PARAMETER (YYYYTT) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-SELECT-TERM.
           IF WS-CMD-LINE-PARM(8:4) IS NUMERIC
               MOVE WS-CMD-LINE-PARM(8:4) TO WS-CLASS-YEAR
           ELSE
               MOVE WS-CMD-LINE-PARM(1:4) TO WS-CLASS-YEAR
           END-IF.
           DISPLAY "GRADAUD - TERM " WS-SELECT-TERM
               " - GRADUATING CLASS " WS-CLASS-YEAR.
           OPEN I-O STUDENT-PROGRAM-FILE.
           IF WS-STUPROG-STATUS NOT = "00"
               DISPLAY "GRADAUD - NO STUDENT PROGRAM FILE ON HAND - "
                   "STATUS " WS-STUPROG-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GRADUATION-REQUIREMENT-FILE.
           IF WS-GRADREQ-STATUS NOT = "00"
               DISPLAY "GRADAUD - NO GRADUATION REQUIREMENT FILE ON "
                   "HAND - STATUS " WS-GRADREQ-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SCORE-HISTORY-FILE.
           OPEN INPUT COURSE-ENROLLMENT-FILE.
           OPEN INPUT SUBJECT-MASTER-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN OUTPUT AUDIT-PRINT-FILE.
           OPEN OUTPUT SENIOR-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-AUDIT-ONE-STUDENT.
           READ STUDENT-PROGRAM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE PG-PROGRAM-CODE TO GQ-PROGRAM-CODE.
           READ GRADUATION-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PROGRAM
                   DISPLAY "GRADAUD - STUDENT " PG-STU-ID
                       " - PROGRAM '" PG-PROGRAM-CODE
                       "' NOT ON FILE - NOT AUDITED"
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-STUDENTS-AUDITED.
           INITIALIZE WS-STUDENT-STANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE "N" TO WS-SENIOR-SWITCH.
           IF PG-GRAD-YEAR NOT > WS-CLASS-YEAR
               SET WS-STUDENT-IS-SENIOR TO TRUE
           END-IF.
           PERFORM 2100-ACCUMULATE-HISTORY
               THRU 2100-EXIT.
           PERFORM 2300-ACCUMULATE-ENROLLMENTS
               THRU 2300-EXIT.
           PERFORM 2500-PRINT-AUDIT.
           PERFORM 2600-POST-VERDICT.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-ACCUMULATE-HISTORY - every mark the student ever posted
      *                           is one key range on SCORE-HISTORY.
      * ================================================================
       2100-ACCUMULATE-HISTORY.
           MOVE PG-STU-ID TO SH-STU-ID.
           MOVE ZERO TO SH-TERM.
           MOVE LOW-VALUES TO SH-SUBJ-CODE.
           START SCORE-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           PERFORM 2110-READ-ONE-MARK
               UNTIL WS-HISTORY-END.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-MARK.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-END TO TRUE
               NOT AT END
                   IF SH-STU-ID NOT = PG-STU-ID
                       SET WS-HISTORY-END TO TRUE
                   ELSE
                       PERFORM 2120-COUNT-ONE-MARK
                   END-IF
           END-READ.

       2120-COUNT-ONE-MARK.
           MOVE SH-SUBJ-CODE TO SUB-CODE.
           PERFORM 2400-READ-SUBJECT.
           ADD WS-MARK-WEIGHT TO WS-ATTEMPTED-CREDITS.
           COMPUTE WS-WEIGHTED-MARKS = WS-WEIGHTED-MARKS
               + SH-MARK * WS-MARK-WEIGHT.
           IF SH-MARK >= 40
               ADD WS-MARK-WEIGHT TO WS-EARNED-CREDITS
               PERFORM 2410-MATCH-AREA
               IF WS-MATCH-SUB NOT = ZERO
                   ADD WS-MARK-WEIGHT
                       TO WS-AREA-EARNED (WS-MATCH-SUB)
               END-IF
               PERFORM 2420-MATCH-CORE
               IF WS-MATCH-SUB NOT = ZERO
                   SET WS-CORE-PASSED (WS-MATCH-SUB) TO TRUE
               END-IF
           END-IF.

      * ================================================================
      * 2300-ACCUMULATE-ENROLLMENTS - this term's seats with no mark
      *                               posted yet are the credits in
      *                               progress.
      * ================================================================
       2300-ACCUMULATE-ENROLLMENTS.
           MOVE PG-STU-ID TO EN-STU-ID.
           MOVE WS-SELECT-TERM TO EN-TERM.
           MOVE LOW-VALUES TO EN-SUBJ-CODE.
           START COURSE-ENROLLMENT-FILE
               KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START.
           MOVE "N" TO WS-ENRL-EOF-SWITCH.
           PERFORM 2310-READ-ONE-SEAT
               UNTIL WS-ENRL-END.
       2300-EXIT.
           EXIT.

       2310-READ-ONE-SEAT.
           READ COURSE-ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-ENRL-END TO TRUE
               NOT AT END
                   IF EN-STU-ID NOT = PG-STU-ID
                      OR EN-TERM NOT = WS-SELECT-TERM
                       SET WS-ENRL-END TO TRUE
                   ELSE
                       PERFORM 2320-COUNT-ONE-SEAT
                   END-IF
           END-READ.

       2320-COUNT-ONE-SEAT.
           MOVE EN-STU-ID    TO SH-STU-ID.
           MOVE EN-TERM      TO SH-TERM.
           MOVE EN-SUBJ-CODE TO SH-SUBJ-CODE.
           READ SCORE-HISTORY-FILE
               INVALID KEY
                   MOVE EN-SUBJ-CODE TO SUB-CODE
                   PERFORM 2400-READ-SUBJECT
                   ADD WS-MARK-WEIGHT TO WS-PENDING-CREDITS
                   PERFORM 2410-MATCH-AREA
                   IF WS-MATCH-SUB NOT = ZERO
                       ADD WS-MARK-WEIGHT
                           TO WS-AREA-PENDING (WS-MATCH-SUB)
                   END-IF
                   PERFORM 2420-MATCH-CORE
                   IF WS-MATCH-SUB NOT = ZERO
                      AND NOT WS-CORE-PASSED (WS-MATCH-SUB)
                       SET WS-CORE-IN-PROGRESS (WS-MATCH-SUB)
                           TO TRUE
                   END-IF
           END-READ.

      * A subject off the catalog weighs as one credit with no area.
       2400-READ-SUBJECT.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO SUB-CREDIT-HOURS
                   MOVE SPACES TO SUB-AREA-CODE
           END-READ.
           IF SUB-CREDIT-HOURS = ZERO
               MOVE 1 TO WS-MARK-WEIGHT
           ELSE
               MOVE SUB-CREDIT-HOURS TO WS-MARK-WEIGHT
           END-IF.

       2410-MATCH-AREA.
           MOVE ZERO TO WS-MATCH-SUB.
           IF SUB-AREA-CODE NOT = SPACES
               PERFORM 2411-TEST-ONE-AREA
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > GQ-AREA-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
           END-IF.

       2411-TEST-ONE-AREA.
           IF GQ-AREA-CODE (WS-ENTRY-SUB) = SUB-AREA-CODE
               MOVE WS-ENTRY-SUB TO WS-MATCH-SUB
           END-IF.

       2420-MATCH-CORE.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM 2421-TEST-ONE-CORE
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > GQ-CORE-COUNT
               OR WS-MATCH-SUB NOT = ZERO.

       2421-TEST-ONE-CORE.
           IF GQ-CORE-SUBJ-CODE (WS-ENTRY-SUB) = SUB-CODE
               MOVE WS-ENTRY-SUB TO WS-MATCH-SUB
           END-IF.

      * ================================================================
      * 2500-PRINT-AUDIT - one block per student: totals, each area,
      *                    each core subject, the GPA, the verdict.
      * ================================================================
       2500-PRINT-AUDIT.
           MOVE PG-STU-ID TO STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT MASTER)" TO STU-NAME
           END-READ.
           MOVE PG-STU-ID       TO WS-SH-STU-ID.
           MOVE STU-NAME        TO WS-SH-STU-NAME.
           MOVE PG-PROGRAM-CODE TO WS-SH-PROGRAM-CODE.
           MOVE GQ-PROGRAM-NAME TO WS-SH-PROGRAM-NAME.
           MOVE PG-GRAD-YEAR    TO WS-SH-GRAD-YEAR.
           MOVE SPACES TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.
           MOVE WS-STUDENT-HEADING-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.
           MOVE "TOTAL CREDIT HOURS" TO WS-RL-LABEL.
           MOVE GQ-TOTAL-CREDITS   TO WS-REQUIRED.
           MOVE WS-EARNED-CREDITS  TO WS-EARNED.
           MOVE WS-PENDING-CREDITS TO WS-PENDING.
           PERFORM 2510-PRINT-CREDIT-LINE.
           PERFORM 2520-PRINT-AREA-LINE
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > GQ-AREA-COUNT.
           PERFORM 2530-PRINT-CORE-LINE
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > GQ-CORE-COUNT.
           PERFORM 2540-PRINT-GPA-LINE.

       2510-PRINT-CREDIT-LINE.
           MOVE WS-REQUIRED TO WS-RL-REQUIRED.
           MOVE WS-EARNED   TO WS-RL-EARNED.
           MOVE WS-PENDING  TO WS-RL-PENDING.
           EVALUATE TRUE
               WHEN WS-EARNED NOT < WS-REQUIRED
                   MOVE "MET" TO WS-RL-STATUS
               WHEN WS-EARNED + WS-PENDING NOT < WS-REQUIRED
                   MOVE "IN PROGRESS" TO WS-RL-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE "OUTSTANDING" TO WS-RL-STATUS
                   ADD 1 TO WS-OUTSTANDING-COUNT
           END-EVALUATE.
           MOVE WS-REQUIREMENT-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.

       2520-PRINT-AREA-LINE.
           MOVE SPACES TO WS-RL-LABEL.
           STRING "AREA " GQ-AREA-CODE (WS-ENTRY-SUB)
               DELIMITED BY SIZE INTO WS-RL-LABEL.
           MOVE GQ-AREA-CREDITS (WS-ENTRY-SUB) TO WS-REQUIRED.
           MOVE WS-AREA-EARNED (WS-ENTRY-SUB)  TO WS-EARNED.
           MOVE WS-AREA-PENDING (WS-ENTRY-SUB) TO WS-PENDING.
           PERFORM 2510-PRINT-CREDIT-LINE.

      * A core subject is one pass: required 1, earned 1 once passed.
       2530-PRINT-CORE-LINE.
           MOVE SPACES TO WS-RL-LABEL.
           MOVE GQ-CORE-SUBJ-CODE (WS-ENTRY-SUB) TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SUB-NAME
           END-READ.
           STRING "CORE " GQ-CORE-SUBJ-CODE (WS-ENTRY-SUB) " "
                  SUB-NAME
               DELIMITED BY SIZE INTO WS-RL-LABEL.
           MOVE 1 TO WS-REQUIRED.
           MOVE ZERO TO WS-EARNED.
           MOVE ZERO TO WS-PENDING.
           IF WS-CORE-PASSED (WS-ENTRY-SUB)
               MOVE 1 TO WS-EARNED
           END-IF.
           IF WS-CORE-IN-PROGRESS (WS-ENTRY-SUB)
               MOVE 1 TO WS-PENDING
           END-IF.
           PERFORM 2510-PRINT-CREDIT-LINE.

       2540-PRINT-GPA-LINE.
           IF WS-ATTEMPTED-CREDITS > ZERO
               COMPUTE WS-CUMULATIVE-GPA ROUNDED =
                   WS-WEIGHTED-MARKS / WS-ATTEMPTED-CREDITS
           ELSE
               MOVE ZERO TO WS-CUMULATIVE-GPA
           END-IF.
           MOVE GQ-MIN-GPA TO WS-GL-REQUIRED.
           MOVE WS-CUMULATIVE-GPA TO WS-GL-CURRENT.
           IF WS-CUMULATIVE-GPA NOT < GQ-MIN-GPA
               MOVE "MET" TO WS-GL-STATUS
           ELSE
               MOVE "OUTSTANDING" TO WS-GL-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF.
           MOVE WS-GPA-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.

      * ================================================================
      * 2600-POST-VERDICT - the verdict rides the STUDENT-PROGRAM
      *                     record to YEAREND; a senior left short
      *                     goes to the counselors' exception list.
      * ================================================================
       2600-POST-VERDICT.
           EVALUATE TRUE
               WHEN WS-OUTSTANDING-COUNT > ZERO
                   SET PG-REQUIREMENTS-SHORT TO TRUE
                   ADD 1 TO WS-VERDICT-SHORT
                   MOVE "REQUIREMENTS OUTSTANDING"
                       TO WS-VL-VERDICT
               WHEN WS-PENDING-COUNT > ZERO
                   SET PG-MET-PENDING-TERM TO TRUE
                   ADD 1 TO WS-VERDICT-PENDING
                   MOVE "ON TRACK - MET WHEN THIS TERM IS PASSED"
                       TO WS-VL-VERDICT
               WHEN OTHER
                   SET PG-REQUIREMENTS-MET TO TRUE
                   ADD 1 TO WS-VERDICT-MET
                   MOVE "ALL REQUIREMENTS MET" TO WS-VL-VERDICT
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.
           MOVE WS-CURRENT-DATE TO PG-AUDIT-DATE.
           MOVE WS-SELECT-TERM  TO PG-AUDIT-TERM.
           REWRITE STUDENT-PROGRAM-RECORD.
           IF WS-STUDENT-IS-SENIOR
              AND PG-REQUIREMENTS-SHORT
               ADD 1 TO WS-SENIORS-SHORT
               MOVE PG-STU-ID            TO WS-EX-STU-ID
               MOVE STU-NAME             TO WS-EX-STU-NAME
               MOVE PG-PROGRAM-CODE      TO WS-EX-PROGRAM-CODE
               MOVE PG-GRAD-YEAR         TO WS-EX-GRAD-YEAR
               MOVE WS-OUTSTANDING-COUNT TO WS-EX-OUTSTANDING
               MOVE WS-EXCEPTION-DETAIL-LINE TO SENIOR-EXCEPTION-LINE
               WRITE SENIOR-EXCEPTION-LINE
           END-IF.

       9000-TERMINATE.
           DISPLAY "GRADUATION AUDIT - END OF JOB SUMMARY".
           DISPLAY "  STUDENTS AUDITED  : " WS-STUDENTS-AUDITED.
           DISPLAY "  REQUIREMENTS MET  : " WS-VERDICT-MET.
           DISPLAY "  MET PENDING TERM  : " WS-VERDICT-PENDING.
           DISPLAY "  SHORT             : " WS-VERDICT-SHORT.
           DISPLAY "  SENIORS SHORT     : " WS-SENIORS-SHORT.
           DISPLAY "  PROGRAM NOT FOUND : " WS-NO-PROGRAM.
           IF WS-SENIORS-SHORT > ZERO
              OR WS-NO-PROGRAM > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE STUDENT-PROGRAM-FILE.
           CLOSE GRADUATION-REQUIREMENT-FILE.
           CLOSE SCORE-HISTORY-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE SUBJECT-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE AUDIT-PRINT-FILE.
           CLOSE SENIOR-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GRADAUD.
