      ******************************************************************
      * PROGRAM:      STPGLOAD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the STUDENT-PROGRAM file - each student's
      *               graduation program and due graduation year -
      *               from the counseling office's extract, adding
      *               new students and updating existing ones.  The
      *               program must be on GRADUATION-REQUIREMENT.  A
      *               change of program or year clears the last
      *               audit verdict, so YEAREND never graduates a
      *               student on an audit against the wrong program.
      *               The gender, when given, must be a GENDERTB
      *               code.
      *
      *               Extract line (fixed column):
      *                   1-10   student id
      *                   11-14  program code
      *                   15-18  graduation year YYYY
      *                   19     gender - M, F, X or blank
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original student program load program.
      *   2026-10-15  RJP  Loads the student's gender from column 19
      *                    for the state enrollment census.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPGLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-EXTRACT-FILE ASSIGN TO "STPGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-STU-ID
               FILE STATUS IS WS-STUPROG-STATUS.

           SELECT GRADUATION-REQUIREMENT-FILE ASSIGN TO "GRADREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GQ-PROGRAM-CODE
               FILE STATUS IS WS-GRADREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAM-EXTRACT-FILE.
       01  PROGRAM-EXTRACT-RECORD        PIC X(80).

       FD  STUDENT-PROGRAM-FILE.
       COPY STUPGREC.

       FD  GRADUATION-REQUIREMENT-FILE.
       COPY GRADREQ.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-STUPROG-STATUS         PIC X(02) VALUE "00".
           05  WS-GRADREQ-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-ADDED         PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-UPDATED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-STU-ID             PIC X(10).
           05  WS-EXT-PROGRAM-CODE       PIC X(04).
           05  WS-EXT-GRAD-YEAR          PIC X(04).
           05  WS-EXT-GENDER             PIC X(01).

       COPY GENDERTB.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PROGRAM-EXTRACT-FILE.
           OPEN I-O STUDENT-PROGRAM-FILE.
           IF WS-STUPROG-STATUS = "35"
               OPEN OUTPUT STUDENT-PROGRAM-FILE
               CLOSE STUDENT-PROGRAM-FILE
               OPEN I-O STUDENT-PROGRAM-FILE
           END-IF.
           OPEN INPUT GRADUATION-REQUIREMENT-FILE.
           IF WS-GRADREQ-STATUS NOT = "00"
               DISPLAY "STPGLOAD - NO GRADUATION REQUIREMENT FILE ON "
                   "HAND - STATUS " WS-GRADREQ-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ PROGRAM-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE PROGRAM-EXTRACT-RECORD(1:10)
                       TO WS-EXT-STU-ID
                   MOVE PROGRAM-EXTRACT-RECORD(11:4)
                       TO WS-EXT-PROGRAM-CODE
                   MOVE PROGRAM-EXTRACT-RECORD(15:4)
                       TO WS-EXT-GRAD-YEAR
                   MOVE PROGRAM-EXTRACT-RECORD(19:1)
                       TO WS-EXT-GENDER
                   PERFORM 2100-APPLY-ONE-STUDENT
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-STUDENT.
           IF WS-EXT-STU-ID IS NOT NUMERIC
              OR WS-EXT-GRAD-YEAR IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "STPGLOAD - REJECTED LINE FOR '" WS-EXT-STU-ID
                   "' - BAD STUDENT ID OR GRADUATION YEAR"
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-GENDER NOT = SPACE
               SET GC-IDX TO 1
               SEARCH GENDER-CATEGORY-ENTRY
                   AT END
                       ADD 1 TO WS-RECORDS-REJECTED
                       DISPLAY "STPGLOAD - REJECTED LINE FOR '"
                           WS-EXT-STU-ID "' - GENDER '"
                           WS-EXT-GENDER "' NOT A RECOGNIZED CODE"
                       GO TO 2100-EXIT
                   WHEN GC-CODE (GC-IDX) = WS-EXT-GENDER
                       CONTINUE
               END-SEARCH
           END-IF.
           MOVE WS-EXT-PROGRAM-CODE TO GQ-PROGRAM-CODE.
           READ GRADUATION-REQUIREMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "STPGLOAD - REJECTED LINE FOR '"
                       WS-EXT-STU-ID "' - PROGRAM '"
                       WS-EXT-PROGRAM-CODE "' NOT ON FILE"
                   GO TO 2100-EXIT
           END-READ.
           MOVE WS-EXT-STU-ID TO PG-STU-ID.
           READ STUDENT-PROGRAM-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-PROGRAM-RECORD
                   MOVE WS-EXT-STU-ID       TO PG-STU-ID
                   MOVE WS-EXT-PROGRAM-CODE TO PG-PROGRAM-CODE
                   MOVE WS-EXT-GRAD-YEAR    TO PG-GRAD-YEAR
                   MOVE WS-EXT-GENDER       TO PG-GENDER
                   MOVE ZERO TO PG-AUDIT-DATE
                   MOVE ZERO TO PG-AUDIT-TERM
                   WRITE STUDENT-PROGRAM-RECORD
                   ADD 1 TO WS-STUDENTS-ADDED
               NOT INVALID KEY
                   PERFORM 2200-UPDATE-STUDENT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-UPDATE-STUDENT.
           IF WS-EXT-PROGRAM-CODE NOT = PG-PROGRAM-CODE
              OR WS-EXT-GRAD-YEAR NOT = PG-GRAD-YEAR
               MOVE WS-EXT-PROGRAM-CODE TO PG-PROGRAM-CODE
               MOVE WS-EXT-GRAD-YEAR    TO PG-GRAD-YEAR
               SET PG-NOT-AUDITED TO TRUE
               MOVE ZERO TO PG-AUDIT-DATE
               MOVE ZERO TO PG-AUDIT-TERM
           END-IF.
           MOVE WS-EXT-GENDER TO PG-GENDER.
           REWRITE STUDENT-PROGRAM-RECORD.
           ADD 1 TO WS-STUDENTS-UPDATED.

       9000-TERMINATE.
           DISPLAY "STUDENT PROGRAM LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  STUDENTS ADDED   : " WS-STUDENTS-ADDED.
           DISPLAY "  STUDENTS UPDATED : " WS-STUDENTS-UPDATED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE PROGRAM-EXTRACT-FILE.
           CLOSE STUDENT-PROGRAM-FILE.
           CLOSE GRADUATION-REQUIREMENT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM STPGLOAD.
