      * PURPOSE:      Class rosters and missing-mark report.  For the
      *               term in command-line columns 1-6, walks the
      *               COURSE-ENROLLMENT file, sorts the term's
      *               enrollments by subject and section, and prints
      *               one roster per section for its teacher (subject
      *               name off the catalog, teacher, room and seat
      *               capacity off the COURSE-SECTION master, student
      *               name off the master).  Seats loaded before
      *               sections were scheduled print as section 00.
      *               Each enrollment is also checked against
      *               SCORE-HISTORY: an enrolled student with no
      *               mark posted for the term lands on the
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original roster/missing-mark program.
      *   2026-10-15  RJP  Rosters print per section (SECTMAST)
      *                    rather than per subject, with the teacher,
      *                    room and seats filled against capacity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSROS.
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SECTMAST-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  COURSE-SECTION-FILE.
       COPY SECTREC.

       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       SD  ROSTER-SORT-FILE.
       01  ROSTER-SORT-RECORD.
           05  RS-SUBJ-CODE              PIC X(03).
           05  RS-SECTION-NO             PIC 9(02).
           05  RS-STU-ID                 PIC 9(10).

       WORKING-STORAGE SECTION.
           05  WS-ENRLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-SECTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SCOREHIS-STATUS        PIC X(02) VALUE "00".
           05  WS-ROSTER-STATUS          PIC X(02) VALUE "00".
           05  WS-NOMARK-STATUS          PIC X(02) VALUE "00".

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-SUBJECT        PIC X(03) VALUE LOW-VALUES.
           05  WS-CURRENT-SECTION        PIC 9(02) VALUE ZERO.
           05  WS-SUBJECT-COUNT          PIC 9(7) COMP VALUE ZERO.
           05  WS-SECTION-CAPACITY       PIC 9(03) VALUE ZERO.

       01  WS-ROSTER-HEADING-LINE.
           05  FILLER                    PIC X(08) VALUE "ROSTER  ".
           05  WS-RH-SUBJ-NAME           PIC X(16).
           05  FILLER                    PIC X(07) VALUE "  TERM ".
           05  WS-RH-TERM                PIC 9(06).
           05  FILLER                    PIC X(10) VALUE
               "  SECTION ".
           05  WS-RH-SECTION-NO          PIC 9(02).

       01  WS-SECTION-HEADING-LINE.
           05  FILLER                    PIC X(12) VALUE
               "  TEACHER : ".
           05  WS-SH-TEACHER-ID          PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-SH-TEACHER-NAME        PIC X(20).
           05  FILLER                    PIC X(09) VALUE "   ROOM: ".
           05  WS-SH-ROOM                PIC X(06).

       01  WS-ROSTER-DETAIL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE
               "  CLASS COUNT     : ".
           05  WS-RC-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE " OF ".
           05  WS-RC-CAPACITY            PIC ZZ9.
           05  FILLER                    PIC X(06) VALUE " SEATS".

       01  WS-MISSING-DETAIL-LINE.
           05  FILLER                    PIC X(15) VALUE
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY RS-SUBJ-CODE RS-SECTION-NO
                                RS-STU-ID
               INPUT PROCEDURE IS 2000-SELECT-TERM
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-ROSTERS
                   IF EN-TERM = WS-SELECT-TERM
                       ADD 1 TO WS-ENROLLMENTS-READ
                       MOVE EN-SUBJ-CODE TO RS-SUBJ-CODE
                       IF EN-SECTION-NO IS NUMERIC
                           MOVE EN-SECTION-NO TO RS-SECTION-NO
                       ELSE
                           MOVE ZERO TO RS-SECTION-NO
                       END-IF
                       MOVE EN-STU-ID    TO RS-STU-ID
                       RELEASE ROSTER-SORT-RECORD
                       PERFORM 2200-CHECK-MARK-POSTED
           END-IF.

      * ================================================================
      * 3000-PRINT-ROSTERS - control break on subject code and
      *                      section, the PRECASGN roster technique.
      * ================================================================
       3000-PRINT-ROSTERS.
           OPEN OUTPUT ROSTER-PRINT-FILE.
           OPEN INPUT SUBJECT-MASTER-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN INPUT COURSE-SECTION-FILE.
           PERFORM 3100-RETURN-ONE-SEAT
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
           CLOSE ROSTER-PRINT-FILE.
           CLOSE SUBJECT-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE COURSE-SECTION-FILE.
       3000-EXIT.
           EXIT.

                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF RS-SUBJ-CODE NOT = WS-CURRENT-SUBJECT
                      OR RS-SECTION-NO NOT = WS-CURRENT-SECTION
                       IF WS-CURRENT-SUBJECT NOT = LOW-VALUES
                           PERFORM 3300-PRINT-CLASS-COUNT
                       END-IF

       3200-START-NEW-SUBJECT.
           MOVE RS-SUBJ-CODE TO WS-CURRENT-SUBJECT.
           MOVE RS-SECTION-NO TO WS-CURRENT-SECTION.
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE RS-SUBJ-CODE TO WS-RH-SUBJ-CODE.
           MOVE RS-SUBJ-CODE TO SUB-CODE.
                   MOVE SUB-NAME TO WS-RH-SUBJ-NAME
           END-READ.
           MOVE WS-SELECT-TERM TO WS-RH-TERM.
           MOVE RS-SECTION-NO TO WS-RH-SECTION-NO.
           MOVE WS-SELECT-TERM TO SE-TERM.
           MOVE RS-SUBJ-CODE TO SE-SUBJ-CODE.
           MOVE RS-SECTION-NO TO SE-SECTION-NO.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   MOVE SPACES TO WS-SH-TEACHER-ID
                   MOVE "(NO SECTION ON FILE)" TO WS-SH-TEACHER-NAME
                   MOVE SPACES TO WS-SH-ROOM
                   MOVE ZERO TO WS-SECTION-CAPACITY
               NOT INVALID KEY
                   MOVE SE-TEACHER-ID TO WS-SH-TEACHER-ID
                   MOVE SE-TEACHER-NAME TO WS-SH-TEACHER-NAME
                   MOVE SE-ROOM TO WS-SH-ROOM
                   MOVE SE-CAPACITY TO WS-SECTION-CAPACITY
           END-READ.
           MOVE SPACES TO ROSTER-PRINT-LINE.
           WRITE ROSTER-PRINT-LINE.
           MOVE WS-ROSTER-HEADING-LINE TO ROSTER-PRINT-LINE.
           WRITE ROSTER-PRINT-LINE.
           MOVE WS-SECTION-HEADING-LINE TO ROSTER-PRINT-LINE.
           WRITE ROSTER-PRINT-LINE.

       3300-PRINT-CLASS-COUNT.
           MOVE WS-SUBJECT-COUNT TO WS-RC-COUNT.
           MOVE WS-SECTION-CAPACITY TO WS-RC-CAPACITY.
           MOVE WS-ROSTER-COUNT-LINE TO ROSTER-PRINT-LINE.
           WRITE ROSTER-PRINT-LINE.

