      ******************************************************************
      * PROGRAM:      SECTLOAD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the COURSE-SECTION master from the
      *               timetable extract before enrollment opens,
      *               adding new sections and updating the teacher,
      *               room or seat capacity on existing ones.  The
      *               subject must be on the active SUBJECT-MASTER
      *               catalog.  A section's seated count is ENRLLOAD's
      *               to keep - a reload never resets it - and a
      *               capacity cut below the students already seated
      *               is rejected, not applied.
      *
      *               Extract line (fixed column):
      *                   1-6    term YYYYTT
      *                   7-9    subject code
      *                   10-11  section number 01-99
      *                   12-17  teacher id
      *                   18-37  teacher name
      *                   38-43  room
      *                   44-46  seat capacity
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original course section load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-EXTRACT-FILE ASSIGN TO "SECTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SECTMAST-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-EXTRACT-FILE.
       01  SECTION-EXTRACT-RECORD        PIC X(80).

       FD  COURSE-SECTION-FILE.
       COPY SECTREC.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-SECTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SUBJECT-OK-SWITCH      PIC X(01) VALUE "N".
               88  WS-SUBJECT-OK                VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-SECTIONS-ADDED         PIC 9(9) COMP VALUE ZERO.
           05  WS-SECTIONS-UPDATED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-TERM               PIC X(06).
           05  WS-EXT-SUBJ               PIC X(03).
           05  WS-EXT-SECTION            PIC X(02).
           05  WS-EXT-TEACHER-ID         PIC X(06).
           05  WS-EXT-TEACHER-NAME       PIC X(20).
           05  WS-EXT-ROOM               PIC X(06).
           05  WS-EXT-CAPACITY           PIC X(03).

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
           OPEN INPUT SECTION-EXTRACT-FILE.
           OPEN I-O COURSE-SECTION-FILE.
           IF WS-SECTMAST-STATUS = "35"
               OPEN OUTPUT COURSE-SECTION-FILE
               CLOSE COURSE-SECTION-FILE
               OPEN I-O COURSE-SECTION-FILE
           END-IF.
           OPEN INPUT SUBJECT-MASTER-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ SECTION-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE SECTION-EXTRACT-RECORD(1:6)  TO WS-EXT-TERM
                   MOVE SECTION-EXTRACT-RECORD(7:3)  TO WS-EXT-SUBJ
                   MOVE SECTION-EXTRACT-RECORD(10:2)
                       TO WS-EXT-SECTION
                   MOVE SECTION-EXTRACT-RECORD(12:6)
                       TO WS-EXT-TEACHER-ID
                   MOVE SECTION-EXTRACT-RECORD(18:20)
                       TO WS-EXT-TEACHER-NAME
                   MOVE SECTION-EXTRACT-RECORD(38:6) TO WS-EXT-ROOM
                   MOVE SECTION-EXTRACT-RECORD(44:3)
                       TO WS-EXT-CAPACITY
                   PERFORM 2100-APPLY-ONE-SECTION
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-SECTION.
           IF WS-EXT-TERM IS NOT NUMERIC
              OR WS-EXT-SECTION IS NOT NUMERIC
              OR WS-EXT-SECTION = "00"
              OR WS-EXT-CAPACITY IS NOT NUMERIC
              OR WS-EXT-CAPACITY = "000"
              OR WS-EXT-TEACHER-ID = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "SECTLOAD - REJECTED LINE FOR '" WS-EXT-SUBJ
                   "' SECTION '" WS-EXT-SECTION "' - BAD TERM, "
                   "SECTION, CAPACITY OR BLANK TEACHER"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-SUBJECT-OK-SWITCH.
           MOVE WS-EXT-SUBJ TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SUB-ACTIVE
                       SET WS-SUBJECT-OK TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-SUBJECT-OK
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "SECTLOAD - REJECTED LINE FOR '" WS-EXT-SUBJ
                   "' - SUBJECT NOT ON ACTIVE CATALOG"
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-TERM    TO SE-TERM.
           MOVE WS-EXT-SUBJ    TO SE-SUBJ-CODE.
           MOVE WS-EXT-SECTION TO SE-SECTION-NO.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   PERFORM 2200-ADD-SECTION
               NOT INVALID KEY
                   PERFORM 2300-UPDATE-SECTION
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-SECTION.
           MOVE WS-EXT-TEACHER-ID   TO SE-TEACHER-ID.
           MOVE WS-EXT-TEACHER-NAME TO SE-TEACHER-NAME.
           MOVE WS-EXT-ROOM         TO SE-ROOM.
           MOVE WS-EXT-CAPACITY     TO SE-CAPACITY.
           MOVE ZERO                TO SE-ENROLLED.
           MOVE SPACES TO COURSE-SECTION-RECORD(50:10).
           WRITE COURSE-SECTION-RECORD.
           ADD 1 TO WS-SECTIONS-ADDED.

      * ================================================================
      * 2300-UPDATE-SECTION - the seated count stands; a capacity
      *                       below it would leave students seated
      *                       in chairs that do not exist.
      * ================================================================
       2300-UPDATE-SECTION.
           IF WS-EXT-CAPACITY < SE-ENROLLED
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "SECTLOAD - REJECTED LINE FOR '" WS-EXT-SUBJ
                   "' SECTION '" WS-EXT-SECTION "' - CAPACITY "
                   WS-EXT-CAPACITY " BELOW " SE-ENROLLED " SEATED"
           ELSE
               MOVE WS-EXT-TEACHER-ID   TO SE-TEACHER-ID
               MOVE WS-EXT-TEACHER-NAME TO SE-TEACHER-NAME
               MOVE WS-EXT-ROOM         TO SE-ROOM
               MOVE WS-EXT-CAPACITY     TO SE-CAPACITY
               REWRITE COURSE-SECTION-RECORD
               ADD 1 TO WS-SECTIONS-UPDATED
           END-IF.

       9000-TERMINATE.
           DISPLAY "COURSE SECTION LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  SECTIONS ADDED   : " WS-SECTIONS-ADDED.
           DISPLAY "  SECTIONS UPDATED : " WS-SECTIONS-UPDATED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE SECTION-EXTRACT-FILE.
           CLOSE COURSE-SECTION-FILE.
           CLOSE SUBJECT-MASTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM SECTLOAD.
