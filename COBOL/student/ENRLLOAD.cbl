      *               load gates on this file, so what loads here is
      *               what may receive marks this term.
      *
      *               Each add is seated in the COURSE-SECTION of the
      *               subject with the most open seats, so sections
      *               fill evenly.  When every section is full the
      *               student goes on the COURSE-WAITLIST in priority
      *               order.  A drop frees the seat and promotes the
      *               first student on the subject's waitlist into
      *               that section, printing a promotion notice.
      *
      *               Extract line (fixed column):
      *                   1-10   student id
      *                   11-16  term YYYYTT
      *                   17-19  subject code
      *                   20     action - A or blank add, D drop
      *                   21     waitlist priority 1-9 (blank = 5,
      *                          1 is offered a seat first)
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original enrollment load program.
      *                    exemption on the IMMUNIZATION file)
      *                    rejects until the office posts the doses
      *                    or an exemption through IMMULOAD.
      *   2026-10-15  RJP  Adds are seated in the section with the
      *                    most open seats (SECTMAST, loaded by
      *                    SECTLOAD) or waitlisted when every section
      *                    is full; a D line drops the seat and
      *                    promotes the first waitlisted student,
      *                    printing a notice on ENRLNOTC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLLOAD.
               RECORD KEY IS IM-KEY
               FILE STATUS IS WS-IMMUMAST-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SECTMAST-STATUS.

           SELECT COURSE-WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT PROMOTION-NOTICE-FILE ASSIGN TO "ENRLNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-EXTRACT-FILE.
       FD  IMMUNIZATION-FILE.
       COPY IMMUREC.

       FD  COURSE-SECTION-FILE.
       COPY SECTREC.

       FD  COURSE-WAITLIST-FILE.
       COPY WAITREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  PROMOTION-NOTICE-FILE.
       01  PROMOTION-NOTICE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".
           05  WS-IMMUMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SECTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-WAITLIST-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-NOTICE-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-SUBJECT-OK                VALUE "Y".
           05  WS-COMPLIANT-SWITCH       PIC X(01) VALUE "Y".
               88  WS-STUDENT-COMPLIANT         VALUE "Y".
           05  WS-SECTION-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-SECTION-END               VALUE "Y".
           05  WS-SECTION-SCHED-SWITCH   PIC X(01) VALUE "N".
               88  WS-SECTION-SCHEDULED         VALUE "Y".
           05  WS-WAITLIST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-WAITLIST-END              VALUE "Y".
           05  WS-ON-WAITLIST-SWITCH     PIC X(01) VALUE "N".
               88  WS-ON-WAITLIST               VALUE "Y".
           05  WS-PROMOTED-SWITCH        PIC X(01) VALUE "N".
               88  WS-SEAT-FILLED               VALUE "Y".
           05  WS-ENROLLED-SWITCH        PIC X(01) VALUE "N".
               88  WS-ALREADY-ENROLLED          VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-ENROLLMENTS-WRITTEN    PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-IMMU-REJECTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-WAITLISTED    PIC 9(9) COMP VALUE ZERO.
           05  WS-DROPS-APPLIED          PIC 9(9) COMP VALUE ZERO.
           05  WS-WAITLIST-WITHDRAWN     PIC 9(9) COMP VALUE ZERO.
           05  WS-WAITLIST-PROMOTED      PIC 9(9) COMP VALUE ZERO.

       COPY IMMRQTBL.

       01  WS-LAST-CHECKED-STU-ID        PIC 9(10) VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-STU-ID             PIC 9(10).
           05  WS-EXT-TERM               PIC 9(06).
           05  WS-EXT-SUBJ               PIC X(03).
           05  WS-EXT-ACTION             PIC X(01).
               88  WS-EXT-ADD                   VALUE "A" " ".
               88  WS-EXT-DROP                  VALUE "D".
           05  WS-EXT-PRIORITY           PIC X(01).

      * The section an add is seated in is the one with the most
      * open seats (lowest section number on a tie).
       01  WS-SECTION-FIELDS.
           05  WS-BEST-SECTION-NO        PIC 9(02).
           05  WS-BEST-OPEN-SEATS        PIC 9(03).
           05  WS-OPEN-SEATS             PIC 9(03).
           05  WS-FREED-SECTION-NO       PIC 9(02).
           05  WS-PROMOTED-STU-ID        PIC 9(10).

       01  WS-NOTICE-NAME                PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-SECTION-FILE.
           IF WS-SECTMAST-STATUS NOT = "00"
               DISPLAY "ENRLLOAD - NO COURSE SECTION FILE ON HAND - "
                   "STATUS " WS-SECTMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-WAITLIST-FILE.
           IF WS-WAITLIST-STATUS = "35"
               OPEN OUTPUT COURSE-WAITLIST-FILE
               CLOSE COURSE-WAITLIST-FILE
               OPEN I-O COURSE-WAITLIST-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
           OPEN OUTPUT PROMOTION-NOTICE-FILE.
       1000-EXIT.
           EXIT.

                       TO WS-EXT-TERM
                   MOVE ENROLLMENT-EXTRACT-RECORD(17:3)
                       TO WS-EXT-SUBJ
                   MOVE ENROLLMENT-EXTRACT-RECORD(20:1)
                       TO WS-EXT-ACTION
                   MOVE ENROLLMENT-EXTRACT-RECORD(21:1)
                       TO WS-EXT-PRIORITY
                   PERFORM 2100-APPLY-ONE-ENROLLMENT
                       THRU 2100-EXIT
           END-READ.
           EXIT.

       2100-APPLY-ONE-ENROLLMENT.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           IF WS-EXT-DROP
               PERFORM 2500-DROP-ONE-ENROLLMENT
                   THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-EXT-ADD
              OR (WS-EXT-PRIORITY NOT = SPACE
                  AND (WS-EXT-PRIORITY < "1"
                       OR WS-EXT-PRIORITY > "9"))
               ADD 1 TO WS-RECORDS-REJECTED
               STRING "BAD ACTION OR WAITLIST PRIORITY - STUDENT "
                      WS-EXT-STU-ID " SUBJECT " WS-EXT-SUBJ
                   DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE
               WRITE LOAD-EXCEPTION-LINE
               GO TO 2100-EXIT
           END-IF.
           SET WS-SUBJECT-OK-SWITCH TO "N".
           MOVE WS-EXT-SUBJ TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
           MOVE WS-EXT-STU-ID TO EN-STU-ID.
           MOVE WS-EXT-TERM   TO EN-TERM.
           MOVE WS-EXT-SUBJ   TO EN-SUBJ-CODE.
           MOVE "N" TO WS-ENROLLED-SWITCH.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-ENROLLED TO TRUE
           END-READ.
           IF WS-ALREADY-ENROLLED
               PERFORM 2200-REJECT-DUPLICATE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-FIND-OPEN-SECTION
               THRU 2400-EXIT.
           IF NOT WS-SECTION-SCHEDULED
               ADD 1 TO WS-RECORDS-REJECTED
               STRING "NO SECTION SCHEDULED FOR SUBJECT "
                      WS-EXT-SUBJ " TERM " WS-EXT-TERM
                      " - STUDENT " WS-EXT-STU-ID
                   DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE
               WRITE LOAD-EXCEPTION-LINE
               GO TO 2100-EXIT
           END-IF.
           IF WS-BEST-SECTION-NO = ZERO
               PERFORM 2600-ADD-TO-WAITLIST
                   THRU 2600-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-STU-ID TO EN-STU-ID.
           MOVE WS-EXT-TERM   TO EN-TERM.
           MOVE WS-EXT-SUBJ   TO EN-SUBJ-CODE.
           MOVE WS-CURRENT-DATE TO EN-ENROLL-DATE.
           MOVE WS-BEST-SECTION-NO TO EN-SECTION-NO.
           MOVE SPACES TO COURSE-ENROLLMENT-RECORD(30:3).
           WRITE COURSE-ENROLLMENT-RECORD
               INVALID KEY
                   PERFORM 2200-REJECT-DUPLICATE
               NOT INVALID KEY
                   ADD 1 TO WS-ENROLLMENTS-WRITTEN
                   MOVE WS-EXT-TERM TO SE-TERM
                   MOVE WS-EXT-SUBJ TO SE-SUBJ-CODE
                   MOVE WS-BEST-SECTION-NO TO SE-SECTION-NO
                   PERFORM 2450-TAKE-ONE-SEAT
           END-WRITE.
       2100-EXIT.
           EXIT.
                   END-IF
           END-READ.

      * ================================================================
      * 2400-FIND-OPEN-SECTION - walks the subject's sections for the
      *                          term; none on file means the subject
      *                          is not scheduled, a zero section
      *                          back means every one is full.
      * ================================================================
       2400-FIND-OPEN-SECTION.
           MOVE "N" TO WS-SECTION-SCHED-SWITCH.
           MOVE ZERO TO WS-BEST-SECTION-NO.
           MOVE ZERO TO WS-BEST-OPEN-SEATS.
           MOVE WS-EXT-TERM TO SE-TERM.
           MOVE WS-EXT-SUBJ TO SE-SUBJ-CODE.
           MOVE ZERO TO SE-SECTION-NO.
           START COURSE-SECTION-FILE KEY IS NOT LESS THAN SE-KEY
               INVALID KEY
                   GO TO 2400-EXIT
           END-START.
           MOVE "N" TO WS-SECTION-EOF-SWITCH.
           PERFORM 2410-CHECK-ONE-SECTION
               UNTIL WS-SECTION-END.
       2400-EXIT.
           EXIT.

       2410-CHECK-ONE-SECTION.
           READ COURSE-SECTION-FILE NEXT RECORD
               AT END
                   SET WS-SECTION-END TO TRUE
               NOT AT END
                   IF SE-TERM NOT = WS-EXT-TERM
                      OR SE-SUBJ-CODE NOT = WS-EXT-SUBJ
                       SET WS-SECTION-END TO TRUE
                   ELSE
                       SET WS-SECTION-SCHEDULED TO TRUE
                       IF SE-ENROLLED < SE-CAPACITY
                           COMPUTE WS-OPEN-SEATS =
                               SE-CAPACITY - SE-ENROLLED
                           IF WS-OPEN-SEATS > WS-BEST-OPEN-SEATS
                               MOVE WS-OPEN-SEATS
                                   TO WS-BEST-OPEN-SEATS
                               MOVE SE-SECTION-NO
                                   TO WS-BEST-SECTION-NO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * SE-KEY is set by the caller.
       2450-TAKE-ONE-SEAT.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   DISPLAY "ENRLLOAD - SECTION " SE-SUBJ-CODE " "
                       SE-SECTION-NO " VANISHED - SEAT NOT COUNTED"
               NOT INVALID KEY
                   ADD 1 TO SE-ENROLLED
                   REWRITE COURSE-SECTION-RECORD
           END-READ.

       2200-REJECT-DUPLICATE.
           ADD 1 TO WS-RECORDS-REJECTED.
           STRING "DUPLICATE ENROLLMENT - STUDENT "
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

      * ================================================================
      * 2500-DROP-ONE-ENROLLMENT - a seated student gives the seat
      *                            back and the section offers it to
      *                            the waitlist; a waitlisted student
      *                            just comes off the list.
      * ================================================================
       2500-DROP-ONE-ENROLLMENT.
           MOVE WS-EXT-STU-ID TO EN-STU-ID.
           MOVE WS-EXT-TERM   TO EN-TERM.
           MOVE WS-EXT-SUBJ   TO EN-SUBJ-CODE.
           MOVE "N" TO WS-ENROLLED-SWITCH.
           READ COURSE-ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-ENROLLED TO TRUE
           END-READ.
           IF NOT WS-ALREADY-ENROLLED
               PERFORM 2650-FIND-ON-WAITLIST
                   THRU 2650-EXIT
               IF WS-ON-WAITLIST
                   DELETE COURSE-WAITLIST-FILE RECORD
                   ADD 1 TO WS-WAITLIST-WITHDRAWN
               ELSE
                   ADD 1 TO WS-RECORDS-REJECTED
                   STRING "DROP FOR A STUDENT NOT ENROLLED - STUDENT "
                          WS-EXT-STU-ID " SUBJECT " WS-EXT-SUBJ
                       DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE
                   WRITE LOAD-EXCEPTION-LINE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO WS-FREED-SECTION-NO.
           IF EN-SECTION-NO IS NUMERIC
               MOVE EN-SECTION-NO TO WS-FREED-SECTION-NO
           END-IF.
           DELETE COURSE-ENROLLMENT-FILE RECORD.
           ADD 1 TO WS-DROPS-APPLIED.
           IF WS-FREED-SECTION-NO = ZERO
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-EXT-TERM TO SE-TERM.
           MOVE WS-EXT-SUBJ TO SE-SUBJ-CODE.
           MOVE WS-FREED-SECTION-NO TO SE-SECTION-NO.
           READ COURSE-SECTION-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF SE-ENROLLED > ZERO
               SUBTRACT 1 FROM SE-ENROLLED
               REWRITE COURSE-SECTION-RECORD
           END-IF.
           PERFORM 2700-PROMOTE-FROM-WAITLIST
               THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      * ================================================================
      * 2600-ADD-TO-WAITLIST - every section is full.  The key puts
      *                        the student behind everyone of the
      *                        same or better priority already on
      *                        the list.
      * ================================================================
       2600-ADD-TO-WAITLIST.
           PERFORM 2650-FIND-ON-WAITLIST
               THRU 2650-EXIT.
           IF WS-ON-WAITLIST
               ADD 1 TO WS-RECORDS-REJECTED
               STRING "ALREADY ON THE WAITLIST - STUDENT "
                      WS-EXT-STU-ID " SUBJECT " WS-EXT-SUBJ
                   DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE
               WRITE LOAD-EXCEPTION-LINE
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO COURSE-WAITLIST-RECORD.
           MOVE WS-EXT-TERM TO WL-TERM.
           MOVE WS-EXT-SUBJ TO WL-SUBJ-CODE.
           IF WS-EXT-PRIORITY = SPACE
               MOVE 5 TO WL-PRIORITY
           ELSE
               MOVE WS-EXT-PRIORITY TO WL-PRIORITY
           END-IF.
           MOVE WS-CURRENT-DATE TO WL-QUEUED-DATE.
           MOVE WS-CURRENT-TIME TO WL-QUEUED-TIME.
           MOVE WS-RECORDS-READ TO WL-QUEUED-SEQ.
           MOVE WS-EXT-STU-ID TO WL-STU-ID.
           WRITE COURSE-WAITLIST-RECORD
               INVALID KEY
                   DISPLAY "ENRLLOAD - WAITLIST WRITE FAILED FOR "
                       WS-EXT-STU-ID " - STATUS " WS-WAITLIST-STATUS
                   GO TO 2600-EXIT
           END-WRITE.
           ADD 1 TO WS-STUDENTS-WAITLISTED.
           STRING "SECTIONS FULL - WAITLISTED - STUDENT "
                  WS-EXT-STU-ID " SUBJECT " WS-EXT-SUBJ
                  " PRIORITY " WL-PRIORITY
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.
       2600-EXIT.
           EXIT.

      * Leaves the matching entry as the current waitlist record.
       2650-FIND-ON-WAITLIST.
           MOVE "N" TO WS-ON-WAITLIST-SWITCH.
           MOVE LOW-VALUES TO WL-KEY.
           MOVE WS-EXT-TERM TO WL-TERM.
           MOVE WS-EXT-SUBJ TO WL-SUBJ-CODE.
           START COURSE-WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   GO TO 2650-EXIT
           END-START.
           MOVE "N" TO WS-WAITLIST-EOF-SWITCH.
           PERFORM 2660-CHECK-ONE-WAITLIST-ENTRY
               UNTIL WS-WAITLIST-END
               OR WS-ON-WAITLIST.
       2650-EXIT.
           EXIT.

       2660-CHECK-ONE-WAITLIST-ENTRY.
           READ COURSE-WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-WAITLIST-END TO TRUE
               NOT AT END
                   IF WL-TERM NOT = WS-EXT-TERM
                      OR WL-SUBJ-CODE NOT = WS-EXT-SUBJ
                       SET WS-WAITLIST-END TO TRUE
                   ELSE
                       IF WL-STU-ID = WS-EXT-STU-ID
                           SET WS-ON-WAITLIST TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * ================================================================
      * 2700-PROMOTE-FROM-WAITLIST - the first entry in key order
      *                              takes the freed seat.  An entry
      *                              whose student has been seated
      *                              since is stale; it is removed
      *                              and the next one offered.
      * ================================================================
       2700-PROMOTE-FROM-WAITLIST.
           MOVE "N" TO WS-PROMOTED-SWITCH.
           MOVE "N" TO WS-WAITLIST-EOF-SWITCH.
           PERFORM 2710-OFFER-SEAT-TO-NEXT
               UNTIL WS-SEAT-FILLED
               OR WS-WAITLIST-END.
       2700-EXIT.
           EXIT.

       2710-OFFER-SEAT-TO-NEXT.
           MOVE LOW-VALUES TO WL-KEY.
           MOVE WS-EXT-TERM TO WL-TERM.
           MOVE WS-EXT-SUBJ TO WL-SUBJ-CODE.
           START COURSE-WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   SET WS-WAITLIST-END TO TRUE
           END-START.
           IF NOT WS-WAITLIST-END
               READ COURSE-WAITLIST-FILE NEXT RECORD
                   AT END
                       SET WS-WAITLIST-END TO TRUE
               END-READ
           END-IF.
           IF NOT WS-WAITLIST-END
               IF WL-TERM NOT = WS-EXT-TERM
                  OR WL-SUBJ-CODE NOT = WS-EXT-SUBJ
                   SET WS-WAITLIST-END TO TRUE
               END-IF
           END-IF.
           IF NOT WS-WAITLIST-END
               MOVE WL-STU-ID TO WS-PROMOTED-STU-ID
               DELETE COURSE-WAITLIST-FILE RECORD
               MOVE WS-PROMOTED-STU-ID TO EN-STU-ID
               MOVE WS-EXT-TERM TO EN-TERM
               MOVE WS-EXT-SUBJ TO EN-SUBJ-CODE
               MOVE WS-CURRENT-DATE TO EN-ENROLL-DATE
               MOVE WS-FREED-SECTION-NO TO EN-SECTION-NO
               MOVE SPACES TO COURSE-ENROLLMENT-RECORD(30:3)
               WRITE COURSE-ENROLLMENT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SEAT-FILLED TO TRUE
               END-WRITE
           END-IF.
           IF WS-SEAT-FILLED
               ADD 1 TO WS-WAITLIST-PROMOTED
               ADD 1 TO WS-ENROLLMENTS-WRITTEN
               MOVE WS-EXT-TERM TO SE-TERM
               MOVE WS-EXT-SUBJ TO SE-SUBJ-CODE
               MOVE WS-FREED-SECTION-NO TO SE-SECTION-NO
               PERFORM 2450-TAKE-ONE-SEAT
               PERFORM 2800-PRINT-PROMOTION-NOTICE
           END-IF.

       2800-PRINT-PROMOTION-NOTICE.
           MOVE WS-PROMOTED-STU-ID TO STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT MASTER)" TO WS-NOTICE-NAME
               NOT INVALID KEY
                   MOVE STU-NAME TO WS-NOTICE-NAME
           END-READ.
           MOVE SPACES TO PROMOTION-NOTICE-LINE.
           STRING "WAITLIST PROMOTION NOTICE - TERM " WS-EXT-TERM
               DELIMITED BY SIZE INTO PROMOTION-NOTICE-LINE.
           WRITE PROMOTION-NOTICE-LINE.
           MOVE SPACES TO PROMOTION-NOTICE-LINE.
           STRING "STUDENT " WS-PROMOTED-STU-ID " " WS-NOTICE-NAME
               DELIMITED BY SIZE INTO PROMOTION-NOTICE-LINE.
           WRITE PROMOTION-NOTICE-LINE.
           MOVE SPACES TO PROMOTION-NOTICE-LINE.
           STRING "A SEAT HAS OPENED - YOU ARE NOW ENROLLED IN "
                  WS-EXT-SUBJ " SECTION " SE-SECTION-NO
               DELIMITED BY SIZE INTO PROMOTION-NOTICE-LINE.
           WRITE PROMOTION-NOTICE-LINE.
           MOVE SPACES TO PROMOTION-NOTICE-LINE.
           STRING "TEACHER " SE-TEACHER-NAME "  ROOM " SE-ROOM
               DELIMITED BY SIZE INTO PROMOTION-NOTICE-LINE.
           WRITE PROMOTION-NOTICE-LINE.
           MOVE ALL "-" TO PROMOTION-NOTICE-LINE.
           WRITE PROMOTION-NOTICE-LINE.

       9000-TERMINATE.
           DISPLAY "ENROLLMENT LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ        : " WS-RECORDS-READ.
           DISPLAY "  ENROLLMENTS WRITTEN : " WS-ENROLLMENTS-WRITTEN.
           DISPLAY "  RECORDS REJECTED    : " WS-RECORDS-REJECTED.
           DISPLAY "  IMMUNIZATION REJECTS: " WS-IMMU-REJECTED.
           DISPLAY "  STUDENTS WAITLISTED : " WS-STUDENTS-WAITLISTED.
           DISPLAY "  DROPS APPLIED       : " WS-DROPS-APPLIED.
           DISPLAY "  WAITLIST WITHDRAWALS: " WS-WAITLIST-WITHDRAWN.
           DISPLAY "  WAITLIST PROMOTIONS : " WS-WAITLIST-PROMOTED.
           CLOSE ENROLLMENT-EXTRACT-FILE.
           CLOSE COURSE-ENROLLMENT-FILE.
           CLOSE SUBJECT-MASTER-FILE.
           CLOSE IMMUNIZATION-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
           CLOSE COURSE-SECTION-FILE.
           CLOSE COURSE-WAITLIST-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE PROMOTION-NOTICE-FILE.
       9000-EXIT.
           EXIT.

