      *               which operations renames over STUMAST to open
      *               the new year.  Retained students appear on the
      *               promotion register for the office to re-enroll.
      *               Promoted + retained + graduated must foot to
      *               the records archived, which must foot to the
      *               old master's total.
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original year-end promotion batch.
      *   2026-10-15  RJP  A student due to graduate (STUPROG
      *                    graduation year at or before the closing
      *                    year) graduates only on a GRADAUD
      *                    requirements-met verdict and is archived
      *                    off the new master; one short of the
      *                    requirements is retained for the office
      *                    to re-enroll, whatever the final grade.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-STU-ID
               FILE STATUS IS WS-STUPROG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       FD  PROMOTION-REGISTER-FILE.
       01  PROMOTION-REGISTER-LINE       PIC X(132).

       FD  STUDENT-PROGRAM-FILE.
       COPY STUPGREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-NEWMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-ARCHIVE-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-STUPROG-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-STUPROG-SWITCH         PIC X(01) VALUE "N".
               88  WS-STUPROG-ON-HAND           VALUE "Y".
           05  WS-GRAD-DUE-SWITCH        PIC X(01) VALUE "N".
               88  WS-GRADUATION-DUE            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-ARCHIVED       PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-PROMOTED      PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-RETAINED      PIC 9(9) COMP VALUE ZERO.
           05  WS-STUDENTS-GRADUATED     PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CLOSING-YEAR           PIC 9(04).
           05  FILLER                    PIC X(04).

      * WS-NEW-MASTER-IMAGE mirrors the STUDREC layout so the new
      * year's record can be built field by field and written whole.
               OPEN OUTPUT STUDENT-ARCHIVE-FILE
           END-IF.
           OPEN OUTPUT PROMOTION-REGISTER-FILE.
           OPEN INPUT STUDENT-PROGRAM-FILE.
           IF WS-STUPROG-STATUS = "00"
               SET WS-STUPROG-ON-HAND TO TRUE
           ELSE
               DISPLAY "YEAREND - NO STUDENT PROGRAM FILE ON HAND - "
                   "NO GRADUATION DECISIONS MADE"
           END-IF.
       1000-EXIT.
           EXIT.

               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-ARCHIVE-ONE-STUDENT
                   PERFORM 2050-CHECK-GRADUATION-DUE
                   EVALUATE TRUE
                       WHEN WS-GRADUATION-DUE
                        AND PG-REQUIREMENTS-MET
                           ADD 1 TO WS-STUDENTS-GRADUATED
                           MOVE "GRADUATED" TO WS-REG-DISPOSITION
                       WHEN WS-GRADUATION-DUE
                           ADD 1 TO WS-STUDENTS-RETAINED
                           MOVE "RETAINED - GRAD REQTS"
                               TO WS-REG-DISPOSITION
                       WHEN STU-GRADE = "F"
                           ADD 1 TO WS-STUDENTS-RETAINED
                           MOVE "RETAINED" TO WS-REG-DISPOSITION
                       WHEN OTHER
                           ADD 1 TO WS-STUDENTS-PROMOTED
                           MOVE "PROMOTED" TO WS-REG-DISPOSITION
                           PERFORM 2200-WRITE-NEW-YEAR-RECORD
                   END-EVALUATE
                   PERFORM 2300-WRITE-REGISTER-LINE
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2050-CHECK-GRADUATION-DUE - due when the program's graduation
      *                             year has come; the decision is
      *                             GRADAUD's verdict, not the grade.
      * ================================================================
       2050-CHECK-GRADUATION-DUE.
           MOVE "N" TO WS-GRAD-DUE-SWITCH.
           IF WS-STUPROG-ON-HAND
               MOVE STU-ID TO PG-STU-ID
               READ STUDENT-PROGRAM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PG-GRAD-YEAR NOT > WS-CLOSING-YEAR
                           SET WS-GRADUATION-DUE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2100-ARCHIVE-ONE-STUDENT.
           MOVE WS-CURRENT-DATE TO WS-ARC-DATE.
           MOVE STU-ID          TO WS-ARC-STU-ID.
           WRITE PROMOTION-REGISTER-LINE.

       9000-TERMINATE.
           MOVE "STUDENTS GRADUATED    : " TO WS-CNT-LABEL.
           MOVE WS-STUDENTS-GRADUATED TO WS-CNT-COUNT.
           MOVE WS-COUNT-LINE TO PROMOTION-REGISTER-LINE.
           WRITE PROMOTION-REGISTER-LINE.
           MOVE "STUDENTS PROMOTED     : " TO WS-CNT-LABEL.
           MOVE WS-STUDENTS-PROMOTED TO WS-CNT-COUNT.
           MOVE WS-COUNT-LINE TO PROMOTION-REGISTER-LINE.
           MOVE WS-COUNT-LINE TO PROMOTION-REGISTER-LINE.
           WRITE PROMOTION-REGISTER-LINE.
           IF WS-STUDENTS-PROMOTED + WS-STUDENTS-RETAINED
                   + WS-STUDENTS-GRADUATED NOT = WS-RECORDS-READ
              OR WS-RECORDS-ARCHIVED NOT = WS-RECORDS-READ
               DISPLAY "YEAREND - REGISTER COUNTS DO NOT FOOT TO "
                   "THE OLD MASTER TOTAL"
           END-IF.
           DISPLAY "YEAR-END PROMOTION - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ  : " WS-RECORDS-READ.
           DISPLAY "  GRADUATED     : " WS-STUDENTS-GRADUATED.
           DISPLAY "  PROMOTED      : " WS-STUDENTS-PROMOTED.
           DISPLAY "  RETAINED      : " WS-STUDENTS-RETAINED.
           DISPLAY "  ARCHIVED      : " WS-RECORDS-ARCHIVED.
           CLOSE NEW-YEAR-MASTER-FILE.
           CLOSE STUDENT-ARCHIVE-FILE.
           CLOSE PROMOTION-REGISTER-FILE.
           IF WS-STUPROG-ON-HAND
               CLOSE STUDENT-PROGRAM-FILE
           END-IF.
       9000-EXIT.
           EXIT.

