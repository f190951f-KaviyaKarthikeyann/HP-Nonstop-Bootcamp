      ******************************************************************
      * PROGRAM:      GRDWLOAD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the GRADE-WEIGHT table - the category
      *               weights each subject's term mark is built from
      *               (homework 20, quizzes 30, exams 50 and so on) -
      *               from the curriculum office's extract, adding
      *               new subjects and replacing the table of
      *               existing ones.  The subject must be on the
      *               active SUBJECT-MASTER catalog, the category
      *               codes distinct, and the weights must total
      *               exactly 100; a table that fails any edit is
      *               rejected whole, never loaded in part.
      *
      *               Extract line (fixed column):
      *                   1-3    subject code
      *                   4-78   five category groups of 15:
      *                          +0     category code
      *                          +1-10  category name
      *                          +11-13 weight percent
      *                          +14    missing-work policy - Z (or
      *                                 blank) scores as zero, E
      *                                 treats as excused
      *                          a blank code ends the table
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original grade weight table load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDWLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-EXTRACT-FILE ASSIGN TO "GRDWEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GRADE-WEIGHT-FILE ASSIGN TO "GRDWMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GW-SUBJ-CODE
               FILE STATUS IS WS-GRDWMAST-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHT-EXTRACT-FILE.
       01  WEIGHT-EXTRACT-RECORD         PIC X(80).

       FD  GRADE-WEIGHT-FILE.
       COPY GRDWTREC.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-GRDWMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-TABLE-ENDED-SWITCH     PIC X(01) VALUE "N".
               88  WS-TABLE-ENDED               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-TABLES-ADDED           PIC 9(9) COMP VALUE ZERO.
           05  WS-TABLES-REPLACED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-WEIGHT-EXTRACT.
           05  WS-WX-SUBJ                PIC X(03).
           05  WS-WX-CATEGORY OCCURS 5 TIMES.
               10  WS-WX-CODE            PIC X(01).
               10  WS-WX-NAME            PIC X(10).
               10  WS-WX-PCT             PIC X(03).
               10  WS-WX-PCT-NUM REDEFINES WS-WX-PCT
                                         PIC 9(03).
               10  WS-WX-POLICY          PIC X(01).
           05  FILLER                    PIC X(02).

       01  WS-CAT-SUB                    PIC 9(02) COMP.
       01  WS-EARLIER-SUB                PIC 9(02) COMP.
       01  WS-CATEGORY-COUNT             PIC 9(01).
       01  WS-WEIGHT-TOTAL               PIC 9(04).
       01  WS-REJECT-REASON              PIC X(40).

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
           OPEN INPUT WEIGHT-EXTRACT-FILE.
           OPEN I-O GRADE-WEIGHT-FILE.
           IF WS-GRDWMAST-STATUS = "35"
               OPEN OUTPUT GRADE-WEIGHT-FILE
               CLOSE GRADE-WEIGHT-FILE
               OPEN I-O GRADE-WEIGHT-FILE
           END-IF.
           OPEN INPUT SUBJECT-MASTER-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ WEIGHT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE WEIGHT-EXTRACT-RECORD TO WS-WEIGHT-EXTRACT
                   PERFORM 2100-APPLY-ONE-TABLE
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-TABLE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-WX-SUBJ TO SUB-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   MOVE "SUBJECT NOT ON CATALOG" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT SUB-ACTIVE
                       MOVE "SUBJECT NOT ACTIVE" TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-CATEGORY-COUNT
               MOVE ZERO TO WS-WEIGHT-TOTAL
               MOVE "N" TO WS-TABLE-ENDED-SWITCH
               PERFORM 2200-EDIT-ONE-CATEGORY
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
                   OR WS-REJECT-REASON NOT = SPACES
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-CATEGORY-COUNT = ZERO
                   MOVE "NO CATEGORIES" TO WS-REJECT-REASON
               ELSE
                   IF WS-WEIGHT-TOTAL NOT = 100
                       MOVE "WEIGHTS DO NOT TOTAL 100"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "GRDWLOAD - REJECTED TABLE FOR '" WS-WX-SUBJ
                   "' - " WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO GRADE-WEIGHT-RECORD.
           MOVE WS-WX-SUBJ TO GW-SUBJ-CODE.
           MOVE WS-CATEGORY-COUNT TO GW-CATEGORY-COUNT.
           PERFORM 2300-MOVE-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5.
           WRITE GRADE-WEIGHT-RECORD
               INVALID KEY
                   REWRITE GRADE-WEIGHT-RECORD
                   ADD 1 TO WS-TABLES-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-TABLES-ADDED
           END-WRITE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-EDIT-ONE-CATEGORY - the first blank code ends the
      *                          table; a category after it is a
      *                          keying slip, not a sixth weight.
      * ================================================================
       2200-EDIT-ONE-CATEGORY.
           IF WS-WX-CODE (WS-CAT-SUB) = SPACE
               SET WS-TABLE-ENDED TO TRUE
           ELSE
               IF WS-TABLE-ENDED
                   MOVE "CATEGORY AFTER A BLANK GROUP"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 2210-EDIT-CATEGORY-FIELDS
               END-IF
           END-IF.

       2210-EDIT-CATEGORY-FIELDS.
           IF WS-WX-PCT (WS-CAT-SUB) IS NOT NUMERIC
              OR WS-WX-PCT-NUM (WS-CAT-SUB) = ZERO
               MOVE "WEIGHT NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
           END-IF.
           IF WS-WX-POLICY (WS-CAT-SUB) = SPACE
               MOVE "Z" TO WS-WX-POLICY (WS-CAT-SUB)
           END-IF.
           IF WS-WX-POLICY (WS-CAT-SUB) NOT = "Z"
              AND WS-WX-POLICY (WS-CAT-SUB) NOT = "E"
               MOVE "MISSING-WORK POLICY NOT Z OR E"
                   TO WS-REJECT-REASON
           END-IF.
           PERFORM 2220-CHECK-EARLIER-CODE
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB NOT < WS-CAT-SUB.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CATEGORY-COUNT
               ADD WS-WX-PCT-NUM (WS-CAT-SUB) TO WS-WEIGHT-TOTAL
           END-IF.

       2220-CHECK-EARLIER-CODE.
           IF WS-WX-CODE (WS-EARLIER-SUB) = WS-WX-CODE (WS-CAT-SUB)
               MOVE "CATEGORY CODE REPEATED" TO WS-REJECT-REASON
           END-IF.

       2300-MOVE-ONE-CATEGORY.
           IF WS-CAT-SUB > WS-CATEGORY-COUNT
               MOVE SPACES TO GW-CATEGORY (WS-CAT-SUB)
               MOVE ZERO TO GW-CAT-WEIGHT-PCT (WS-CAT-SUB)
           ELSE
               MOVE WS-WX-CODE (WS-CAT-SUB)
                   TO GW-CAT-CODE (WS-CAT-SUB)
               MOVE WS-WX-NAME (WS-CAT-SUB)
                   TO GW-CAT-NAME (WS-CAT-SUB)
               MOVE WS-WX-PCT-NUM (WS-CAT-SUB)
                   TO GW-CAT-WEIGHT-PCT (WS-CAT-SUB)
               MOVE WS-WX-POLICY (WS-CAT-SUB)
                   TO GW-CAT-MISSING-POLICY (WS-CAT-SUB)
           END-IF.

       9000-TERMINATE.
           DISPLAY "GRADE WEIGHT LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  TABLES ADDED     : " WS-TABLES-ADDED.
           DISPLAY "  TABLES REPLACED  : " WS-TABLES-REPLACED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE WEIGHT-EXTRACT-FILE.
           CLOSE GRADE-WEIGHT-FILE.
           CLOSE SUBJECT-MASTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GRDWLOAD.
