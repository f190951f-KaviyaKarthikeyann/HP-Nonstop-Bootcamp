      ******************************************************************
      * PROGRAM:      GRQLOAD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the GRADUATION-REQUIREMENT table from the
      *               curriculum office's extract, adding new
      *               programs and replacing the requirements of
      *               existing ones.  Every core subject must be on
      *               the SUBJECT-MASTER catalog and the area minimums
      *               may not add up past the total credits; a
      *               program that fails any edit is rejected whole.
      *
      *               Extract line (fixed column):
      *                   1-4    program code
      *                   5-24   program name
      *                   25-27  total credit hours
      *                   28-32  minimum GPA 999V99
      *                   33-68  six area groups of 6: area code
      *                          (3), minimum credits (3); a blank
      *                          area code ends the list
      *                   69-92  eight core subject codes of 3; a
      *                          blank code ends the list
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original graduation requirement load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRQLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-EXTRACT-FILE ASSIGN TO "GRQEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GRADUATION-REQUIREMENT-FILE ASSIGN TO "GRADREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GQ-PROGRAM-CODE
               FILE STATUS IS WS-GRADREQ-STATUS.

           SELECT SUBJECT-MASTER-FILE ASSIGN TO "SUBJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-CODE
               FILE STATUS IS WS-SUBJMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-EXTRACT-FILE.
       01  REQUIREMENT-EXTRACT-RECORD    PIC X(100).

       FD  GRADUATION-REQUIREMENT-FILE.
       COPY GRADREQ.

       FD  SUBJECT-MASTER-FILE.
       COPY SUBJCAT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-GRADREQ-STATUS         PIC X(02) VALUE "00".
           05  WS-SUBJMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-LIST-ENDED-SWITCH      PIC X(01) VALUE "N".
               88  WS-LIST-ENDED                VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-PROGRAMS-ADDED         PIC 9(9) COMP VALUE ZERO.
           05  WS-PROGRAMS-REPLACED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-REQUIREMENT-EXTRACT.
           05  WS-RX-PROGRAM-CODE        PIC X(04).
           05  WS-RX-PROGRAM-NAME        PIC X(20).
           05  WS-RX-TOTAL-CREDITS       PIC X(03).
           05  WS-RX-TOTAL-CREDITS-NUM REDEFINES WS-RX-TOTAL-CREDITS
                                         PIC 9(03).
           05  WS-RX-MIN-GPA             PIC X(05).
           05  WS-RX-MIN-GPA-NUM REDEFINES WS-RX-MIN-GPA
                                         PIC 9(03)V99.
           05  WS-RX-AREA OCCURS 6 TIMES.
               10  WS-RX-AREA-CODE       PIC X(03).
               10  WS-RX-AREA-CREDITS    PIC X(03).
               10  WS-RX-AREA-CREDITS-NUM REDEFINES
                   WS-RX-AREA-CREDITS    PIC 9(03).
           05  WS-RX-CORE-SUBJ-CODE OCCURS 8 TIMES
                                         PIC X(03).
           05  FILLER                    PIC X(08).

       01  WS-ENTRY-SUB                  PIC 9(02) COMP.
       01  WS-AREA-COUNT                 PIC 9(01).
       01  WS-CORE-COUNT                 PIC 9(01).
       01  WS-AREA-CREDIT-TOTAL          PIC 9(04).
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
           OPEN INPUT REQUIREMENT-EXTRACT-FILE.
           OPEN I-O GRADUATION-REQUIREMENT-FILE.
           IF WS-GRADREQ-STATUS = "35"
               OPEN OUTPUT GRADUATION-REQUIREMENT-FILE
               CLOSE GRADUATION-REQUIREMENT-FILE
               OPEN I-O GRADUATION-REQUIREMENT-FILE
           END-IF.
           OPEN INPUT SUBJECT-MASTER-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ REQUIREMENT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE REQUIREMENT-EXTRACT-RECORD
                       TO WS-REQUIREMENT-EXTRACT
                   PERFORM 2100-APPLY-ONE-PROGRAM
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-PROGRAM.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-RX-PROGRAM-CODE = SPACES
              OR WS-RX-TOTAL-CREDITS IS NOT NUMERIC
              OR WS-RX-TOTAL-CREDITS-NUM = ZERO
              OR WS-RX-MIN-GPA IS NOT NUMERIC
               MOVE "BAD PROGRAM, TOTAL CREDITS OR GPA"
                   TO WS-REJECT-REASON
           END-IF.
           MOVE ZERO TO WS-AREA-COUNT.
           MOVE ZERO TO WS-AREA-CREDIT-TOTAL.
           MOVE "N" TO WS-LIST-ENDED-SWITCH.
           PERFORM 2200-EDIT-ONE-AREA
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > 6
               OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON = SPACES
              AND WS-AREA-CREDIT-TOTAL > WS-RX-TOTAL-CREDITS-NUM
               MOVE "AREA MINIMUMS EXCEED TOTAL CREDITS"
                   TO WS-REJECT-REASON
           END-IF.
           MOVE ZERO TO WS-CORE-COUNT.
           MOVE "N" TO WS-LIST-ENDED-SWITCH.
           PERFORM 2300-EDIT-ONE-CORE-SUBJECT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > 8
               OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "GRQLOAD - REJECTED PROGRAM '"
                   WS-RX-PROGRAM-CODE "' - " WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO GRADUATION-REQUIREMENT-RECORD.
           MOVE WS-RX-PROGRAM-CODE      TO GQ-PROGRAM-CODE.
           MOVE WS-RX-PROGRAM-NAME      TO GQ-PROGRAM-NAME.
           MOVE WS-RX-TOTAL-CREDITS-NUM TO GQ-TOTAL-CREDITS.
           MOVE WS-RX-MIN-GPA-NUM       TO GQ-MIN-GPA.
           MOVE WS-AREA-COUNT           TO GQ-AREA-COUNT.
           MOVE WS-CORE-COUNT           TO GQ-CORE-COUNT.
           PERFORM 2400-MOVE-ONE-AREA
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > 6.
           PERFORM 2500-MOVE-ONE-CORE-SUBJECT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > 8.
           WRITE GRADUATION-REQUIREMENT-RECORD
               INVALID KEY
                   REWRITE GRADUATION-REQUIREMENT-RECORD
                   ADD 1 TO WS-PROGRAMS-REPLACED
               NOT INVALID KEY
                   ADD 1 TO WS-PROGRAMS-ADDED
           END-WRITE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-EDIT-ONE-AREA / 2300-EDIT-ONE-CORE-SUBJECT - the first
      *                     blank code ends each list; an entry
      *                     after it is a keying slip.
      * ================================================================
       2200-EDIT-ONE-AREA.
           IF WS-RX-AREA-CODE (WS-ENTRY-SUB) = SPACES
               SET WS-LIST-ENDED TO TRUE
           ELSE
               IF WS-LIST-ENDED
                   MOVE "AREA AFTER A BLANK GROUP" TO WS-REJECT-REASON
               ELSE
                   IF WS-RX-AREA-CREDITS (WS-ENTRY-SUB) IS NOT NUMERIC
                       MOVE "AREA CREDITS NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-AREA-COUNT
                       ADD WS-RX-AREA-CREDITS-NUM (WS-ENTRY-SUB)
                           TO WS-AREA-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.

       2300-EDIT-ONE-CORE-SUBJECT.
           IF WS-RX-CORE-SUBJ-CODE (WS-ENTRY-SUB) = SPACES
               SET WS-LIST-ENDED TO TRUE
           ELSE
               IF WS-LIST-ENDED
                   MOVE "CORE SUBJECT AFTER A BLANK"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-RX-CORE-SUBJ-CODE (WS-ENTRY-SUB)
                       TO SUB-CODE
                   READ SUBJECT-MASTER-FILE
                       INVALID KEY
                           MOVE "CORE SUBJECT NOT ON CATALOG"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-CORE-COUNT
                   END-READ
               END-IF
           END-IF.

       2400-MOVE-ONE-AREA.
           IF WS-ENTRY-SUB > WS-AREA-COUNT
               MOVE SPACES TO GQ-AREA-CODE (WS-ENTRY-SUB)
               MOVE ZERO TO GQ-AREA-CREDITS (WS-ENTRY-SUB)
           ELSE
               MOVE WS-RX-AREA-CODE (WS-ENTRY-SUB)
                   TO GQ-AREA-CODE (WS-ENTRY-SUB)
               MOVE WS-RX-AREA-CREDITS-NUM (WS-ENTRY-SUB)
                   TO GQ-AREA-CREDITS (WS-ENTRY-SUB)
           END-IF.

       2500-MOVE-ONE-CORE-SUBJECT.
           IF WS-ENTRY-SUB > WS-CORE-COUNT
               MOVE SPACES TO GQ-CORE-SUBJ-CODE (WS-ENTRY-SUB)
           ELSE
               MOVE WS-RX-CORE-SUBJ-CODE (WS-ENTRY-SUB)
                   TO GQ-CORE-SUBJ-CODE (WS-ENTRY-SUB)
           END-IF.

       9000-TERMINATE.
           DISPLAY "GRADUATION REQUIREMENT LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ      : " WS-RECORDS-READ.
           DISPLAY "  PROGRAMS ADDED    : " WS-PROGRAMS-ADDED.
           DISPLAY "  PROGRAMS REPLACED : " WS-PROGRAMS-REPLACED.
           DISPLAY "  RECORDS REJECTED  : " WS-RECORDS-REJECTED.
           CLOSE REQUIREMENT-EXTRACT-FILE.
           CLOSE GRADUATION-REQUIREMENT-FILE.
           CLOSE SUBJECT-MASTER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM GRQLOAD.
