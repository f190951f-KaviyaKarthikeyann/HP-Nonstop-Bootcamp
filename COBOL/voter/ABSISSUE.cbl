      *   2026-09-01  RJP  Original absentee issuance batch.
      *   2026-09-01  RJP  The election date parameter is validated
      *                    against the ELECTION-EVENT master.
      *   2026-10-15  RJP  Each ballot is stamped with its precinct's
      *                    ballot style off the BALLOT-STYLE file
      *                    (BALSTYLE); a precinct with no style holds
      *                    the ballot REQUESTED - no control number
      *                    is drawn - and the register flags it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSISSUE.
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT BALLOT-STYLE-FILE ASSIGN TO "BALSTYL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BST-KEY
               FILE STATUS IS WS-BALSTYL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENTEE-MASTER-FILE.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  BALLOT-STYLE-FILE.
       COPY BSTYREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ABSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-ABSCTL-STATUS          PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-BALSTYL-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-BALLOTS-ISSUED         PIC 9(9) COMP VALUE ZERO.
           05  WS-BALLOTS-HELD           PIC 9(9) COMP VALUE ZERO.

       01  WS-CHECKPOINT-FIELDS.
           05  WS-ABC-RELKEY             PIC 9(4) COMP VALUE 1.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "PRECINCT ".
           05  WS-REG-PRECINCT           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-STYLE-TEXT         PIC X(40).

       01  WS-REG-STYLE-ISSUED.
           05  FILLER                    PIC X(06) VALUE "STYLE ".
           05  WS-REG-STYLE-NO           PIC 9(04).
           05  FILLER                    PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   STOP RUN
           END-READ.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT BALLOT-STYLE-FILE.
           IF WS-BALSTYL-STATUS NOT = "00"
               DISPLAY "ABSISSUE - CANNOT OPEN BALSTYL - STATUS "
                   WS-BALSTYL-STATUS " - RUN BALSTYLE FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ABSENTEE-MASTER-FILE.
           OPEN I-O ABSENTEE-CONTROL-FILE.
           READ ABSENTEE-CONTROL-FILE
                   IF AB-ELECTION-DATE = WS-SELECT-ELECTION
                      AND AB-REQUESTED
                       PERFORM 2100-ISSUE-ONE-BALLOT
                           THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ISSUE-ONE-BALLOT.
           MOVE AB-VOTER-ID          TO WS-REG-VOTER-ID.
           MOVE AB-PRECINCT-CODE     TO WS-REG-PRECINCT.
           MOVE AB-ELECTION-DATE     TO BST-ELECTION-DATE.
           MOVE AB-PRECINCT-CODE     TO BST-PRECINCT-CODE.
           READ BALLOT-STYLE-FILE
               INVALID KEY
                   ADD 1 TO WS-BALLOTS-HELD
                   MOVE ZERO TO WS-REG-CONTROL-NO
                   MOVE "HELD - PRECINCT HAS NO BALLOT STYLE"
                       TO WS-REG-STYLE-TEXT
                   MOVE WS-REGISTER-DETAIL-LINE
                       TO ISSUANCE-REGISTER-LINE
                   WRITE ISSUANCE-REGISTER-LINE
                   GO TO 2100-EXIT
           END-READ.
           MOVE BST-STYLE-NO TO AB-BALLOT-STYLE.
           MOVE WS-NEXT-CONTROL-NO TO AB-BALLOT-CONTROL-NO.
           SET AB-ISSUED TO TRUE.
           MOVE WS-CURRENT-DATE TO AB-ISSUE-DATE.
               INVALID KEY
                   WRITE ABSENTEE-CONTROL-RECORD
           END-REWRITE.
           MOVE AB-BALLOT-CONTROL-NO TO WS-REG-CONTROL-NO.
           MOVE AB-BALLOT-STYLE      TO WS-REG-STYLE-NO.
           MOVE WS-REG-STYLE-ISSUED  TO WS-REG-STYLE-TEXT.
           MOVE WS-REGISTER-DETAIL-LINE TO ISSUANCE-REGISTER-LINE.
           WRITE ISSUANCE-REGISTER-LINE.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "ABSENTEE ISSUANCE - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ   : " WS-RECORDS-READ.
           DISPLAY "  BALLOTS ISSUED : " WS-BALLOTS-ISSUED.
           DISPLAY "  BALLOTS HELD   : " WS-BALLOTS-HELD.
           CLOSE ABSENTEE-MASTER-FILE.
           CLOSE ABSENTEE-CONTROL-FILE.
           CLOSE ISSUANCE-REGISTER-FILE.
           CLOSE BALLOT-STYLE-FILE.
           IF WS-BALLOTS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

