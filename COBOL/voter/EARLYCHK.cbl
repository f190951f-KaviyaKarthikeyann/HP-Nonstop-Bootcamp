      ******************************************************************
      * PROGRAM:      EARLYCHK
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Early in-person voting check-in screen, run at
      *               each early-voting center for the election date
      *               in command-line columns 1-8 (validated against
      *               the ELECTION-EVENT master) with the center's
      *               site code in columns 9-12.  The clerk keys the
      *               voter id and the screen stops a voter who
      *               cannot be handed a ballot:
      *                   - not on the VOTER-ROLL-MASTER, or inactive
      *                     (offer a provisional ballot instead);
      *                   - already checked in at any early-voting
      *                     center (an EARLY-VOTE record on file);
      *                   - an ABSENTEE-BALLOT RETURNED or COUNTED;
      *                   - any other participation already on file
      *                     for the election.
      *               Otherwise the early vote is recorded - the
      *               EARLY-VOTE record, and a PARTICIPATION-HISTORY
      *               record stamped as an early vote so the election
      *               day POLLBOOK prints the voter as already voted
      *               - and the screen shows the ballot style for the
      *               voter's precinct (BALSTYLE must have run).  An
      *               absentee ballot issued or requested but not
      *               returned is spoiled on the spot, its control
      *               number kept on the early vote record, so a
      *               ballot mailed back later is rejected by ABSRTRN
      *               instead of counting a second time.
      *
      *               Check-in clerks sign on through SIGNON; an
      *               inquire-only operator may not check voters in.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original early voting check-in screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLYCHK.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-ROLLMAST-STATUS.

           SELECT EARLY-VOTE-FILE ASSIGN TO "EARLYVOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-EARLYVOT-STATUS.

           SELECT ABSENTEE-MASTER-FILE ASSIGN TO "ABSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-ABSMAST-STATUS.

           SELECT PARTICIPATION-FILE ASSIGN TO "PARTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PARTHIST-STATUS.

           SELECT BALLOT-STYLE-FILE ASSIGN TO "BALSTYL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BST-KEY
               FILE STATUS IS WS-BALSTYL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  EARLY-VOTE-FILE.
       COPY EVREC.

       FD  ABSENTEE-MASTER-FILE.
       COPY ABSREC.

       FD  PARTICIPATION-FILE.
       COPY PARTHREC.

       FD  BALLOT-STYLE-FILE.
       COPY BSTYREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EARLYVOT-STATUS        PIC X(02) VALUE "00".
           05  WS-ABSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-PARTHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-BALSTYL-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH            PIC X(01) VALUE "N".
               88  WS-USER-REQUESTED-EXIT        VALUE "Y".
           05  WS-ABSENTEE-SWITCH        PIC X(01) VALUE "N".
               88  WS-ABSENTEE-TO-SPOIL         VALUE "Y".
           05  WS-ABSMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-ABSMAST-IS-OPEN           VALUE "Y".

       COPY SIGNONW.

       01  WS-CONTROL-TOTALS.
           05  WS-CHECKED-IN             PIC 9(7) COMP VALUE ZERO.
           05  WS-REFUSED                PIC 9(7) COMP VALUE ZERO.
           05  WS-ABSENTEES-SPOILED      PIC 9(7) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-SITE-CODE                  PIC X(04).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).

       01  WS-TRANS-CODE                 PIC X(01).
       01  WS-LOOKUP-ID                  PIC 9(10).
       01  WS-REFUSAL-TEXT               PIC X(50).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-EXIT
               UNTIL WS-USER-REQUESTED-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - sign-on first, then the election and site.
      *                   Early voting closes the day before the
      *                   election; on election day the voter signs
      *                   the poll book instead.
      * ================================================================
       1000-INITIALIZE.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "EARLYCHK - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               DISPLAY "EARLYCHK - MAINTAIN AUTHORIZATION "
                   "REQUIRED - ENDING"
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "EARLYCHK REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
              OR WS-CMD-LINE-PARM(9:4) = SPACES
               DISPLAY "EARLYCHK - ELECTION DATE (YYYYMMDD) AND "
                   "SITE CODE PARAMETER REQUIRED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           MOVE WS-CMD-LINE-PARM(9:4) TO WS-SITE-CODE.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "EARLYCHK - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - ENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ELECTION-MASTER-FILE.
           IF WS-CURRENT-DATE NOT < WS-ELECTION-DATE
               DISPLAY "EARLYCHK - EARLY VOTING FOR "
                   WS-ELECTION-DATE " HAS CLOSED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           OPEN INPUT BALLOT-STYLE-FILE.
           OPEN I-O EARLY-VOTE-FILE.
           IF WS-EARLYVOT-STATUS = "35"
               OPEN OUTPUT EARLY-VOTE-FILE
               CLOSE EARLY-VOTE-FILE
               OPEN I-O EARLY-VOTE-FILE
           END-IF.
           OPEN I-O PARTICIPATION-FILE.
           IF WS-PARTHIST-STATUS = "35"
               OPEN OUTPUT PARTICIPATION-FILE
               CLOSE PARTICIPATION-FILE
               OPEN I-O PARTICIPATION-FILE
           END-IF.
           OPEN I-O ABSENTEE-MASTER-FILE.
           IF WS-ABSMAST-STATUS = "00"
               SET WS-ABSMAST-IS-OPEN TO TRUE
           END-IF.
           DISPLAY "EARLY VOTING CHECK-IN - ELECTION "
               WS-ELECTION-DATE " - SITE " WS-SITE-CODE.
       1000-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTION.
           DISPLAY "ENTER TRANSACTION (C-CHECK IN X-EXIT)".
           ACCEPT WS-TRANS-CODE.
           EVALUATE WS-TRANS-CODE
               WHEN "C"
                   PERFORM 2100-CHECK-IN-VOTER
                       THRU 2100-EXIT
               WHEN "X"
                   SET WS-USER-REQUESTED-EXIT TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-CHECK-IN-VOTER - every refusal is checked before anything
      *                       is written, so a refused voter leaves no
      *                       trace on any file.
      * ================================================================
       2100-CHECK-IN-VOTER.
           DISPLAY "ENTER VOTER ID TO CHECK IN".
           ACCEPT WS-LOOKUP-ID.
           MOVE WS-LOOKUP-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON THE VOTER ROLL - OFFER PROVISIONAL"
                       TO WS-REFUSAL-TEXT
                   PERFORM 2900-REFUSE-VOTER
                   GO TO 2100-EXIT
           END-READ.
           DISPLAY "VOTER      : " VRM-NAME.
           DISPLAY "PRECINCT   : " VRM-PRECINCT-CODE.
           IF NOT VRM-ACTIVE
               MOVE "REGISTRATION INACTIVE - OFFER PROVISIONAL"
                   TO WS-REFUSAL-TEXT
               PERFORM 2900-REFUSE-VOTER
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID     TO EV-VOTER-ID.
           MOVE WS-ELECTION-DATE TO EV-ELECTION-DATE.
           READ EARLY-VOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING "ALREADY VOTED EARLY - SITE " EV-SITE-CODE
                          " ON " EV-CHECK-IN-DATE
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM 2900-REFUSE-VOTER
                   GO TO 2100-EXIT
           END-READ.
           MOVE "N" TO WS-ABSENTEE-SWITCH.
           IF WS-ABSMAST-IS-OPEN
               MOVE SPACE            TO AB-STATUS
               MOVE WS-LOOKUP-ID     TO AB-VOTER-ID
               MOVE WS-ELECTION-DATE TO AB-ELECTION-DATE
               READ ABSENTEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AB-ISSUED OR AB-REQUESTED
                           SET WS-ABSENTEE-TO-SPOIL TO TRUE
                       END-IF
               END-READ
               IF AB-RETURNED OR AB-COUNTED
                   MOVE "ABSENTEE BALLOT ALREADY RETURNED"
                       TO WS-REFUSAL-TEXT
                   PERFORM 2900-REFUSE-VOTER
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE WS-LOOKUP-ID     TO PH-VOTER-ID.
           MOVE WS-ELECTION-DATE TO PH-ELECTION-DATE.
           READ PARTICIPATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ALREADY VOTED IN THIS ELECTION"
                       TO WS-REFUSAL-TEXT
                   PERFORM 2900-REFUSE-VOTER
                   GO TO 2100-EXIT
           END-READ.
           MOVE WS-ELECTION-DATE  TO BST-ELECTION-DATE.
           MOVE VRM-PRECINCT-CODE TO BST-PRECINCT-CODE.
           READ BALLOT-STYLE-FILE
               INVALID KEY
                   MOVE "NO BALLOT STYLE FOR PRECINCT - SUPERVISOR"
                       TO WS-REFUSAL-TEXT
                   PERFORM 2900-REFUSE-VOTER
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-RECORD-EARLY-VOTE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-RECORD-EARLY-VOTE - spoil any outstanding absentee, then
      *                          the early vote and its participation
      *                          record, then tell the clerk which
      *                          ballot to hand out.
      * ================================================================
       2200-RECORD-EARLY-VOTE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE ZERO TO EV-SPOILED-CONTROL-NO.
           IF WS-ABSENTEE-TO-SPOIL
               MOVE AB-BALLOT-CONTROL-NO TO EV-SPOILED-CONTROL-NO
               SET AB-SPOILED TO TRUE
               REWRITE ABSENTEE-BALLOT-RECORD
               ADD 1 TO WS-ABSENTEES-SPOILED
               DISPLAY "ABSENTEE BALLOT " AB-BALLOT-CONTROL-NO
                   " SPOILED"
           END-IF.
           MOVE WS-LOOKUP-ID       TO EV-VOTER-ID.
           MOVE WS-ELECTION-DATE   TO EV-ELECTION-DATE.
           MOVE WS-SITE-CODE       TO EV-SITE-CODE.
           MOVE WS-CURRENT-DATE    TO EV-CHECK-IN-DATE.
           MOVE WS-CURRENT-TIME    TO EV-CHECK-IN-TIME.
           MOVE SO-OPERATOR-ID     TO EV-OPERATOR-ID.
           MOVE VRM-PRECINCT-CODE  TO EV-PRECINCT-CODE.
           MOVE BST-STYLE-NO       TO EV-BALLOT-STYLE.
           WRITE EARLY-VOTE-RECORD.
           MOVE WS-LOOKUP-ID       TO PH-VOTER-ID.
           MOVE WS-ELECTION-DATE   TO PH-ELECTION-DATE.
           MOVE VRM-PRECINCT-CODE  TO PH-PRECINCT-CODE.
           SET PH-VOTED-EARLY TO TRUE.
           WRITE PARTICIPATION-HISTORY-RECORD.
           ADD 1 TO WS-CHECKED-IN.
           DISPLAY "CHECKED IN - HAND OUT BALLOT STYLE "
               BST-STYLE-NO " (PRECINCT " VRM-PRECINCT-CODE ")".

       2900-REFUSE-VOTER.
           ADD 1 TO WS-REFUSED.
           DISPLAY "CHECK-IN REFUSED - " WS-REFUSAL-TEXT.

       9000-TERMINATE.
           DISPLAY "EARLY VOTING CHECK-IN - END OF SESSION SUMMARY".
           DISPLAY "  CHECKED IN          : " WS-CHECKED-IN.
           DISPLAY "  REFUSED             : " WS-REFUSED.
           DISPLAY "  ABSENTEES SPOILED   : " WS-ABSENTEES-SPOILED.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE BALLOT-STYLE-FILE.
           CLOSE EARLY-VOTE-FILE.
           CLOSE PARTICIPATION-FILE.
           IF WS-ABSMAST-IS-OPEN
               CLOSE ABSENTEE-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM EARLYCHK.
