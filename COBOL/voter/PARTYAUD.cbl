      ******************************************************************
      * PROGRAM:      PARTYAUD
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Party-change audit report.  Lists every party
      *               affiliation change VOTMAINT logged on the
      *               VOTEAUD trail (transaction code P) - applied
      *               and refused alike - with its date and time,
      *               the voter, the operator who keyed it and the
      *               party before and after, then summarizes the
      *               applied changes as a gain, loss and net per
      *               party.  A closed primary's books are drawn by
      *               party, so a challenge to a voter's ballot is
      *               answered from this report.
      *
      *               Command line (optional, fixed column):
      *                   1-8    from date YYYYMMDD (blank = open)
      *                   9-16   to date YYYYMMDD (blank = open)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original party-change audit report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYAUD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-AUDIT-FILE ASSIGN TO "VOTEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTEAUD-STATUS.

           SELECT PARTY-AUDIT-REPORT-FILE ASSIGN TO "PARTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-AUDIT-FILE.
       01  VOTER-AUDIT-LINE              PIC X(250).

       FD  PARTY-AUDIT-REPORT-FILE.
       01  PARTY-AUDIT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VOTEAUD-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       COPY PARTYTB.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE                    PIC 9(08) VALUE 99999999.

       01  WS-CONTROL-TOTALS.
           05  WS-LINES-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-CHANGES-LISTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-CHANGES-APPLIED        PIC 9(9) COMP VALUE ZERO.
           05  WS-CHANGES-REFUSED        PIC 9(9) COMP VALUE ZERO.

      * ---------------------------------------------------------- *
      * VOTEAUD columns read here, per VOTMAINT's audit line:       *
      *     1      transaction code                                 *
      *     16-23  date         24-31  time                         *
      *     34-63  result       124-153 after-image name            *
      *     182-189 operator id                                     *
      *     211-213 party before        215-217 party after         *
      * ---------------------------------------------------------- *
       01  WS-AUDIT-FIELDS.
           05  WS-AUD-DATE-X             PIC X(08).
           05  WS-AUD-DATE-N REDEFINES WS-AUD-DATE-X
                                         PIC 9(08).
           05  WS-AUD-PARTY-BEFORE       PIC X(03).
           05  WS-AUD-PARTY-AFTER        PIC X(03).

      * Gain/loss per party: one slot per PARTYTB entry, then one
      * for no party and one for a code no longer in the table.
       01  WS-PARTY-SLOT-COUNT           PIC 9(02) COMP VALUE 7.
       01  WS-PARTY-MOVEMENT-TABLE.
           05  WS-PM-ENTRY OCCURS 7 TIMES.
               10  WS-PM-LABEL           PIC X(14).
               10  WS-PM-GAINED          PIC 9(07) COMP.
               10  WS-PM-LOST            PIC 9(07) COMP.
       01  WS-PM-SUB                     PIC 9(02) COMP.
       01  WS-LOOKUP-PARTY               PIC X(03).
       01  WS-NET-CHANGE                 PIC S9(07).

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(36) VALUE
               "PARTY AFFILIATION CHANGE AUDIT FROM ".
           05  WS-HDG-FROM-DATE          PIC 9(08).
           05  FILLER                    PIC X(04) VALUE " TO ".
           05  WS-HDG-TO-DATE            PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(10) VALUE "DATE".
           05  FILLER                    PIC X(10) VALUE "TIME".
           05  FILLER                    PIC X(12) VALUE "VOTER ID".
           05  FILLER                    PIC X(32) VALUE "NAME".
           05  FILLER                    PIC X(10) VALUE "OPERATOR".
           05  FILLER                    PIC X(06) VALUE "FROM".
           05  FILLER                    PIC X(06) VALUE "TO".
           05  FILLER                    PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-TIME               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-VOTER-ID           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-OPERATOR           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-FROM-PARTY         PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-TO-PARTY           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT             PIC X(30).

       01  WS-SUMMARY-HEADING.
           05  FILLER                    PIC X(16) VALUE "PARTY".
           05  FILLER                    PIC X(10) VALUE "   GAINED".
           05  FILLER                    PIC X(10) VALUE "     LOST".
           05  FILLER                    PIC X(10) VALUE "      NET".

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL              PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-GAINED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SUM-LOST               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SUM-NET                PIC -ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL              PIC X(30).
           05  WS-TOT-COUNT              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LIST-PARTY-CHANGES
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) NOT = SPACES
               IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
                   DISPLAY "PARTYAUD - FROM DATE MUST BE YYYYMMDD "
                       "- RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CMD-LINE-PARM(1:8) TO WS-FROM-DATE
           END-IF.
           IF WS-CMD-LINE-PARM(9:8) NOT = SPACES
               IF WS-CMD-LINE-PARM(9:8) IS NOT NUMERIC
                   DISPLAY "PARTYAUD - TO DATE MUST BE YYYYMMDD "
                       "- RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CMD-LINE-PARM(9:8) TO WS-TO-DATE
           END-IF.
           PERFORM 1100-LABEL-ONE-SLOT
               VARYING WS-PM-SUB FROM 1 BY 1
               UNTIL WS-PM-SUB > WS-PARTY-SLOT-COUNT.
           OPEN OUTPUT PARTY-AUDIT-REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-HDG-TO-DATE.
           MOVE WS-HEADING-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE SPACES TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           OPEN INPUT VOTER-AUDIT-FILE.
           IF WS-VOTEAUD-STATUS NOT = "00"
               DISPLAY "PARTYAUD - NO VOTEAUD TRAIL ON FILE"
               SET WS-END-OF-FILE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LABEL-ONE-SLOT.
           MOVE ZERO TO WS-PM-GAINED (WS-PM-SUB).
           MOVE ZERO TO WS-PM-LOST (WS-PM-SUB).
           EVALUATE WS-PM-SUB
               WHEN 6
                   MOVE "NO PARTY" TO WS-PM-LABEL (WS-PM-SUB)
               WHEN 7
                   MOVE "OTHER CODE" TO WS-PM-LABEL (WS-PM-SUB)
               WHEN OTHER
                   MOVE PT-DESCRIPTION (WS-PM-SUB)
                       TO WS-PM-LABEL (WS-PM-SUB)
           END-EVALUATE.

      * ================================================================
      * 2000-LIST-PARTY-CHANGES - only P lines inside the date range
      *                           are listed; a line whose result
      *                           is PARTY CHANGED is an applied
      *                           change, anything else was refused
      *                           at the screen.
      * ================================================================
       2000-LIST-PARTY-CHANGES.
           READ VOTER-AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-LINES-READ.
           IF VOTER-AUDIT-LINE(1:1) NOT = "P"
               GO TO 2000-EXIT
           END-IF.
           MOVE VOTER-AUDIT-LINE(16:8) TO WS-AUD-DATE-X.
           IF WS-AUD-DATE-X IS NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF WS-AUD-DATE-N < WS-FROM-DATE
            OR WS-AUD-DATE-N > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CHANGES-LISTED.
           MOVE VOTER-AUDIT-LINE(211:3) TO WS-AUD-PARTY-BEFORE.
           MOVE VOTER-AUDIT-LINE(215:3) TO WS-AUD-PARTY-AFTER.
           MOVE WS-AUD-DATE-X            TO WS-DTL-DATE.
           MOVE VOTER-AUDIT-LINE(24:8)   TO WS-DTL-TIME.
           MOVE VOTER-AUDIT-LINE(4:10)   TO WS-DTL-VOTER-ID.
           MOVE VOTER-AUDIT-LINE(124:30) TO WS-DTL-NAME.
           MOVE VOTER-AUDIT-LINE(182:8)  TO WS-DTL-OPERATOR.
           MOVE VOTER-AUDIT-LINE(34:30)  TO WS-DTL-RESULT.
           IF WS-AUD-PARTY-BEFORE = SPACES
               MOVE "NONE" TO WS-DTL-FROM-PARTY
           ELSE
               MOVE WS-AUD-PARTY-BEFORE TO WS-DTL-FROM-PARTY
           END-IF.
           IF WS-AUD-PARTY-AFTER = SPACES
               MOVE "NONE" TO WS-DTL-TO-PARTY
           ELSE
               MOVE WS-AUD-PARTY-AFTER TO WS-DTL-TO-PARTY
           END-IF.
           MOVE WS-DETAIL-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           IF VOTER-AUDIT-LINE(34:13) = "PARTY CHANGED"
               ADD 1 TO WS-CHANGES-APPLIED
               MOVE WS-AUD-PARTY-BEFORE TO WS-LOOKUP-PARTY
               PERFORM 8000-FIND-PARTY-SLOT
               ADD 1 TO WS-PM-LOST (WS-PM-SUB)
               MOVE WS-AUD-PARTY-AFTER TO WS-LOOKUP-PARTY
               PERFORM 8000-FIND-PARTY-SLOT
               ADD 1 TO WS-PM-GAINED (WS-PM-SUB)
           ELSE
               ADD 1 TO WS-CHANGES-REFUSED
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 8000-FIND-PARTY-SLOT - the PARTYTB position for a party in
      *                        the table, slot 6 for no party and
      *                        slot 7 for anything else.
      * ================================================================
       8000-FIND-PARTY-SLOT.
           IF WS-LOOKUP-PARTY = SPACES
               MOVE 6 TO WS-PM-SUB
           ELSE
               MOVE 7 TO WS-PM-SUB
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-CODE (PT-IDX) = WS-LOOKUP-PARTY
                       SET WS-PM-SUB TO PT-IDX
               END-SEARCH
           END-IF.

       9000-TERMINATE.
           IF WS-VOTEAUD-STATUS NOT = "35"
               CLOSE VOTER-AUDIT-FILE
           END-IF.
           MOVE SPACES TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE "PARTY CHANGES LISTED         " TO WS-TOT-LABEL.
           MOVE WS-CHANGES-LISTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE "  APPLIED                    " TO WS-TOT-LABEL.
           MOVE WS-CHANGES-APPLIED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE "  REFUSED AT THE SCREEN      " TO WS-TOT-LABEL.
           MOVE WS-CHANGES-REFUSED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE SPACES TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           MOVE WS-SUMMARY-HEADING TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.
           PERFORM 9100-PRINT-ONE-PARTY
               VARYING WS-PM-SUB FROM 1 BY 1
               UNTIL WS-PM-SUB > WS-PARTY-SLOT-COUNT.
           CLOSE PARTY-AUDIT-REPORT-FILE.
           DISPLAY "PARTYAUD - END OF JOB SUMMARY".
           DISPLAY "  AUDIT LINES READ   : " WS-LINES-READ.
           DISPLAY "  PARTY CHANGES      : " WS-CHANGES-LISTED.
           DISPLAY "  APPLIED            : " WS-CHANGES-APPLIED.
           DISPLAY "  REFUSED            : " WS-CHANGES-REFUSED.
       9000-EXIT.
           EXIT.

       9100-PRINT-ONE-PARTY.
           MOVE WS-PM-LABEL (WS-PM-SUB)  TO WS-SUM-LABEL.
           MOVE WS-PM-GAINED (WS-PM-SUB) TO WS-SUM-GAINED.
           MOVE WS-PM-LOST (WS-PM-SUB)   TO WS-SUM-LOST.
           COMPUTE WS-NET-CHANGE =
               WS-PM-GAINED (WS-PM-SUB) - WS-PM-LOST (WS-PM-SUB).
           MOVE WS-NET-CHANGE TO WS-SUM-NET.
           MOVE WS-SUMMARY-LINE TO PARTY-AUDIT-REPORT-LINE.
           WRITE PARTY-AUDIT-REPORT-LINE.

       END PROGRAM PARTYAUD.
