      ******************************************************************
      * PROGRAM:      VOTDUPSC
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Duplicate registration scan.  DISQMTCH lays
      *               the roll against outside lists; this run lays
      *               the roll against itself.  A voter who moves
      *               and re-registers in the new precinct without
      *               the old registration being closed is on the
      *               roll twice, under two voter ids.  Every ACTIVE
      *               voter with a date of birth on the VOTER-ROLL-
      *               MASTER is sorted on the normalized name (title-
      *               cased through the shared NAME-CASE-UTIL, then
      *               punctuation dropped and runs of blanks closed
      *               up, so "SMITH, JOHN  A." and "Smith John A"
      *               agree), date of birth, and registration date.
      *               Consecutive voters sharing name and birth
      *               date are a suspected pair, older registration
      *               first.  Each new pair goes on the DUPREVQ
      *               review queue and every pair still awaiting a
      *               decision prints on the review report; pairs
      *               the registrar already cleared as two different
      *               people are not reported again.  The registrar
      *               works the report through VOTDUPMG.  Voters
      *               with no birth date on the roll cannot be
      *               matched safely on name alone and are counted,
      *               not scanned.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original duplicate registration scan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTDUPSC.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-ROLLMAST-STATUS.

           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQ-KEY
               FILE STATUS IS WS-DUPREVQ-STATUS.

           SELECT DUP-REVIEW-REPORT-FILE ASSIGN TO "DUPRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT DUP-SORT-FILE ASSIGN TO "DUPSORTW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  DUP-REVIEW-FILE.
       COPY DUPQREC.

       FD  DUP-REVIEW-REPORT-FILE.
       01  DUP-REVIEW-REPORT-LINE        PIC X(132).

       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05  DS-NORMALIZED-NAME        PIC X(30).
           05  DS-DATE-OF-BIRTH          PIC 9(08).
           05  DS-BATCH-DATE             PIC 9(08).
           05  DS-VOTER-ID               PIC 9(10).
           05  DS-NAME                   PIC X(30).
           05  DS-PRECINCT-CODE          PIC X(04).
           05  DS-ADDR-STREET            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DUPREVQ-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-FIRST-SWITCH           PIC X(01) VALUE "Y".
               88  WS-FIRST-RECORD              VALUE "Y".
           05  WS-PENDING-SPACE-SWITCH   PIC X(01) VALUE "N".
               88  WS-SPACE-PENDING             VALUE "Y".

       COPY DOBAGEW.

       01  WS-CONTROL-TOTALS.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-SCANNED         PIC 9(9) COMP VALUE ZERO.
           05  WS-NO-BIRTH-DATE          PIC 9(9) COMP VALUE ZERO.
           05  WS-PAIRS-NEW              PIC 9(9) COMP VALUE ZERO.
           05  WS-PAIRS-PENDING          PIC 9(9) COMP VALUE ZERO.
           05  WS-PAIRS-CLEARED          PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

      * Name normalization work - NAME-CASE-UTIL takes a 30-byte
      * name and title-cases it in place.
       01  WS-NAME-CASE-FIELD            PIC X(30).
       01  WS-NORMALIZED-NAME            PIC X(30).
       01  WS-CHAR-SUB                   PIC 9(02) COMP.
       01  WS-NORM-POS                   PIC 9(02) COMP.

      * The voter ahead in sort order - the older registration when
      * the next one turns out to share its name and birth date.
       01  WS-PREVIOUS-VOTER.
           05  WS-PV-NORMALIZED-NAME     PIC X(30).
           05  WS-PV-DATE-OF-BIRTH       PIC 9(08).
           05  WS-PV-BATCH-DATE          PIC 9(08).
           05  WS-PV-VOTER-ID            PIC 9(10).
           05  WS-PV-NAME                PIC X(30).
           05  WS-PV-PRECINCT-CODE       PIC X(04).
           05  WS-PV-ADDR-STREET         PIC X(20).

       01  WS-PAIR-NOTE                  PIC X(30).

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(40) VALUE
               "SUSPECTED DUPLICATE REGISTRATIONS".
           05  FILLER                    PIC X(09) VALUE "RUN DATE ".
           05  WS-TTL-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(07) VALUE "REG".
           05  FILLER                    PIC X(12) VALUE "VOTER ID".
           05  FILLER                    PIC X(32) VALUE "NAME".
           05  FILLER                    PIC X(10) VALUE "BORN".
           05  FILLER                    PIC X(06) VALUE "PREC".
           05  FILLER                    PIC X(10) VALUE "REGISTERED".
           05  FILLER                    PIC X(22) VALUE "STREET".
           05  FILLER                    PIC X(30) VALUE "REVIEW".

       01  WS-PAIR-DETAIL-LINE.
           05  WS-PDL-ROLE               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-DATE-OF-BIRTH      PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-PRECINCT-CODE      PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-BATCH-DATE         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-ADDR-STREET        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PDL-NOTE               PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TTL-CAPTION            PIC X(40).
           05  WS-TTL-COUNT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-NORMALIZED-NAME
                                DS-DATE-OF-BIRTH
                                DS-BATCH-DATE
                                DS-VOTER-ID
               INPUT PROCEDURE IS 2000-SELECT-ACTIVE-VOTERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PAIR-DUPLICATES
                   THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-ROLLMAST-STATUS NOT = "00"
               DISPLAY "VOTDUPSC - CANNOT OPEN VOTEROLM - STATUS "
                   WS-ROLLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DUP-REVIEW-FILE.
           IF WS-DUPREVQ-STATUS = "35"
               OPEN OUTPUT DUP-REVIEW-FILE
               CLOSE DUP-REVIEW-FILE
               OPEN I-O DUP-REVIEW-FILE
           END-IF.
           OPEN OUTPUT DUP-REVIEW-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
           MOVE SPACES TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-SELECT-ACTIVE-VOTERS - active voters with a birth date
      *                             go to the sort under their
      *                             normalized name.
      * ================================================================
       2000-SELECT-ACTIVE-VOTERS.
           PERFORM 2100-RELEASE-ONE-VOTER
               THRU 2100-EXIT
               UNTIL WS-ROLL-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-VOTERS-READ.
           IF NOT VRM-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           MOVE VRM-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF DA-BIRTH-DATE-NOT-GIVEN
              OR DA-BIRTH-DATE-X IS NOT NUMERIC
               ADD 1 TO WS-NO-BIRTH-DATE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-NORMALIZE-NAME.
           MOVE WS-NORMALIZED-NAME TO DS-NORMALIZED-NAME.
           MOVE VRM-DATE-OF-BIRTH  TO DS-DATE-OF-BIRTH.
           MOVE VRM-BATCH-DATE     TO DS-BATCH-DATE.
           MOVE VRM-VOTER-ID       TO DS-VOTER-ID.
           MOVE VRM-NAME           TO DS-NAME.
           MOVE VRM-PRECINCT-CODE  TO DS-PRECINCT-CODE.
           MOVE VRM-ADDR-STREET    TO DS-ADDR-STREET.
           RELEASE DUP-SORT-RECORD.
           ADD 1 TO WS-VOTERS-SCANNED.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-NORMALIZE-NAME - title-case through NAME-CASE-UTIL, blank
      *                       out punctuation, then close every run
      *                       of blanks up to one and drop leading
      *                       blanks.
      * ================================================================
       2200-NORMALIZE-NAME.
           MOVE VRM-NAME TO WS-NAME-CASE-FIELD.
           CALL "NAME-CASE-UTIL" USING WS-NAME-CASE-FIELD.
           INSPECT WS-NAME-CASE-FIELD
               CONVERTING ".,'-" TO "    ".
           MOVE SPACES TO WS-NORMALIZED-NAME.
           MOVE ZERO TO WS-NORM-POS.
           MOVE "N" TO WS-PENDING-SPACE-SWITCH.
           PERFORM 2210-SQUEEZE-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 30.

       2210-SQUEEZE-ONE-CHARACTER.
           IF WS-NAME-CASE-FIELD(WS-CHAR-SUB:1) = SPACE
               SET WS-SPACE-PENDING TO TRUE
           ELSE
               IF WS-SPACE-PENDING AND WS-NORM-POS > ZERO
                   ADD 1 TO WS-NORM-POS
               END-IF
               MOVE "N" TO WS-PENDING-SPACE-SWITCH
               ADD 1 TO WS-NORM-POS
               MOVE WS-NAME-CASE-FIELD(WS-CHAR-SUB:1)
                   TO WS-NORMALIZED-NAME(WS-NORM-POS:1)
           END-IF.

      * ================================================================
      * 3000-PAIR-DUPLICATES - each voter is compared with the one
      *                        ahead of it; three registrations of
      *                        one person make two pairs, so
      *                        confirming both leaves only the
      *                        newest active.
      * ================================================================
       3000-PAIR-DUPLICATES.
           PERFORM 3100-RETURN-ONE-VOTER
               THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-VOTER.
           RETURN DUP-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-RETURN.
           IF NOT WS-FIRST-RECORD
              AND DS-NORMALIZED-NAME = WS-PV-NORMALIZED-NAME
              AND DS-DATE-OF-BIRTH = WS-PV-DATE-OF-BIRTH
               PERFORM 3200-QUEUE-AND-REPORT-PAIR
                   THRU 3200-EXIT
           END-IF.
           MOVE "N" TO WS-FIRST-SWITCH.
           MOVE DUP-SORT-RECORD TO WS-PREVIOUS-VOTER.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 3200-QUEUE-AND-REPORT-PAIR - a new pair is queued; a pair
      *                              already queued and still
      *                              pending prints again with the
      *                              date it was first suspected; a
      *                              pair cleared as two people is
      *                              passed over.
      * ================================================================
       3200-QUEUE-AND-REPORT-PAIR.
           MOVE WS-PV-VOTER-ID TO DQ-OLDER-VOTER-ID.
           MOVE DS-VOTER-ID    TO DQ-NEWER-VOTER-ID.
           READ DUP-REVIEW-FILE
               INVALID KEY
                   MOVE DS-NORMALIZED-NAME TO DQ-NORMALIZED-NAME
                   MOVE DS-DATE-OF-BIRTH   TO DQ-DATE-OF-BIRTH
                   MOVE WS-CURRENT-DATE    TO DQ-QUEUED-DATE
                   SET DQ-PENDING TO TRUE
                   MOVE ZERO   TO DQ-WORKED-DATE
                   MOVE SPACES TO DQ-WORKED-BY
                   WRITE DUP-REVIEW-RECORD
                   ADD 1 TO WS-PAIRS-NEW
                   MOVE "NEW - REVIEW" TO WS-PAIR-NOTE
                   PERFORM 3300-PRINT-PAIR
                   GO TO 3200-EXIT
           END-READ.
           IF DQ-NOT-SAME-PERSON
               ADD 1 TO WS-PAIRS-CLEARED
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-PAIRS-PENDING.
           MOVE SPACES TO WS-PAIR-NOTE.
           IF DQ-MERGED
               STRING "MERGED " DQ-WORKED-DATE
                      " - OLDER STILL ACTIVE"
                   DELIMITED BY SIZE INTO WS-PAIR-NOTE
           ELSE
               STRING "PENDING SINCE " DQ-QUEUED-DATE
                   DELIMITED BY SIZE INTO WS-PAIR-NOTE
           END-IF.
           PERFORM 3300-PRINT-PAIR.
       3200-EXIT.
           EXIT.

       3300-PRINT-PAIR.
           MOVE "OLDER"               TO WS-PDL-ROLE.
           MOVE WS-PV-VOTER-ID        TO WS-PDL-VOTER-ID.
           MOVE WS-PV-NAME            TO WS-PDL-NAME.
           MOVE WS-PV-DATE-OF-BIRTH   TO WS-PDL-DATE-OF-BIRTH.
           MOVE WS-PV-PRECINCT-CODE   TO WS-PDL-PRECINCT-CODE.
           MOVE WS-PV-BATCH-DATE      TO WS-PDL-BATCH-DATE.
           MOVE WS-PV-ADDR-STREET     TO WS-PDL-ADDR-STREET.
           MOVE WS-PAIR-NOTE          TO WS-PDL-NOTE.
           MOVE WS-PAIR-DETAIL-LINE TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
           MOVE "NEWER"               TO WS-PDL-ROLE.
           MOVE DS-VOTER-ID           TO WS-PDL-VOTER-ID.
           MOVE DS-NAME               TO WS-PDL-NAME.
           MOVE DS-DATE-OF-BIRTH      TO WS-PDL-DATE-OF-BIRTH.
           MOVE DS-PRECINCT-CODE      TO WS-PDL-PRECINCT-CODE.
           MOVE DS-BATCH-DATE         TO WS-PDL-BATCH-DATE.
           MOVE DS-ADDR-STREET        TO WS-PDL-ADDR-STREET.
           MOVE SPACES                TO WS-PDL-NOTE.
           MOVE WS-PAIR-DETAIL-LINE TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
           MOVE SPACES TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.

       8000-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO DUP-REVIEW-REPORT-LINE.
           WRITE DUP-REVIEW-REPORT-LINE.
           MOVE "ACTIVE VOTERS SCANNED" TO WS-TTL-CAPTION.
           MOVE WS-VOTERS-SCANNED TO WS-TTL-COUNT.
           PERFORM 8000-WRITE-TOTAL-LINE.
           MOVE "ACTIVE VOTERS WITH NO BIRTH DATE" TO WS-TTL-CAPTION.
           MOVE WS-NO-BIRTH-DATE TO WS-TTL-COUNT.
           PERFORM 8000-WRITE-TOTAL-LINE.
           MOVE "NEW SUSPECTED PAIRS" TO WS-TTL-CAPTION.
           MOVE WS-PAIRS-NEW TO WS-TTL-COUNT.
           PERFORM 8000-WRITE-TOTAL-LINE.
           MOVE "PAIRS STILL AWAITING A DECISION" TO WS-TTL-CAPTION.
           MOVE WS-PAIRS-PENDING TO WS-TTL-COUNT.
           PERFORM 8000-WRITE-TOTAL-LINE.
           DISPLAY "DUPLICATE REGISTRATION SCAN - END OF JOB SUMMARY".
           DISPLAY "  VOTERS READ         : " WS-VOTERS-READ.
           DISPLAY "  ACTIVE SCANNED      : " WS-VOTERS-SCANNED.
           DISPLAY "  NO BIRTH DATE       : " WS-NO-BIRTH-DATE.
           DISPLAY "  NEW PAIRS           : " WS-PAIRS-NEW.
           DISPLAY "  STILL PENDING       : " WS-PAIRS-PENDING.
           DISPLAY "  CLEARED, NOT SHOWN  : " WS-PAIRS-CLEARED.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE DUP-REVIEW-FILE.
           CLOSE DUP-REVIEW-REPORT-FILE.
           IF WS-PAIRS-NEW > ZERO
              OR WS-PAIRS-PENDING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM VOTDUPSC.
