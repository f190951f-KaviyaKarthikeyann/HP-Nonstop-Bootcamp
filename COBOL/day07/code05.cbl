      *               alongside an age-bracket breakdown of everyone
      *               approved.
      *
      *               An applicant's age is derived from the date of
      *               birth on the application as of the election
      *               date in command-line columns 1-8 (validated
      *               against the ELECTION-EVENT master) - someone
      *               who turns 18 by election day may register - or,
      *               with no election date given, as of the
      *               application's batch date.  An application
      *               keyed before birth dates were captured keeps
      *               its keyed age.
      *
      * MOD HISTORY:
      *   2024-10-02  RJP  Original interactive single-AGE eligibility
      *                    check.
      *                    structured residence address; the
      *                    confirmation letter prints the mailing
      *                    address block.
      *   2026-10-15  RJP  Age derived from the new date of birth as
      *                    of the election (optional command-line
      *                    date) or the batch date; a birth date that
      *                    fails the shared DOBAGEP edit rejects as
      *                    INVALID AGE INPUT, now counted in the
      *                    reason summary.
      *   2026-10-15  RJP  The application carries the applicant's
      *                    party affiliation; a code not in the
      *                    PARTYTB table rejects as UNRECOGNIZED
      *                    PARTY (blank is unaffiliated and passes).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTEAGEB-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-APPLICATION-FILE.
       FD  AGE-BRACKET-SUMMARY-FILE.
       01  AGE-BRACKET-SUMMARY-LINE       PIC X(80).

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-VOTERAPP-STATUS         PIC X(02) VALUE "00".
           05  WS-VOTEREJ-STATUS          PIC X(02) VALUE "00".
           05  WS-VOTECONF-STATUS         PIC X(02) VALUE "00".
           05  WS-VOTEAGEB-STATUS         PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-NOT-ELIGIBLE                VALUE "N".
           05  WS-GENDER-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-GENDER-RECOGNIZED           VALUE "Y".
           05  WS-PARTY-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARTY-RECOGNIZED            VALUE "Y".

       COPY GENDERTB.
       COPY PARTYTB.
       COPY REASONTB.
       COPY ERRLOGW.
       COPY DOBAGEW.

       01  WS-REJECT-REASON-CODE          PIC X(02).
       01  WS-REJECT-REASON-DESC          PIC X(21).

       01  WS-CMD-LINE-PARM               PIC X(80).
       01  WS-ELECTION-DATE               PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-APPROVED        PIC 9(9) COMP VALUE ZERO.
                                          INDEXED BY WS-BRKT-IDX.
       01  WS-REASON-CODE-COUNTS.
           05  WS-REASON-COUNT            PIC 9(7) COMP
                                          OCCURS 7 TIMES
                                          INDEXED BY WS-RSN-IDX.

       01  WS-APPROVED-DETAIL-LINE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) NOT = SPACES
               IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
                   DISPLAY "VOTE - ELECTION DATE PARAMETER MUST BE "
                       "YYYYMMDD - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE
               OPEN INPUT ELECTION-MASTER-FILE
               MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE
               READ ELECTION-MASTER-FILE
                   INVALID KEY
                       DISPLAY "VOTE - " WS-ELECTION-DATE
                           " IS NOT ON THE ELECTION MASTER - "
                           "RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE ELECTION-MASTER-FILE
           END-IF.
           OPEN INPUT VOTER-APPLICATION-FILE.
           OPEN OUTPUT APPROVED-VOTERS-FILE.
           OPEN OUTPUT REJECTED-VOTERS-FILE.
      * ================================================================
      * 2100-EDIT-APPLICATION - checked in a fixed order (gender code
      *                         first, then age, citizenship,
      *                         residency, party); the first failing
      *                         edit sets the REASON-CODE that is
      *                         reported.  A bad birth date fails the
      *                         age edit as INVALID AGE INPUT.
      * ================================================================
       2100-EDIT-APPLICATION.
           SET WS-IS-ELIGIBLE TO TRUE.
               SET WS-NOT-ELIGIBLE TO TRUE
               MOVE "04" TO WS-REJECT-REASON-CODE
           ELSE
               PERFORM 2150-DERIVE-AGE
               IF DA-BIRTH-DATE-INVALID
                   SET WS-NOT-ELIGIBLE TO TRUE
                   MOVE "06" TO WS-REJECT-REASON-CODE
               ELSE
                   IF VOTER-AGE < 18
                       SET WS-NOT-ELIGIBLE TO TRUE
                       MOVE "01" TO WS-REJECT-REASON-CODE
                   ELSE
                       IF VOTER-NOT-CITIZEN
                           SET WS-NOT-ELIGIBLE TO TRUE
                           MOVE "02" TO WS-REJECT-REASON-CODE
                       ELSE
                           IF VOTER-RESIDENCY-YEARS < 1
                               SET WS-NOT-ELIGIBLE TO TRUE
                               MOVE "03" TO WS-REJECT-REASON-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-IS-ELIGIBLE
               PERFORM 2160-EDIT-PARTY-CODE
               IF NOT WS-PARTY-RECOGNIZED
                   SET WS-NOT-ELIGIBLE TO TRUE
                   MOVE "07" TO WS-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WS-NOT-ELIGIBLE
               PERFORM 2510-LOOKUP-REASON-TEXT
           END-IF.

      * ================================================================
      * 2150-DERIVE-AGE - the age the edits, the approved list and
      *                   the brackets use is the age on election
      *                   day (or on the batch date when the run
      *                   names no election).  No birth date on the
      *                   application leaves the keyed age alone.
      * ================================================================
       2150-DERIVE-AGE.
           MOVE VOTER-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF DA-BIRTH-DATE-NOT-GIVEN
               SET DA-BIRTH-DATE-VALID TO TRUE
           ELSE
               IF WS-ELECTION-DATE NOT = ZERO
                   MOVE WS-ELECTION-DATE TO DA-AS-OF-DATE
               ELSE
                   MOVE VOTER-BATCH-DATE TO DA-AS-OF-DATE
               END-IF
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-AGE TO VOTER-AGE
               END-IF
           END-IF.

      * ================================================================
      * 2160-EDIT-PARTY-CODE - blank is unaffiliated; anything else
      *                        must be a PARTYTB code.
      * ================================================================
       2160-EDIT-PARTY-CODE.
           IF VOTER-PARTY-CODE = SPACES
               MOVE "Y" TO WS-PARTY-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-PARTY-FOUND-SWITCH
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       MOVE "N" TO WS-PARTY-FOUND-SWITCH
                   WHEN PT-CODE (PT-IDX) = VOTER-PARTY-CODE
                       MOVE "Y" TO WS-PARTY-FOUND-SWITCH
               END-SEARCH
           END-IF.

       2200-WRITE-APPROVED.
           MOVE VOTER-APP-ID TO WS-APR-APP-ID.
           MOVE VOTER-NAME   TO WS-APR-NAME.
           END-SEARCH.
           PERFORM 2520-COUNT-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 7.

       2520-COUNT-REASON.
           IF RC-CODE (WS-RSN-IDX) = WS-REJECT-REASON-CODE
           WRITE AGE-BRACKET-SUMMARY-LINE.
           PERFORM 9210-PRINT-ONE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 7.
       9200-EXIT.
           EXIT.

           MOVE WS-BRACKET-SUMMARY-LINE TO AGE-BRACKET-SUMMARY-LINE.
           WRITE AGE-BRACKET-SUMMARY-LINE.

       COPY DOBAGEP.

       END PROGRAM VOTE.
