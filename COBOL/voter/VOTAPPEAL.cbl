      *               appeal-transaction file keyed by applicant id,
      *               pulls the original record off the REJECTED-
      *               VOTERS file, re-runs the full eligibility edit
      *               set (gender table, age, citizenship, residency,
      *               party) against the updated facts, and either
      *               promotes the applicant - by appending a proper
      *               application record to the day's VOTER-
      *               APPLICATION batch so VOTE and VOTMERGE carry
      *               them onto the roll exactly like any other
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original appeals reprocessing program.
      *   2026-10-15  RJP  The appeal may carry the applicant's date
      *                    of birth (columns 18-25); when it does,
      *                    the age is derived from it as of today
      *                    through the shared DOBAGEP edit (a bad
      *                    date re-rejects as INVALID AGE INPUT) and
      *                    the birth date rides onto the refed
      *                    application.
      *   2026-10-15  RJP  The appeal carries the applicant's party
      *                    affiliation (columns 26-28, blank = none),
      *                    edited against PARTYTB last in the edit
      *                    order (UNRECOGNIZED PARTY) and carried
      *                    onto the refed application.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTAPPEAL.
               88  WS-NOT-ELIGIBLE              VALUE "N".
           05  WS-GENDER-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-GENDER-RECOGNIZED         VALUE "Y".
           05  WS-PARTY-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-PARTY-RECOGNIZED          VALUE "Y".

       COPY GENDERTB.
       COPY PARTYTB.
       COPY REASONTB.
       COPY DOBAGEW.

       01  WS-CONTROL-TOTALS.
           05  WS-APPEALS-READ           PIC 9(9) COMP VALUE ZERO.
      *     14     updated citizen switch Y/N                       *
      *     15-16  updated residency years                          *
      *     17     updated gender code                              *
      *     18-25  date of birth YYYYMMDD (blank = use the age)     *
      *     26-28  party code (blank = no party)                    *
      * ---------------------------------------------------------- *
       01  WS-APPEAL-FIELDS.
           05  WS-APP-ID                 PIC 9(10).
           05  WS-APP-CITIZEN            PIC X(01).
           05  WS-APP-RESIDENCY          PIC 9(02).
           05  WS-APP-GENDER             PIC X(01).
           05  WS-APP-DATE-OF-BIRTH      PIC X(08).
           05  WS-APP-PARTY              PIC X(03).

      * The rejected-voters file carries the id zero-suppressed, so
      * it comes back in with its leading spaces converted to zeros
                   MOVE APPEAL-TRANS-RECORD(14:1)  TO WS-APP-CITIZEN
                   MOVE APPEAL-TRANS-RECORD(15:2)  TO WS-APP-RESIDENCY
                   MOVE APPEAL-TRANS-RECORD(17:1)  TO WS-APP-GENDER
                   MOVE APPEAL-TRANS-RECORD(18:8)
                       TO WS-APP-DATE-OF-BIRTH
                   MOVE APPEAL-TRANS-RECORD(26:3)  TO WS-APP-PARTY
                   PERFORM 3000-FIND-ORIGINAL-REJECT
                       THRU 3000-EXIT
                   IF WS-ORIGINAL-FOUND
      * 4000-RERUN-ELIGIBILITY - the identical fixed edit order the
      *                          VOTE batch run applies: gender code
      *                          first, then age, citizenship,
      *                          residency, party.  The first
      *                          failing edit sets the fresh
      *                          REASON-CODE.
      * ================================================================
       4000-RERUN-ELIGIBILITY.
           SET WS-IS-ELIGIBLE TO TRUE.
               SET WS-NOT-ELIGIBLE TO TRUE
               MOVE "04" TO WS-REJECT-REASON-CODE
           ELSE
               PERFORM 4100-DERIVE-AGE
               IF DA-BIRTH-DATE-INVALID
                   SET WS-NOT-ELIGIBLE TO TRUE
                   MOVE "06" TO WS-REJECT-REASON-CODE
               ELSE
                   IF WS-APP-AGE < 18
                       SET WS-NOT-ELIGIBLE TO TRUE
                       MOVE "01" TO WS-REJECT-REASON-CODE
                   ELSE
                       IF WS-APP-CITIZEN NOT = "Y"
                           SET WS-NOT-ELIGIBLE TO TRUE
                           MOVE "02" TO WS-REJECT-REASON-CODE
                       ELSE
                           IF WS-APP-RESIDENCY < 1
                               SET WS-NOT-ELIGIBLE TO TRUE
                               MOVE "03" TO WS-REJECT-REASON-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-IS-ELIGIBLE
               PERFORM 4200-EDIT-PARTY-CODE
               IF NOT WS-PARTY-RECOGNIZED
                   SET WS-NOT-ELIGIBLE TO TRUE
                   MOVE "07" TO WS-REJECT-REASON-CODE
               END-IF
           END-IF.

       4100-DERIVE-AGE.
           MOVE WS-APP-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF DA-BIRTH-DATE-NOT-GIVEN
               SET DA-BIRTH-DATE-VALID TO TRUE
               MOVE "00000000" TO WS-APP-DATE-OF-BIRTH
           ELSE
               MOVE WS-CURRENT-DATE TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-AGE TO WS-APP-AGE
               END-IF
           END-IF.

       4200-EDIT-PARTY-CODE.
           IF WS-APP-PARTY = SPACES
               MOVE "Y" TO WS-PARTY-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-PARTY-FOUND-SWITCH
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       MOVE "N" TO WS-PARTY-FOUND-SWITCH
                   WHEN PT-CODE (PT-IDX) = WS-APP-PARTY
                       MOVE "Y" TO WS-PARTY-FOUND-SWITCH
               END-SEARCH
           END-IF.

      * ================================================================
      * 5000-DISPOSE-APPEAL - a promoted applicant is appended to the
               MOVE WS-APP-CITIZEN   TO VOTER-CITIZEN-SWITCH
               MOVE WS-APP-RESIDENCY TO VOTER-RESIDENCY-YEARS
               MOVE WS-CURRENT-DATE  TO VOTER-BATCH-DATE
               MOVE WS-APP-DATE-OF-BIRTH TO VOTER-DATE-OF-BIRTH
               MOVE WS-APP-PARTY     TO VOTER-PARTY-CODE
               WRITE VOTER-APPLICATION-RECORD
               ADD 1 TO WS-APPEALS-PROMOTED
               MOVE "PROMOTED - REFED TO APPLICATION BATCH"
       9000-EXIT.
           EXIT.

       COPY DOBAGEP.

       END PROGRAM VOTAPPEAL.
