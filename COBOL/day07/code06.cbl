      *                    flows into VOTE and VOTMERGE exactly like
      *                    mailed-in batches and is never keyed
      *                    twice.
      *   2026-10-15  RJP  The counter keys the applicant's date of
      *                    birth instead of an age; the age is
      *                    derived as of today through the shared
      *                    DOBAGEP edit, and both ride onto the
      *                    application batch.
      *   2026-10-15  RJP  The counter keys the applicant's party
      *                    affiliation (blank = none); a code not in
      *                    the PARTYTB table is not eligible as
      *                    UNRECOGNIZED PARTY, and the party rides
      *                    onto the application batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NESTEDIF.
           05  WS-APPLICANT-NAME          PIC X(30).
           05  WS-GENDER-CODE             PIC X(01).
           05  WS-AGE                     PIC 9(03).
           05  WS-DATE-OF-BIRTH           PIC X(08).
           05  WS-CITIZEN-SWITCH          PIC X(01).
               88  WS-IS-CITIZEN                 VALUE "Y".
               88  WS-NOT-CITIZEN                VALUE "N".
           05  WS-RESIDENCY-YEARS         PIC 9(02).
           05  WS-PARTY-CODE              PIC X(03).

       01  WS-ELIGIBLE-SWITCH             PIC X(01) VALUE "Y".
           88  WS-IS-ELIGIBLE                     VALUE "Y".
           88  WS-NOT-ELIGIBLE                    VALUE "N".
       01  WS-GENDER-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-GENDER-RECOGNIZED               VALUE "Y".
       01  WS-PARTY-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARTY-RECOGNIZED                VALUE "Y".
       01  WS-AGE-EDIT-SWITCH             PIC X(01) VALUE "Y".
           88  WS-AGE-EDIT-OK                     VALUE "Y".
           88  WS-AGE-EDIT-BAD                     VALUE "N".
           88  WS-ID-EDIT-BAD                     VALUE "N".

       COPY GENDERTB.
       COPY PARTYTB.
       COPY REASONTB.
       COPY EDITWS.
       COPY SIGNONW.
       COPY CKDGTW.
       COPY DOBAGEW.

       01  WS-REJECT-REASON-CODE          PIC X(02).
       01  WS-REJECT-REASON-DESC          PIC X(21).
           IF NOT WS-GENDER-RECOGNIZED
               PERFORM 2100-LOG-GENDER-EXCEPTION
           ELSE
               DISPLAY "ENTER YOUR DATE OF BIRTH (YYYYMMDD)"
               ACCEPT WS-DATE-OF-BIRTH
               MOVE WS-DATE-OF-BIRTH TO DA-BIRTH-DATE-X
               MOVE WS-CURRENT-DATE  TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-INVALID
                   DISPLAY "INVALID DATE OF BIRTH - " DA-REASON
                   SET WS-AGE-EDIT-BAD TO TRUE
               ELSE
                   MOVE DA-AGE TO WS-AGE
                   SET WS-AGE-EDIT-OK TO TRUE
                   DISPLAY "ARE YOU A CITIZEN (Y/N)"
                   ACCEPT WS-CITIZEN-SWITCH
                   DISPLAY "YEARS OF RESIDENCY"
                   ACCEPT WS-RESIDENCY-YEARS
                   DISPLAY "PARTY CODE (BLANK = NO PARTY)"
                   ACCEPT WS-PARTY-CODE
               END-IF
           END-IF.
       2000-EXIT.
      * ================================================================
      * 3000-CHECK-ELIGIBILITY - checked in the same fixed order as
      *                          the VOTE batch run: gender, age,
      *                          citizenship, residency, party.
      *                          An age that failed 2000-ACCEPT-AND-
      *                          EDIT's edit is rejected here on
      *                          WS-AGE-EDIT-BAD alone
      *                          - WS-CITIZEN-SWITCH/WS-RESIDENCY-YEARS
      *                          were never ACCEPTed that run and must
      *                          not be evaluated.
                   END-IF
               END-IF
           END-IF.
           IF WS-IS-ELIGIBLE
               PERFORM 3050-EDIT-PARTY-CODE
               IF NOT WS-PARTY-RECOGNIZED
                   SET WS-NOT-ELIGIBLE TO TRUE
                   MOVE "07" TO WS-REJECT-REASON-CODE
               END-IF
           END-IF.
           IF WS-IS-ELIGIBLE
               DISPLAY "YOU ARE ELIGIBLE TO VOTE"
               PERFORM 3200-APPEND-TO-APPLICATION-BATCH
       3000-EXIT.
           EXIT.

       3050-EDIT-PARTY-CODE.
           IF WS-PARTY-CODE = SPACES
               MOVE "Y" TO WS-PARTY-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-PARTY-FOUND-SWITCH
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       MOVE "N" TO WS-PARTY-FOUND-SWITCH
                   WHEN PT-CODE (PT-IDX) = WS-PARTY-CODE
                       MOVE "Y" TO WS-PARTY-FOUND-SWITCH
               END-SEARCH
           END-IF.

       3100-DISPLAY-REJECT-REASON.
           SET RC-IDX TO 1.
           SEARCH REASON-CODE-ENTRY
           MOVE WS-CITIZEN-SWITCH    TO VOTER-CITIZEN-SWITCH.
           MOVE WS-RESIDENCY-YEARS   TO VOTER-RESIDENCY-YEARS.
           MOVE WS-CURRENT-DATE      TO VOTER-BATCH-DATE.
           MOVE WS-DATE-OF-BIRTH     TO VOTER-DATE-OF-BIRTH.
           MOVE WS-PARTY-CODE        TO VOTER-PARTY-CODE.
           WRITE VOTER-APPLICATION-RECORD.
           DISPLAY "APPLICANT ADDED TO TODAY'S APPLICATION BATCH".


       COPY EDITPR.
       COPY CKDGTP.
       COPY DOBAGEP.

       END PROGRAM NESTEDIF.
