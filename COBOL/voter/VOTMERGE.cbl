      *                    back in as applications, so a deferred
      *                    applicant registers automatically for
      *                    the following election.
      *   2026-10-15  RJP  The date of birth rides from the
      *                    application onto roll columns 103-110,
      *                    and every roll record's age - new and
      *                    carried forward alike - is re-derived
      *                    from it as of the target election, so the
      *                    roll's ages no longer go stale.  Pending
      *                    lines widen to X(110) for the longer
      *                    application record.
      *   2026-10-15  RJP  The party affiliation rides from the
      *                    application onto roll columns 111-113;
      *                    roll lines widen to X(120).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTMERGE.
       COPY VOTEREC.

       FD  MASTER-ROLL-IN-FILE.
       01  MASTER-ROLL-IN-LINE            PIC X(120).

       FD  MASTER-ROLL-OUT-FILE.
       01  MASTER-ROLL-OUT-LINE           PIC X(120).

       FD  DUPLICATE-APPLICANTS-FILE.
       01  DUPLICATE-APPLICANTS-LINE      PIC X(80).

       FD  PENDING-IN-FILE.
       01  PENDING-IN-LINE               PIC X(110).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-LINE              PIC X(110).

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.
               10  SW-ADDR-CITY           PIC X(15).
               10  SW-ADDR-STATE          PIC X(02).
               10  SW-ADDR-ZIP            PIC 9(05).
           05  SW-DATE-OF-BIRTH           PIC 9(08).
           05  SW-PARTY-CODE              PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.

       COPY KEYVALW.
       COPY REASONTB.
       COPY DOBAGEW.

       01  WS-DUPLICATE-DETAIL-LINE.
           05  WS-DUP-APP-ID              PIC Z(9)9.
                   MOVE VOTER-ADDR-CITY       TO SW-ADDR-CITY
                   MOVE VOTER-ADDR-STATE      TO SW-ADDR-STATE
                   MOVE VOTER-ADDR-ZIP        TO SW-ADDR-ZIP
                   MOVE VOTER-PARTY-CODE      TO SW-PARTY-CODE
                   MOVE VOTER-DATE-OF-BIRTH   TO DA-BIRTH-DATE-X
                   PERFORM 2250-AGE-AS-OF-ELECTION
                   RELEASE SORT-WORK-RECORD
           END-IF.

                       TO SW-RESIDENCY-YEARS
                   MOVE MASTER-ROLL-IN-LINE(48:8)  TO SW-BATCH-DATE
                   MOVE MASTER-ROLL-IN-LINE(61:42) TO SW-ADDRESS
                   MOVE MASTER-ROLL-IN-LINE(111:3) TO SW-PARTY-CODE
                   MOVE MASTER-ROLL-IN-LINE(103:8) TO DA-BIRTH-DATE-X
                   PERFORM 2250-AGE-AS-OF-ELECTION
                   RELEASE SORT-WORK-RECORD
           END-READ.

      * ================================================================
      * 2250-AGE-AS-OF-ELECTION - a good birth date sets the age the
      *                           voter will be on election day; a
      *                           record with no birth date (or one
      *                           that fails the edit) keeps the age
      *                           it came in with and carries a zero
      *                           birth date.
      * ================================================================
       2250-AGE-AS-OF-ELECTION.
           MOVE ZERO TO SW-DATE-OF-BIRTH.
           IF NOT DA-BIRTH-DATE-NOT-GIVEN
               MOVE WS-TARGET-ELECTION TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-BIRTH-DATE TO SW-DATE-OF-BIRTH
                   MOVE DA-AGE        TO SW-AGE
               END-IF
           END-IF.

      * ================================================================
      * 3000-BUILD-NEW-ROLL - consecutive sorted records sharing an
      *                       applicant id are duplicates (the shared
           WRITE MASTER-ROLL-OUT-LINE.

       COPY KEYVALP.
       COPY DOBAGEP.

       9000-TERMINATE.
           DISPLAY "VOTMERGE - END OF JOB SUMMARY".
