      *                    address columns alone, just as a blank
      *                    name always has.  Roll lines are X(110)
      *                    with the address in columns 61-102.
      *   2026-10-15  RJP  The transaction widens to X(100) and may
      *                    carry a corrected date of birth (columns
      *                    89-96), applied to roll columns 103-110;
      *                    a blank or zero birth date leaves the
      *                    roll's alone.
      *   2026-10-15  RJP  The transaction may carry a party change:
      *                    a "P" in column 97 applies the party in
      *                    columns 98-100 (spaces = no party) to
      *                    roll columns 111-113.  The flag is what
      *                    lets a voter drop to no party, which a
      *                    blank-means-keep field could not say.
      *                    Roll lines widen to X(120).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTAPPLY.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-MAINT-TRANS-FILE.
       01  ROLL-MAINT-TRANS-RECORD       PIC X(100).

       FD  MASTER-ROLL-IN-FILE.
       01  MASTER-ROLL-IN-LINE           PIC X(120).

       FD  MASTER-ROLL-OUT-FILE.
       01  MASTER-ROLL-OUT-LINE          PIC X(120).

       FD  APPLY-REGISTER-FILE.
       01  APPLY-REGISTER-LINE           PIC X(132).
           05  AS-STATE                  PIC X(02).
           05  AS-ZIP                    PIC X(05).
           05  AS-PRECINCT               PIC X(04).
           05  AS-DATE-OF-BIRTH          PIC X(08).
           05  AS-PARTY-CHANGE-FLAG      PIC X(01).
               88  AS-PARTY-CHANGE              VALUE "P".
           05  AS-PARTY-CODE             PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
                   MOVE ROLL-MAINT-TRANS-RECORD(80:5)  TO AS-ZIP
                   MOVE ROLL-MAINT-TRANS-RECORD(85:4)
                       TO AS-PRECINCT
                   MOVE ROLL-MAINT-TRANS-RECORD(89:8)
                       TO AS-DATE-OF-BIRTH
                   MOVE ROLL-MAINT-TRANS-RECORD(97:1)
                       TO AS-PARTY-CHANGE-FLAG
                   MOVE ROLL-MAINT-TRANS-RECORD(98:3)
                       TO AS-PARTY-CODE
                   RELEASE APPLY-SORT-RECORD
           END-READ.

                       TO MASTER-ROLL-IN-LINE(56:4)
               END-IF
           END-IF.
           IF AS-DATE-OF-BIRTH IS NUMERIC
              AND AS-DATE-OF-BIRTH NOT = "00000000"
               MOVE AS-DATE-OF-BIRTH TO MASTER-ROLL-IN-LINE(103:8)
           END-IF.
           IF AS-PARTY-CHANGE
               MOVE AS-PARTY-CODE TO MASTER-ROLL-IN-LINE(111:3)
           END-IF.
           ADD 1 TO WS-CHANGES-APPLIED.
           MOVE AS-VOTER-ID TO WS-REG-VOTER-ID.
           MOVE "APPLIED TO THE ROLL" TO WS-REG-RESULT.
