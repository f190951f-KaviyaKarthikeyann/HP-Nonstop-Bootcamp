      *                    prints it on each book's heading - books
      *                    for an election that does not exist are
      *                    never trucked anywhere.
      *   2026-10-15  RJP  A voter with a participation record already
      *                    on file for the election - an early vote
      *                    checked in by EARLYCHK or a counted
      *                    absentee - prints as ALREADY VOTED with no
      *                    signature line, so the precinct does not
      *                    hand that voter a second ballot.  The
      *                    voter still counts toward the book total.
      *   2026-10-15  RJP  For a primary (closed - each voter gets
      *                    only their own party's ballot) every
      *                    sign-in line prints the ballot the voter
      *                    may be handed, off the party on roll
      *                    columns 111-113: the party's name, or
      *                    NONPARTISAN ONLY for a voter with no
      *                    party.  Roll lines widen to X(120).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLBOOK.
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT PARTICIPATION-FILE ASSIGN TO "PARTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PARTHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAMPED-ROLL-IN-FILE.
       01  STAMPED-ROLL-IN-LINE          PIC X(120).

       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  PARTICIPATION-FILE.
       COPY PARTHREC.

       SD  BOOK-SORT-FILE.
       01  BOOK-SORT-RECORD.
           05  BS-PRECINCT-CODE          PIC X(04).
           05  BS-VOTER-NAME             PIC X(30).
           05  BS-VOTER-ID               PIC 9(10).
           05  BS-PARTY-CODE             PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-POLLBOOK-STATUS        PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-PARTHIST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-PARTHIST-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-PARTHIST-IS-OPEN          VALUE "Y".
           05  WS-PRIMARY-SWITCH         PIC X(01) VALUE "N".
               88  WS-CLOSED-PRIMARY            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-ROLL-RECORDS-READ      PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-LISTED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ALREADY-VOTED          PIC 9(9) COMP VALUE ZERO.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-PRECINCT       PIC X(04) VALUE LOW-VALUES.
               "  SIGNATURE: ".
           05  FILLER                    PIC X(25) VALUE
               ".........................".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SI-BALLOT              PIC X(24).

       01  WS-ALREADY-VOTED-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AV-VOTER-NAME          PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AV-VOTER-ID            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AV-TEXT                PIC X(37).

       01  WS-CONTROL-PAGE-LINE.
           05  FILLER                    PIC X(26) VALUE
               "POLL BOOK GRAND TOTAL   : ".
           05  WS-GT-COUNT               PIC ZZZ,ZZ9.

       01  WS-PRIMARY-HEADING-LINE.
           05  FILLER                    PIC X(46) VALUE
               "CLOSED PRIMARY - ISSUE ONLY THE BALLOT SHOWN ".
           05  FILLER                    PIC X(20) VALUE
               "BESIDE EACH VOTER".

       COPY PARTYTB.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).

           DISPLAY "POLL BOOK EXTRACT - END OF JOB SUMMARY".
           DISPLAY "  ROLL RECORDS READ : " WS-ROLL-RECORDS-READ.
           DISPLAY "  VOTERS LISTED     : " WS-VOTERS-LISTED.
           DISPLAY "  ALREADY VOTED     : " WS-ALREADY-VOTED.
           IF WS-VOTERS-LISTED NOT = WS-ROLL-RECORDS-READ
               DISPLAY "POLLBOOK - BOOK COUNT DOES NOT RECONCILE "
                   "TO THE CONSOLIDATED ROLL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF EE-TYPE-PRIMARY
               SET WS-CLOSED-PRIMARY TO TRUE
           END-IF.
           CLOSE ELECTION-MASTER-FILE.
       0100-EXIT.
           EXIT.
                       TO BS-VOTER-NAME
                   MOVE STAMPED-ROLL-IN-LINE(1:10)
                       TO BS-VOTER-ID
                   MOVE STAMPED-ROLL-IN-LINE(111:3)
                       TO BS-PARTY-CODE
                   RELEASE BOOK-SORT-RECORD
           END-READ.

       3000-WRITE-POLL-BOOKS.
           OPEN OUTPUT POLL-BOOK-FILE.
           OPEN INPUT PRECINCT-MASTER-FILE.
           OPEN INPUT PARTICIPATION-FILE.
           IF WS-PARTHIST-STATUS = "00"
               SET WS-PARTHIST-IS-OPEN TO TRUE
           END-IF.
           PERFORM 3100-RETURN-ONE-VOTER
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-PRECINCT NOT = LOW-VALUES
           WRITE POLL-BOOK-LINE.
           CLOSE POLL-BOOK-FILE.
           CLOSE PRECINCT-MASTER-FILE.
           IF WS-PARTHIST-IS-OPEN
               CLOSE PARTICIPATION-FILE
           END-IF.
       3000-EXIT.
           EXIT.

                       END-IF
                       PERFORM 3200-START-NEW-BOOK
                   END-IF
                   PERFORM 3150-WRITE-BOOK-LINE
                   ADD 1 TO WS-PRECINCT-COUNT
                   ADD 1 TO WS-VOTERS-LISTED
           END-RETURN.

      * ================================================================
      * 3150-WRITE-BOOK-LINE - a voter who already voted for this
      *                        election gets no signature line; on
      *                        a primary the signature line names
      *                        the voter's ballot.
      * ================================================================
       3150-WRITE-BOOK-LINE.
           MOVE SPACE TO PH-VOTE-METHOD.
           IF WS-PARTHIST-IS-OPEN
               MOVE BS-VOTER-ID      TO PH-VOTER-ID
               MOVE WS-ELECTION-DATE TO PH-ELECTION-DATE
               READ PARTICIPATION-FILE
                   INVALID KEY
                       MOVE SPACE TO PH-VOTE-METHOD
               END-READ
           END-IF.
           IF PH-VOTED-EARLY OR PH-VOTED-ABSENTEE
               ADD 1 TO WS-ALREADY-VOTED
               MOVE BS-VOTER-NAME TO WS-AV-VOTER-NAME
               MOVE BS-VOTER-ID   TO WS-AV-VOTER-ID
               IF PH-VOTED-EARLY
                   MOVE "** ALREADY VOTED - EARLY VOTING **"
                       TO WS-AV-TEXT
               ELSE
                   MOVE "** ALREADY VOTED - ABSENTEE **"
                       TO WS-AV-TEXT
               END-IF
               MOVE WS-ALREADY-VOTED-LINE TO POLL-BOOK-LINE
           ELSE
               MOVE BS-VOTER-NAME TO WS-SI-VOTER-NAME
               MOVE BS-VOTER-ID   TO WS-SI-VOTER-ID
               MOVE SPACES        TO WS-SI-BALLOT
               IF WS-CLOSED-PRIMARY
                   PERFORM 3160-NAME-PRIMARY-BALLOT
               END-IF
               MOVE WS-SIGN-IN-LINE TO POLL-BOOK-LINE
           END-IF.
           WRITE POLL-BOOK-LINE.

      * ================================================================
      * 3160-NAME-PRIMARY-BALLOT - a party not in PARTYTB (it can
      *                            only have come off an old roll)
      *                            gets the nonpartisan ballot, the
      *                            same as no party, rather than a
      *                            ballot no precinct will stock.
      * ================================================================
       3160-NAME-PRIMARY-BALLOT.
           MOVE "BALLOT: NONPARTISAN ONLY" TO WS-SI-BALLOT.
           IF BS-PARTY-CODE NOT = SPACES
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-CODE (PT-IDX) = BS-PARTY-CODE
                       MOVE SPACES TO WS-SI-BALLOT
                       STRING "BALLOT: " PT-DESCRIPTION (PT-IDX)
                           DELIMITED BY SIZE INTO WS-SI-BALLOT
               END-SEARCH
           END-IF.

       3200-START-NEW-BOOK.
           MOVE BS-PRECINCT-CODE TO WS-CURRENT-PRECINCT.
           MOVE ZERO TO WS-PRECINCT-COUNT.
           END-READ.
           MOVE WS-BOOK-HEADING-LINE TO POLL-BOOK-LINE.
           WRITE POLL-BOOK-LINE.
           IF WS-CLOSED-PRIMARY
               MOVE WS-PRIMARY-HEADING-LINE TO POLL-BOOK-LINE
               WRITE POLL-BOOK-LINE
           END-IF.

       3300-WRITE-CONTROL-PAGE.
           MOVE WS-PRECINCT-COUNT TO WS-CP-COUNT.
