      ******************************************************************
      * PROGRAM:      CONTLOAD
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the CONTEST master from the county's
      *               ballot extract - what is on the ballot for an
      *               election: each office or measure, its district,
      *               how many to vote for, and the candidates.  A
      *               contest line adds the contest or replaces it
      *               (its candidate list starts over), and the
      *               candidate lines that follow it fill the list in
      *               ballot order.  A measure takes the choices YES
      *               and NO and no candidate lines.  The election
      *               must be on the ELECTION-EVENT master, and a
      *               district must be on the DISTRICT-PRECINCT map;
      *               a party code is accepted only on a primary.
      *               BALSTYLE must be rerun after any change here
      *               before ballots are printed or issued.
      *
      *               Extract lines (fixed column):
      *                 contest line
      *                   1      C
      *                   2-9    election date YYYYMMDD
      *                   10-13  contest number (ballot order)
      *                   14     type - O office, M measure
      *                   15-54  office or measure title
      *                   55-60  district code (blank - countywide)
      *                   61-62  vote for (office; blank - 1)
      *                   63-65  party (primary ballots only)
      *                 candidate line
      *                   1      N
      *                   2-13   election date and contest number
      *                   14-43  candidate name as on the ballot
      *                   44-46  candidate party
      *                 withdraw line
      *                   1      X
      *                   2-13   election date and contest number
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original contest load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST-EXTRACT-FILE ASSIGN TO "CONTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CONTEST-MASTER-FILE ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTMAST-STATUS.

           SELECT DISTRICT-MAP-FILE ASSIGN TO "DISTMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISTMAP-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTEST-EXTRACT-FILE.
       01  CONTEST-EXTRACT-RECORD        PIC X(80).

       FD  CONTEST-MASTER-FILE.
       COPY CONTREC.

       FD  DISTRICT-MAP-FILE.
       COPY DISTREC.

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-CONTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DISTMAP-STATUS         PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-DISTRICT-SWITCH        PIC X(01) VALUE "N".
               88  WS-DISTRICT-FOUND            VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTESTS-ADDED         PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTESTS-REPLACED      PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTESTS-WITHDRAWN     PIC 9(9) COMP VALUE ZERO.
           05  WS-CANDIDATES-LOADED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-REJECT-REASON              PIC X(40).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-LINE-TYPE          PIC X(01).
               88  WS-EXT-CONTEST-LINE          VALUE "C".
               88  WS-EXT-CANDIDATE-LINE        VALUE "N".
               88  WS-EXT-WITHDRAW-LINE         VALUE "X".
           05  WS-EXT-ELECTION-DATE-X    PIC X(08).
           05  WS-EXT-ELECTION-DATE REDEFINES WS-EXT-ELECTION-DATE-X
                                         PIC 9(08).
           05  WS-EXT-CONTEST-NO-X       PIC X(04).
           05  WS-EXT-CONTEST-NO REDEFINES WS-EXT-CONTEST-NO-X
                                         PIC 9(04).
           05  WS-EXT-DETAIL             PIC X(67).
           05  WS-EXT-CONTEST-DETAIL REDEFINES WS-EXT-DETAIL.
               10  WS-EXT-TYPE           PIC X(01).
               10  WS-EXT-TITLE          PIC X(40).
               10  WS-EXT-DISTRICT-CODE  PIC X(06).
               10  WS-EXT-VOTE-FOR-X     PIC X(02).
               10  WS-EXT-VOTE-FOR REDEFINES WS-EXT-VOTE-FOR-X
                                         PIC 9(02).
               10  WS-EXT-PARTY          PIC X(03).
               10  FILLER                PIC X(15).
           05  WS-EXT-CANDIDATE-DETAIL REDEFINES WS-EXT-DETAIL.
               10  WS-EXT-CAND-NAME      PIC X(30).
               10  WS-EXT-CAND-PARTY     PIC X(03).
               10  FILLER                PIC X(34).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CONTEST-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CONTLOAD - CANNOT OPEN CONTEXTR - STATUS "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ELECTION-MASTER-FILE.
           OPEN INPUT DISTRICT-MAP-FILE.
           OPEN I-O CONTEST-MASTER-FILE.
           IF WS-CONTMAST-STATUS = "35"
               OPEN OUTPUT CONTEST-MASTER-FILE
               CLOSE CONTEST-MASTER-FILE
               OPEN I-O CONTEST-MASTER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ CONTEST-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE CONTEST-EXTRACT-RECORD(1:1)  TO WS-EXT-LINE-TYPE.
           MOVE CONTEST-EXTRACT-RECORD(2:8)  TO WS-EXT-ELECTION-DATE-X.
           MOVE CONTEST-EXTRACT-RECORD(10:4) TO WS-EXT-CONTEST-NO-X.
           MOVE CONTEST-EXTRACT-RECORD(14:67) TO WS-EXT-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-EXT-ELECTION-DATE-X IS NOT NUMERIC
                   MOVE "ELECTION DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-EXT-CONTEST-NO-X IS NOT NUMERIC
                 OR WS-EXT-CONTEST-NO = ZERO
                   MOVE "CONTEST NUMBER NOT 0001-9999"
                       TO WS-REJECT-REASON
               WHEN WS-EXT-CONTEST-LINE
                   PERFORM 2100-APPLY-CONTEST-LINE
                       THRU 2100-EXIT
               WHEN WS-EXT-CANDIDATE-LINE
                   PERFORM 2200-APPLY-CANDIDATE-LINE
                       THRU 2200-EXIT
               WHEN WS-EXT-WITHDRAW-LINE
                   PERFORM 2300-APPLY-WITHDRAW-LINE
                       THRU 2300-EXIT
               WHEN OTHER
                   MOVE "LINE TYPE NOT C, N OR X" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-APPLY-CONTEST-LINE - edits the contest, then adds it or
      *                           replaces it with an empty candidate
      *                           list for the lines that follow.
      * ================================================================
       2100-APPLY-CONTEST-LINE.
           MOVE WS-EXT-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   MOVE "ELECTION NOT ON ELECTION MASTER"
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-READ.
           IF WS-EXT-VOTE-FOR-X = SPACES
               MOVE 1 TO WS-EXT-VOTE-FOR
           END-IF.
           EVALUATE TRUE
               WHEN WS-EXT-TYPE NOT = "O" AND WS-EXT-TYPE NOT = "M"
                   MOVE "TYPE NOT O OR M" TO WS-REJECT-REASON
               WHEN WS-EXT-TITLE = SPACES
                   MOVE "TITLE MISSING" TO WS-REJECT-REASON
               WHEN WS-EXT-VOTE-FOR-X IS NOT NUMERIC
                 OR WS-EXT-VOTE-FOR = ZERO
                   MOVE "VOTE FOR NOT 01-99" TO WS-REJECT-REASON
               WHEN WS-EXT-PARTY NOT = SPACES
                AND NOT EE-TYPE-PRIMARY
                   MOVE "PARTY CONTEST ON A NON-PRIMARY ELECTION"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-DISTRICT-CODE NOT = SPACES
               PERFORM 2150-CHECK-DISTRICT
               IF NOT WS-DISTRICT-FOUND
                   MOVE "DISTRICT NOT ON DISTRICT MAP"
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE WS-EXT-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-EXT-CONTEST-NO    TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   PERFORM 2110-BUILD-CONTEST
                   WRITE CONTEST-RECORD
                   ADD 1 TO WS-CONTESTS-ADDED
               NOT INVALID KEY
                   PERFORM 2110-BUILD-CONTEST
                   REWRITE CONTEST-RECORD
                   ADD 1 TO WS-CONTESTS-REPLACED
           END-READ.
       2100-EXIT.
           EXIT.

       2110-BUILD-CONTEST.
           MOVE SPACES TO CONTEST-RECORD.
           MOVE WS-EXT-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-EXT-CONTEST-NO    TO CT-CONTEST-NO.
           MOVE WS-EXT-TYPE          TO CT-TYPE.
           MOVE WS-EXT-TITLE         TO CT-TITLE.
           MOVE WS-EXT-DISTRICT-CODE TO CT-DISTRICT-CODE.
           MOVE WS-EXT-PARTY         TO CT-PARTY.
           IF CT-IS-MEASURE
               MOVE 1     TO CT-VOTE-FOR
               MOVE 2     TO CT-CHOICE-COUNT
               MOVE "YES" TO CT-CHOICE-NAME(1)
               MOVE "NO"  TO CT-CHOICE-NAME(2)
           ELSE
               MOVE WS-EXT-VOTE-FOR TO CT-VOTE-FOR
               MOVE ZERO            TO CT-CHOICE-COUNT
           END-IF.

      * ================================================================
      * 2150-CHECK-DISTRICT - a district is known if the map holds at
      *                       least one precinct for it.
      * ================================================================
       2150-CHECK-DISTRICT.
           MOVE "N" TO WS-DISTRICT-SWITCH.
           MOVE WS-EXT-DISTRICT-CODE TO DP-DISTRICT-CODE.
           MOVE LOW-VALUES TO DP-PRECINCT-CODE.
           START DISTRICT-MAP-FILE
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO DP-DISTRICT-CODE
           END-START.
           IF DP-DISTRICT-CODE NOT = HIGH-VALUES
               READ DISTRICT-MAP-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO DP-DISTRICT-CODE
               END-READ
           END-IF.
           IF DP-DISTRICT-CODE = WS-EXT-DISTRICT-CODE
               SET WS-DISTRICT-FOUND TO TRUE
           END-IF.

       2200-APPLY-CANDIDATE-LINE.
           MOVE WS-EXT-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-EXT-CONTEST-NO    TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   MOVE "CANDIDATE FOR A CONTEST NOT LOADED"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CT-IS-MEASURE
                   MOVE "CANDIDATE ON A MEASURE" TO WS-REJECT-REASON
               WHEN WS-EXT-CAND-NAME = SPACES
                   MOVE "CANDIDATE NAME MISSING" TO WS-REJECT-REASON
               WHEN CT-CHOICE-COUNT NOT < 12
                   MOVE "MORE THAN 12 CANDIDATES" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO CT-CHOICE-COUNT.
           MOVE WS-EXT-CAND-NAME  TO CT-CHOICE-NAME(CT-CHOICE-COUNT).
           MOVE WS-EXT-CAND-PARTY TO CT-CHOICE-PARTY(CT-CHOICE-COUNT).
           REWRITE CONTEST-RECORD.
           ADD 1 TO WS-CANDIDATES-LOADED.
       2200-EXIT.
           EXIT.

       2300-APPLY-WITHDRAW-LINE.
           MOVE WS-EXT-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-EXT-CONTEST-NO    TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   MOVE "CONTEST NOT ON FILE TO WITHDRAW"
                       TO WS-REJECT-REASON
                   GO TO 2300-EXIT
           END-READ.
           DELETE CONTEST-MASTER-FILE.
           ADD 1 TO WS-CONTESTS-WITHDRAWN.
       2300-EXIT.
           EXIT.

       2900-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "CONTLOAD - REJECTED LINE " WS-RECORDS-READ
               " - " CONTEST-EXTRACT-RECORD(1:13) " - "
               WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "CONTEST LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "  CONTESTS ADDED     : " WS-CONTESTS-ADDED.
           DISPLAY "  CONTESTS REPLACED  : " WS-CONTESTS-REPLACED.
           DISPLAY "  CONTESTS WITHDRAWN : " WS-CONTESTS-WITHDRAWN.
           DISPLAY "  CANDIDATES LOADED  : " WS-CANDIDATES-LOADED.
           DISPLAY "  RECORDS REJECTED   : " WS-RECORDS-REJECTED.
           CLOSE CONTEST-EXTRACT-FILE.
           CLOSE CONTEST-MASTER-FILE.
           CLOSE DISTRICT-MAP-FILE.
           CLOSE ELECTION-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM CONTLOAD.
