      *                   9      type (G/P/S)
      *                   10-17  registration deadline YYYYMMDD
      *                   18-47  description
      *                   48-55  party-change cutoff YYYYMMDD
      *                          (primaries only; blank = the
      *                          registration deadline)
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original election event load program.
      *   2026-10-15  RJP  Loads the party-change cutoff for a
      *                    primary off extract columns 48-55; it
      *                    must be a valid date before the election,
      *                    and a blank one defaults to the
      *                    registration deadline.  General and
      *                    special elections carry zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELECLOAD.
           05  WS-EXT-TYPE               PIC X(01).
           05  WS-EXT-REG-DEADLINE       PIC X(08).
           05  WS-EXT-DESCRIPTION        PIC X(30).
           05  WS-EXT-PARTY-CUTOFF       PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                       TO WS-EXT-REG-DEADLINE
                   MOVE ELECTION-EXTRACT-RECORD(18:30)
                       TO WS-EXT-DESCRIPTION
                   MOVE ELECTION-EXTRACT-RECORD(48:8)
                       TO WS-EXT-PARTY-CUTOFF
                   PERFORM 2100-APPLY-ONE-EVENT
                       THRU 2100-EXIT
           END-READ.
                   " - TYPE MUST BE G, P OR S"
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-TYPE NOT = "P"
               MOVE ZERO TO WS-EXT-PARTY-CUTOFF
           ELSE
               IF WS-EXT-PARTY-CUTOFF = SPACES
                   MOVE WS-EXT-REG-DEADLINE TO WS-EXT-PARTY-CUTOFF
               END-IF
           END-IF.
           IF WS-EXT-PARTY-CUTOFF IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ELECLOAD - REJECTED " WS-EXT-ELECTION-DATE
                   " - PARTY-CHANGE CUTOFF MUST BE NUMERIC YYYYMMDD"
               GO TO 2100-EXIT
           END-IF.
           IF WS-EXT-TYPE = "P"
              AND WS-EXT-PARTY-CUTOFF >= WS-EXT-ELECTION-DATE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ELECLOAD - REJECTED " WS-EXT-ELECTION-DATE
                   " - PARTY-CHANGE CUTOFF NOT BEFORE ELECTION DAY"
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   MOVE WS-EXT-TYPE         TO EE-TYPE
                   MOVE WS-EXT-REG-DEADLINE TO EE-REG-DEADLINE
                   MOVE WS-EXT-DESCRIPTION  TO EE-DESCRIPTION
                   MOVE WS-EXT-PARTY-CUTOFF TO EE-PARTY-CHANGE-CUTOFF
                   WRITE ELECTION-EVENT-RECORD
                   ADD 1 TO WS-EVENTS-ADDED
               NOT INVALID KEY
                   MOVE WS-EXT-TYPE         TO EE-TYPE
                   MOVE WS-EXT-REG-DEADLINE TO EE-REG-DEADLINE
                   MOVE WS-EXT-DESCRIPTION  TO EE-DESCRIPTION
                   MOVE WS-EXT-PARTY-CUTOFF TO EE-PARTY-CHANGE-CUTOFF
                   REWRITE ELECTION-EVENT-RECORD
                   ADD 1 TO WS-EVENTS-UPDATED
           END-READ.
