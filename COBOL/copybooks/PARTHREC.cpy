      *
      * Mod history:
      *   2026-08-22  RJP  Participation history layout created.
      *   2026-10-15  RJP  PH-VOTE-METHOD carved from FILLER - poll
      *                    book, absentee or provisional - so the
      *                    canvass can hold ballots cast against
      *                    each.  Older records (space) are poll
      *                    book signatures.
      *   2026-10-15  RJP  PH-VOTED-EARLY - written by EARLYCHK at
      *                    early-voting check-in; the poll book
      *                    prints these voters as already voted.
      ******************************************************************
       01  PARTICIPATION-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-VOTER-ID           PIC 9(10).
               10  PH-ELECTION-DATE      PIC 9(08).
           05  PH-PRECINCT-CODE          PIC X(04).
           05  PH-VOTE-METHOD            PIC X(01).
               88  PH-VOTED-AT-POLLS            VALUE "P" " ".
               88  PH-VOTED-ABSENTEE            VALUE "A".
               88  PH-VOTED-PROVISIONAL         VALUE "V".
               88  PH-VOTED-EARLY               VALUE "E".
           05  FILLER                    PIC X(04).
