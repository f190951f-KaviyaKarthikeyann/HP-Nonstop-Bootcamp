      ******************************************************************
      * BSTYREC   - BALLOT-STYLE record.  Indexed file keyed on
      *             election date + precinct code, written by
      *             BALSTYLE for every precinct with at least one
      *             contest on the ballot.  Precincts voting on
      *             exactly the same contests share a ballot style
      *             number; the record carries the style and the
      *             contests on it in ballot order.  ABSISSUE stamps
      *             each absentee ballot with its precinct's style.
      *             BALSTYLE rebuilds an election's records on every
      *             run, so a contest or district correction is
      *             picked up by running it again.
      *
      * Mod history:
      *   2026-10-15  RJP  Ballot style record layout created.
      ******************************************************************
       01  BALLOT-STYLE-RECORD.
           05  BST-KEY.
               10  BST-ELECTION-DATE     PIC 9(08).
               10  BST-PRECINCT-CODE     PIC X(04).
           05  BST-STYLE-NO              PIC 9(04).
           05  BST-CONTEST-COUNT         PIC 9(03).
           05  BST-CONTEST-LIST.
               10  BST-CONTEST-NO        PIC 9(04) OCCURS 40 TIMES.
           05  FILLER                    PIC X(10).
