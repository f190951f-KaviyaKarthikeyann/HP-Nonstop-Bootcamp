      ******************************************************************
      * RSLTREC   - ELECTION-RESULT record.  Indexed file keyed on
      *             election date + precinct + contest + choice, one
      *             record per count a precinct reports, loaded by
      *             RSLTLOAD as the returns come in and printed by
      *             RSLTRPT.  The votes are held apart by how they
      *             were cast - election day, absentee and accepted
      *             provisional - because the canvass reports them
      *             separately.  Contest 0000 choice 00 is the
      *             precinct's ballots cast; choice 99 of an office
      *             is its write-in total.  A count reported again
      *             replaces the one on file.
      *
      * Mod history:
      *   2026-10-15  RJP  Election result record layout created.
      ******************************************************************
       01  ELECTION-RESULT-RECORD.
           05  RS-KEY.
               10  RS-ELECTION-DATE      PIC 9(08).
               10  RS-PRECINCT-CODE      PIC X(04).
               10  RS-CONTEST-NO         PIC 9(04).
                   88  RS-BALLOTS-CAST-LINE     VALUE ZERO.
               10  RS-CHOICE-NO          PIC 9(02).
                   88  RS-WRITE-IN              VALUE 99.
           05  RS-ELECTION-DAY-VOTES     PIC 9(07).
           05  RS-ABSENTEE-VOTES         PIC 9(07).
           05  RS-PROVISIONAL-VOTES      PIC 9(07).
           05  RS-LAST-LOADED-DATE       PIC 9(08).
           05  RS-LAST-LOADED-TIME       PIC 9(06).
           05  FILLER                    PIC X(10).
