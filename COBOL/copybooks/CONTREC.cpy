      ******************************************************************
      * CONTREC   - CONTEST record.  Indexed file keyed on election
      *             date + contest number, one record per office or
      *             measure on that election's ballot, loaded by
      *             CONTLOAD from the county's ballot extract.  The
      *             contest number is the order the contest appears
      *             on the ballot.  A contest covers the precincts of
      *             its district on the DISTRICT-PRECINCT map; a
      *             blank district is on every ballot in the county.
      *             A measure carries the two choices YES and NO.  A
      *             party code marks a contest on that party's
      *             primary ballot only; blank is nonpartisan.
      *
      * Mod history:
      *   2026-10-15  RJP  Contest record layout created.
      ******************************************************************
       01  CONTEST-RECORD.
           05  CT-KEY.
               10  CT-ELECTION-DATE      PIC 9(08).
               10  CT-CONTEST-NO         PIC 9(04).
           05  CT-TYPE                   PIC X(01).
               88  CT-IS-OFFICE                 VALUE "O".
               88  CT-IS-MEASURE                VALUE "M".
           05  CT-TITLE                  PIC X(40).
           05  CT-DISTRICT-CODE          PIC X(06).
               88  CT-COUNTYWIDE                VALUE SPACES.
           05  CT-PARTY                  PIC X(03).
           05  CT-VOTE-FOR               PIC 9(02).
           05  CT-CHOICE-COUNT           PIC 9(02).
           05  CT-CHOICE OCCURS 12 TIMES.
               10  CT-CHOICE-NAME        PIC X(30).
               10  CT-CHOICE-PARTY       PIC X(03).
           05  FILLER                    PIC X(20).
