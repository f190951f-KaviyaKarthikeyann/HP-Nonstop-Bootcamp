      ******************************************************************
      * DISTREC   - DISTRICT-PRECINCT record.  Indexed file keyed on
      *             district code + precinct code, one record for
      *             each precinct a district takes in, loaded by
      *             DISTLOAD from the county's district extract.  A
      *             contest names its district; the ballot-style
      *             derivation reads this map to learn which
      *             precincts vote on it.  Districts outlive any one
      *             election, so the map is not dated.
      *
      * Mod history:
      *   2026-10-15  RJP  District-precinct map record layout created.
      ******************************************************************
       01  DISTRICT-PRECINCT-RECORD.
           05  DP-KEY.
               10  DP-DISTRICT-CODE      PIC X(06).
               10  DP-PRECINCT-CODE      PIC X(04).
           05  DP-DISTRICT-NAME          PIC X(30).
           05  DP-LAST-CHANGED-DATE      PIC 9(08).
           05  FILLER                    PIC X(12).
