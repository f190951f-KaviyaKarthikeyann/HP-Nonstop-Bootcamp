      *
      * Mod history:
      *   2026-09-01  RJP  Election event record layout created.
      *   2026-10-15  RJP  Added EE-PARTY-CHANGE-CUTOFF: for a
      *                    primary, the last day a voter's party
      *                    affiliation may change before the
      *                    election (zero for general and special
      *                    elections).  VOTMAINT refuses party
      *                    changes from the day after the cutoff
      *                    through election day.
      ******************************************************************
       01  ELECTION-EVENT-RECORD.
           05  EE-ELECTION-DATE          PIC 9(08).
               88  EE-TYPE-SPECIAL              VALUE "S".
           05  EE-REG-DEADLINE           PIC 9(08).
           05  EE-DESCRIPTION            PIC X(30).
           05  EE-PARTY-CHANGE-CUTOFF    PIC 9(08).
           05  FILLER                    PIC X(05).
