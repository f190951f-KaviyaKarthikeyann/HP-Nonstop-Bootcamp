      ******************************************************************
      * EVREC     - EARLY-VOTE record.  Indexed file keyed on voter
      *             id + election date, written by EARLYCHK when a
      *             voter checks in at an early-voting center and is
      *             handed a ballot.  One record per voter per
      *             election is the double-vote stop: a second
      *             check-in at any site finds it.  The site, the
      *             clerk and the ballot style handed out are kept
      *             for the canvass, and an absentee ballot spoiled
      *             at check-in keeps its control number here.
      *
      * Mod history:
      *   2026-10-15  RJP  Early vote record layout created.
      ******************************************************************
       01  EARLY-VOTE-RECORD.
           05  EV-KEY.
               10  EV-VOTER-ID           PIC 9(10).
               10  EV-ELECTION-DATE      PIC 9(08).
           05  EV-SITE-CODE              PIC X(04).
           05  EV-CHECK-IN-DATE          PIC 9(08).
           05  EV-CHECK-IN-TIME          PIC 9(08).
           05  EV-OPERATOR-ID            PIC X(08).
           05  EV-PRECINCT-CODE          PIC X(04).
           05  EV-BALLOT-STYLE           PIC 9(04).
           05  EV-SPOILED-CONTROL-NO     PIC 9(10).
           05  FILLER                    PIC X(16).
