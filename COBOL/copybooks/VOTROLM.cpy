      *                    so confirmation letters can mail and an
      *                    address change can re-derive the
      *                    precinct.
      *   2026-10-15  RJP  Added VRM-DATE-OF-BIRTH out of the FILLER,
      *                    loaded off roll columns 103-110 (zero
      *                    when not captured).  VRM-AGE is the age
      *                    as of the election the roll was last
      *                    consolidated for; derive a current age
      *                    from the birth date through DOBAGEW/P.
      *   2026-10-15  RJP  Added VRM-PARTY-CODE (loaded off roll
      *                    columns 111-113, spaces = no party); the
      *                    record grows to 120 bytes.  Party
      *                    changes are dated on the VOTEAUD trail
      *                    (transaction code P).
      ******************************************************************
       01  VOTER-ROLL-MASTER-RECORD.
           05  VRM-VOTER-ID              PIC 9(10).
               10  VRM-ADDR-CITY         PIC X(15).
               10  VRM-ADDR-STATE        PIC X(02).
               10  VRM-ADDR-ZIP          PIC 9(05).
           05  VRM-DATE-OF-BIRTH         PIC 9(08).
           05  VRM-PARTY-CODE            PIC X(03).
           05  FILLER                    PIC X(05).
