      *                    roll so the precinct can be assigned from
      *                    the street-range table and confirmation
      *                    letters have somewhere to mail to.
      *   2026-10-15  RJP  Added DATE-OF-BIRTH (YYYYMMDD, zero when
      *                    not captured) - age is derived from it
      *                    as of the election instead of trusting
      *                    the age keyed at application time.
      *   2026-10-15  RJP  Added PARTY-CODE (a PARTYTB code, spaces
      *                    when the applicant declares no party).
      ******************************************************************
       01  VOTER-APPLICATION-RECORD.
           05  VOTER-APP-ID              PIC 9(10).
               10  VOTER-ADDR-CITY       PIC X(15).
               10  VOTER-ADDR-STATE      PIC X(02).
               10  VOTER-ADDR-ZIP        PIC 9(05).
           05  VOTER-DATE-OF-BIRTH       PIC 9(08).
           05  VOTER-PARTY-CODE          PIC X(03).
