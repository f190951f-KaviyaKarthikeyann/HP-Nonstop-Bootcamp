      *
      * Mod history:
      *   2026-09-01  RJP  Absentee ballot record layout created.
      *   2026-10-15  RJP  AB-BALLOT-STYLE carved from FILLER - the
      *                    ballot style stamped at issuance.
      *   2026-10-15  RJP  AB-SPOILED - an issued (or requested) ballot
      *                    cancelled when the voter votes in person
      *                    at an early-voting center (EARLYCHK); a
      *                    spoiled ballot is never issued or counted.
      ******************************************************************
       01  ABSENTEE-BALLOT-RECORD.
           05  AB-KEY.
               88  AB-ISSUED                    VALUE "I".
               88  AB-RETURNED                  VALUE "T".
               88  AB-COUNTED                   VALUE "C".
               88  AB-SPOILED                   VALUE "S".
           05  AB-REQUEST-DATE           PIC 9(08).
           05  AB-ISSUE-DATE             PIC 9(08).
           05  AB-RETURN-DATE            PIC 9(08).
           05  AB-PRECINCT-CODE          PIC X(04).
           05  AB-BALLOT-STYLE           PIC 9(04).
           05  FILLER                    PIC X(01).
