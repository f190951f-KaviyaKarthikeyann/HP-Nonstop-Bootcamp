      *                    an OPEN OUTPUT here was destroying them.
      *                    The purge batch empties the file once it
      *                    has consumed it.
      *   2026-10-15  RJP  Roll lines widen to X(120) for the party
      *                    affiliation in columns 111-113.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOVOTE.
       COPY PARTHREC.

       FD  MASTER-ROLL-IN-FILE.
       01  MASTER-ROLL-IN-LINE           PIC X(120).

       FD  INACTIVATION-TRANS-FILE.
       01  INACTIVATION-TRANS-RECORD     PIC X(80).
