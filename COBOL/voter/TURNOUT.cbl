      *   2026-09-01  RJP  The election date parameter is validated
      *                    against the ELECTION-EVENT master; a date
      *                    not on the master aborts the run.
      *   2026-10-15  RJP  Roll lines widen to X(120) for the party
      *                    affiliation in columns 111-113.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  STAMPED-ROLL-IN-FILE.
       01  STAMPED-ROLL-IN-LINE          PIC X(120).

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.
