      *                    file to re-key.  Street-range line:
      *                    street name 1-20, low house number
      *                    21-26, high 27-32, precinct 33-36.
      *   2026-10-15  RJP  Roll lines widen to X(120) for the party
      *                    affiliation in columns 111-113.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECASGN.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-ROLL-IN-FILE.
       01  MASTER-ROLL-IN-LINE           PIC X(120).

       FD  STREET-RANGE-FILE.
       01  STREET-RANGE-LINE             PIC X(80).
       COPY PRECREC.

       FD  STAMPED-ROLL-OUT-FILE.
       01  STAMPED-ROLL-OUT-LINE         PIC X(120).

       FD  ROSTER-REPORT-FILE.
       01  ROSTER-REPORT-LINE            PIC X(132).
