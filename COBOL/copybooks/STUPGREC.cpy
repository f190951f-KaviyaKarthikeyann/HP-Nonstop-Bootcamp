      ******************************************************************
      * STUPGREC  - STUDENT-PROGRAM record.  Indexed file keyed on the
      *             student id, one record per student: the
      *             graduation program they follow (a GRADREQ
      *             program code) and the year they are due to
      *             graduate, loaded by STPGLOAD.  It lives apart
      *             from STUDENT-MASTER because STUDLOAD rebuilds
      *             the master from each term's extract.  GRADAUD
      *             posts its verdict here; YEAREND graduates a
      *             due-year student only on a requirements-met
      *             verdict.
      *
      * Mod history:
      *   2026-10-15  RJP  Student program record layout created.
      *   2026-10-15  RJP  Added PG-GENDER (a GENDERTB code; space
      *                    when the office has none) out of the
      *                    FILLER for the state enrollment census.
      ******************************************************************
       01  STUDENT-PROGRAM-RECORD.
           05  PG-STU-ID                 PIC 9(10).
           05  PG-PROGRAM-CODE           PIC X(04).
           05  PG-GRAD-YEAR              PIC 9(04).
           05  PG-AUDIT-VERDICT          PIC X(01).
               88  PG-NOT-AUDITED               VALUE SPACE.
               88  PG-REQUIREMENTS-MET          VALUE "M".
               88  PG-MET-PENDING-TERM          VALUE "P".
               88  PG-REQUIREMENTS-SHORT        VALUE "S".
           05  PG-AUDIT-DATE             PIC 9(08).
           05  PG-AUDIT-TERM             PIC 9(06).
           05  PG-GENDER                 PIC X(01).
           05  FILLER                    PIC X(06).
