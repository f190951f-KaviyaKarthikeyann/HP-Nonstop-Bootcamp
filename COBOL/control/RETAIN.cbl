      *   2026-09-01  RJP  History lines widened to X(86) - RUNTOT
      *                    now also carries the garnishments
      *                    withheld.
      *   2026-10-09  RJP  History lines widened to X(100) - RUNTOT
      *                    now also carries the state tax withheld.
      *   2026-10-15  RJP  History lines widened to X(114) - RUNTOT now
      *                    also carries the expense reimbursements paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-IN-FILE.
       01  RUN-HISTORY-IN-LINE           PIC X(114).

       FD  RUN-HISTORY-OUT-FILE.
       01  RUN-HISTORY-OUT-LINE          PIC X(114).

       FD  RUN-HISTORY-ARCHIVE-FILE.
       01  RUN-HISTORY-ARCHIVE-LINE      PIC X(114).

       FD  RUN-SUMMARY-FILE.
       01  RUN-SUMMARY-LINE              PIC X(80).
