      *                    also carries the PF/insurance withheld.
      *   2026-09-01  RJP  History line widened to X(86) - RUNTOT now
      *                    also carries the garnishments withheld.
      *   2026-10-09  RJP  History line widened to X(100) - RUNTOT now
      *                    also carries the state tax withheld.
      *   2026-10-15  RJP  History line widened to X(114) - RUNTOT now
      *                    also carries the expense reimbursements paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTAL-HISTORY-FILE.
       01  RUN-TOTAL-HISTORY-LINE        PIC X(114).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE             PIC X(80).
