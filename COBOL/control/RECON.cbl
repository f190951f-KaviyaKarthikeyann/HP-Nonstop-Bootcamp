      *                    also carries the garnishments withheld,
      *                    which foot into the withholding total the
      *                    same as PF and insurance.
      *   2026-10-09  RJP  History line widened to X(100) - RUNTOT now
      *                    also carries the state tax withheld, which
      *                    foots into the withholding total against
      *                    the per-state liability credits.
      *   2026-10-15  RJP  History line widened to X(114) - RUNTOT now
      *                    also carries the expense reimbursements paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTAL-HISTORY-FILE.
       01  RUN-TOTAL-HISTORY-LINE        PIC X(114).

       FD  GL-TRANSACTION-FILE.
       01  GL-TRANSACTION-LINE           PIC X(80).
                   IF RT-TOTAL-GARN IS NUMERIC
                       ADD RT-TOTAL-GARN TO WS-PAYROLL-WITHHELD
                   END-IF
                   IF RT-TOTAL-STATE-TAX IS NUMERIC
                       ADD RT-TOTAL-STATE-TAX TO WS-PAYROLL-WITHHELD
                   END-IF
                   COMPUTE WS-PAYROLL-GROSS =
                       WS-PAYROLL-NET + WS-PAYROLL-WITHHELD
           END-READ.
