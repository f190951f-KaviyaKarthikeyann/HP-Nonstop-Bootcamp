      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original customer statement program.
      *   2026-10-15  RJP  ARPMTS lines now run to 200 bytes with the
      *                    lockbox remittance detail; only the first
      *                    29 columns are read here.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
       COPY CUSTREC.

       FD  CUSTOMER-PAYMENTS-FILE.
       01  CUSTOMER-PAYMENT-LINE         PIC X(200).

       FD  UNAPPLIED-EXCEPTION-FILE.
       01  UNAPPLIED-EXCEPTION-LINE      PIC X(132).
                   IF CUSTOMER-PAYMENT-LINE(11:6)
                           = WS-STATEMENT-MONTH
                      AND WS-PMT-COUNT < WS-PMT-LIMIT
                      AND CUSTOMER-PAYMENT-LINE(1:4) NOT = "HDR*"
                      AND CUSTOMER-PAYMENT-LINE(1:4) NOT = "TRL*"
                       ADD 1 TO WS-PMT-COUNT
                       MOVE CUSTOMER-PAYMENT-LINE(1:10)
                           TO WS-PT-CUST-ID (WS-PMT-COUNT)
