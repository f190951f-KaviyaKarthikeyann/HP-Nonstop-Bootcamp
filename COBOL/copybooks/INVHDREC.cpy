      *                    check at header entry; INVPRINT prints
      *                    OPEN headers only, so a held invoice
      *                    waits for the audited release.
      *   2026-10-15  RJP  The ship-to state out of the reserved
      *                    FILLER: sales tax is charged at the rate
      *                    of the state the goods go to.  Blank - or
      *                    a pre-change record's bytes - means they
      *                    go to the bill-to address.
      *   2026-10-15  RJP  The salesperson the invoice is commissioned
      *                    to, out of the last of the FILLER.  Blank -
      *                    or a pre-change record's bytes - means the
      *                    customer's assigned salesperson.
      *   2026-10-15  RJP  The customer's ship-to location, with a
      *                    reserve; the record grew from 32 to 50
      *                    bytes (INVHCONV converts the file).  Zero
      *                    means the goods go to the bill-to address.
      ******************************************************************
       01  INVOICE-HEADER-RECORD.
           05  INVH-INVOICE-ID           PIC 9(08).
               88  INVH-OPEN                    VALUE "O".
               88  INVH-PRINTED                 VALUE "P".
               88  INVH-HELD                    VALUE "H".
           05  INVH-SHIP-TO-STATE        PIC X(02).
           05  INVH-SALESREP             PIC X(03).
           05  INVH-SHIP-TO-LOC          PIC 9(04).
           05  FILLER                    PIC X(14).
