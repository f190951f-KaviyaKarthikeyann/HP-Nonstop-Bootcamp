      *                    on the outstanding list, and paying it
      *                    twice becomes an exception instead of a
      *                    silent double hit.
      *   2026-10-15  RJP  Added the ESCHEATED status, the date the
      *                    due-diligence letter went to the payee
      *                    and the date the check was remitted to
      *                    the state as unclaimed property, for the
      *                    stale-dated check escheatment run.
      ******************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CHK-CHECK-NO              PIC 9(10).
               88  CHK-ISSUED                   VALUE "I".
               88  CHK-VOIDED                   VALUE "V".
               88  CHK-PAID-BY-BANK             VALUE "P".
               88  CHK-ESCHEATED                VALUE "E".
           05  CHK-REPLACED-BY           PIC 9(10).
           05  CHK-CLEARED-DATE          PIC 9(08).
           05  CHK-LETTER-DATE           PIC 9(08).
           05  CHK-ESCHEAT-DATE          PIC 9(08).
