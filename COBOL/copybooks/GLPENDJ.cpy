      *             and up carry the keyed legs.  Nothing reaches
      *             GLTRANS from here until a DIFFERENT operator
      *             approves the journal - the dual control the
      *             external accountant asked for.  A header flagged
      *             to reverse next period is reversed by GLJRNREV
      *             once its period is closed; the flag then reads
      *             REVERSED and the reversal's GL date is kept.
      *
      * Mod history:
      *   2026-09-01  RJP  Pending journal layout created.
      *   2026-10-15  RJP  Reverse-next-period flag and reversal date.
      ******************************************************************
       01  PENDING-JOURNAL-RECORD.
           05  PJ-KEY.
               88  PJ-IS-DEBIT                  VALUE "D".
               88  PJ-IS-CREDIT                 VALUE "C".
           05  PJ-AMOUNT                 PIC 9(9)V99.
           05  PJ-REVERSE-FLAG           PIC X(01).
               88  PJ-REVERSE-NEXT-PERIOD       VALUE "Y".
               88  PJ-REVERSAL-GENERATED        VALUE "R".
               88  PJ-FLAGGED-FOR-REVERSAL      VALUE "Y" "R".
           05  FILLER                    PIC X(04).
           05  PJ-REVERSAL-DATE          PIC 9(08).
