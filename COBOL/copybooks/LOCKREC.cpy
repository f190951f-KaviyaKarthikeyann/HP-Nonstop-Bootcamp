      ******************************************************************
      * LOCKREC   - RECORD-LOCK record.  Indexed file (RECLOCKS) keyed
      *             on the master's ASSIGN name + the record key, one
      *             record per key a maintenance screen or batch step
      *             holds for the length of a change.  Written and
      *             deleted only through the RECLOCK subroutine;
      *             LOCKLIST lists it and clears stale locks.
      *
      * Mod history:
      *   2026-10-15  RJP  Record lock layout created.
      ******************************************************************
       01  RECORD-LOCK-RECORD.
           05  LCK-KEY.
               10  LCK-FILE-ID           PIC X(08).
               10  LCK-RECORD-KEY        PIC X(30).
           05  LCK-OPERATOR-ID           PIC X(08).
           05  LCK-PROGRAM-ID            PIC X(08).
           05  LCK-LOCK-DATE             PIC 9(08).
           05  LCK-LOCK-TIME             PIC 9(06).
           05  FILLER                    PIC X(12).
