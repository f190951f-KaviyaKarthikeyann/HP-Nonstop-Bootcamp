      ******************************************************************
      * RECLOCKW  - Caller's parameter area for the shared RECLOCK
      *             record-lock subroutine.  COPY into WORKING-
      *             STORAGE, set RK-OPERATOR-ID (the SIGNON operator,
      *             or BATCH) and RK-PROGRAM-ID once, then for each
      *             record set RK-FILE-ID (the master's ASSIGN name)
      *             and RK-RECORD-KEY and CALL "RECLOCK" USING
      *             WS-RECLOCK-PARAMETERS with RK-REQUEST:
      *               L  lock the key - granted, or held by another
      *                  operator with the holder returned
      *               V  verify the caller still holds the key
      *                  before its REWRITE (a lock left past the
      *                  SECPARMS timeout may have been taken over)
      *               U  release the key
      *               A  any live lock held on the file - for a
      *                  batch step deciding whether to start
      *             The RECLOCKP paragraphs wrap L, V and U for the
      *             maintenance screens.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared record-lock parameter area created.
      ******************************************************************
       01  WS-RECLOCK-PARAMETERS.
           05  RK-REQUEST                PIC X(01).
               88  RK-REQUEST-LOCK              VALUE "L".
               88  RK-REQUEST-VERIFY            VALUE "V".
               88  RK-REQUEST-UNLOCK            VALUE "U".
               88  RK-REQUEST-ANY-HELD          VALUE "A".
           05  RK-FILE-ID                PIC X(08).
           05  RK-RECORD-KEY             PIC X(30).
           05  RK-OPERATOR-ID            PIC X(08).
           05  RK-PROGRAM-ID             PIC X(08).
           05  RK-RESULT-SWITCH          PIC X(01).
               88  RK-LOCK-GRANTED              VALUE "G".
               88  RK-LOCK-HELD-BY-OTHER        VALUE "H".
               88  RK-NO-LOCK-HELD              VALUE "N".
           05  RK-HOLDER-OPERATOR-ID     PIC X(08).
           05  RK-HOLDER-PROGRAM-ID      PIC X(08).
           05  RK-HOLDER-DATE            PIC 9(08).
           05  RK-HOLDER-TIME            PIC 9(06).
           05  RK-LOCKS-HELD-COUNT       PIC 9(05).
