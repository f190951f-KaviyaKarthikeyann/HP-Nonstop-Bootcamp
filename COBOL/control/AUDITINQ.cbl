      *                    trail - the old 110-byte view cut off
      *                    exactly the after-images and the
      *                    operator id the inquiry filters on.
      *   2026-10-15  RJP  The normalized text widens to 230 bytes
      *                    (the extract line's full width) so the
      *                    before/after party codes VOTMAINT now
      *                    writes at 211-217 reach the extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITINQ.
           05  AU-DATE                   PIC 9(08).
           05  AU-TIME                   PIC 9(08).
           05  AU-SUBSYSTEM              PIC X(01).
           05  AU-TEXT                   PIC X(230).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-EXT-SUBSYSTEM          PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-EXT-TEXT               PIC X(230).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE ZERO TO AU-TIME
               END-IF
               MOVE WS-SCAN-SUBSYSTEM TO AU-SUBSYSTEM
               MOVE WS-SCAN-LINE(1:230) TO AU-TEXT
               RELEASE AUDIT-SORT-RECORD
           END-IF.

