      *                    predate the scheme) a failing id loads
      *                    with a warning line so the conversion can
      *                    be staged.
      *   2026-10-09  RJP  Extract columns 71-72 carry the work state
      *                    for state income tax withholding.
      *   2026-10-15  RJP  Extract columns 73-78 carry the position
      *                    number; the reserved bytes are cleared
      *                    before each WRITE.  POSLOAD fills the
      *                    positions themselves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOAD.
           05  WS-EXT-PAY-FREQ           PIC X(01).
           05  WS-EXT-PAY-METHOD         PIC X(01).
           05  WS-EXT-DEPT-CODE          PIC X(02).
           05  WS-EXT-WORK-STATE         PIC X(02).
           05  WS-EXT-POSITION-NO        PIC X(06).

      * WS-EXT-*-DIGITS redefine each amount as an unsigned integer so
      * the extract substring MOVEs in as digits first - moving
                       WS-EXT-PAY-METHOD
                   MOVE EMPLOYEE-EXTRACT-RECORD(69:2) TO
                       WS-EXT-DEPT-CODE
                   MOVE EMPLOYEE-EXTRACT-RECORD(71:2) TO
                       WS-EXT-WORK-STATE
                   MOVE EMPLOYEE-EXTRACT-RECORD(73:6) TO
                       WS-EXT-POSITION-NO
           END-READ.

       2200-BUILD-AND-WRITE-MASTER.
           MOVE WS-EXT-PAY-FREQ TO EMP-PAY-FREQ.
           MOVE WS-EXT-PAY-METHOD TO EMP-PAY-METHOD.
           MOVE WS-EXT-DEPT-CODE TO EMP-DEPT-CODE.
           MOVE WS-EXT-WORK-STATE TO EMP-WORK-STATE.
           MOVE WS-EXT-POSITION-NO TO EMP-POSITION-NO.
           MOVE SPACES TO EMPLOYEE-RECORD(77:4).
           WRITE EMPLOYEE-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

