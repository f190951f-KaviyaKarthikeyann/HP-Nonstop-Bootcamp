      ******************************************************************
      * RECLOCKP  - Shared record-lock paragraphs for the maintenance
      *             screens.  See RECLOCKW for the working storage
      *             this expects.  The caller moves the file id and
      *             record key to RK-FILE-ID / RK-RECORD-KEY, then:
      *               7300-LOCK-RECORD    before reading the record
      *                                   for change - on
      *                                   RK-LOCK-HELD-BY-OTHER the
      *                                   holder has been shown to
      *                                   the operator
      *               7310-CONFIRM-LOCK   just before the REWRITE or
      *                                   DELETE - anything but
      *                                   RK-LOCK-GRANTED means the
      *                                   change must not be applied
      *               7320-RELEASE-LOCK   when the change is done,
      *                                   applied or not
      *
      * Mod history:
      *   2026-10-15  RJP  Shared record-lock copybook created.
      ******************************************************************
       7300-LOCK-RECORD.
           SET RK-REQUEST-LOCK TO TRUE
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS
           IF RK-LOCK-HELD-BY-OTHER
               PERFORM 7330-SHOW-LOCK-HOLDER
           END-IF.

       7310-CONFIRM-LOCK.
           SET RK-REQUEST-VERIFY TO TRUE
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS
           IF NOT RK-LOCK-GRANTED
               DISPLAY "YOUR LOCK ON THIS RECORD TIMED OUT - "
                   "CHANGE NOT APPLIED"
               IF RK-LOCK-HELD-BY-OTHER
                   PERFORM 7330-SHOW-LOCK-HOLDER
               END-IF
           END-IF.

       7320-RELEASE-LOCK.
           SET RK-REQUEST-UNLOCK TO TRUE
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.

       7330-SHOW-LOCK-HOLDER.
           DISPLAY "RECORD IN USE BY " RK-HOLDER-OPERATOR-ID
               " (" RK-HOLDER-PROGRAM-ID ") SINCE "
               RK-HOLDER-DATE " " RK-HOLDER-TIME(1:2) ":"
               RK-HOLDER-TIME(3:2) " - TRY AGAIN LATER".
