      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original journal approval program.
      *   2026-10-15  RJP  LIST and APPROVE show a journal flagged to
      *                    reverse next period.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNAPP.
               DISPLAY "PENDING JOURNAL " PJ-JOURNAL-NO
                   " ENTERED BY " PJ-ENTERED-BY
                   " ON " PJ-ENTERED-DATE
               IF PJ-REVERSE-NEXT-PERIOD
                   DISPLAY "    REVERSES IN THE NEXT OPEN PERIOD"
               END-IF
           END-IF.

      * ================================================================
               MOVE SPACES TO PJ-REJECT-REASON
               ADD 1 TO WS-JOURNALS-APPROVED
               DISPLAY "JOURNAL RELEASED FOR POSTING"
               IF PJ-REVERSE-NEXT-PERIOD
                   DISPLAY "REVERSAL WILL BE CUT WHEN ITS PERIOD "
                       "CLOSES"
               END-IF
           ELSE
               DISPLAY "ENTER REJECT REASON"
               ACCEPT WS-REJECT-REASON
