      ******************************************************************
      * DOBAGEP   - Shared date-of-birth edit and age derivation
      *             paragraphs.  See DOBAGEW for the working storage
      *             this expects.  The birth date must be a real
      *             calendar date (leap years included), not after
      *             the as-of date, and not more than 120 years
      *             before it.  Age is whole years completed on the
      *             as-of date.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared birth-date edit copybook created.
      ******************************************************************
       7100-EDIT-BIRTH-DATE.
           SET DA-BIRTH-DATE-VALID TO TRUE
           MOVE SPACES TO DA-REASON
           MOVE ZERO TO DA-AGE
           IF DA-BIRTH-DATE-X IS NOT NUMERIC
               SET DA-BIRTH-DATE-INVALID TO TRUE
               MOVE "BIRTH DATE NOT NUMERIC" TO DA-REASON
           ELSE
               PERFORM 7120-EDIT-BIRTH-CALENDAR
           END-IF
           IF DA-BIRTH-DATE-VALID
               IF DA-BIRTH-DATE > DA-AS-OF-DATE
                   SET DA-BIRTH-DATE-INVALID TO TRUE
                   MOVE "BIRTH DATE IN THE FUTURE" TO DA-REASON
               ELSE
                   PERFORM 7110-COMPUTE-AGE
                   IF DA-AGE > 120
                       SET DA-BIRTH-DATE-INVALID TO TRUE
                       MOVE "BIRTH DATE OVER 120 YEARS AGO"
                           TO DA-REASON
                   END-IF
               END-IF
           END-IF.

       7110-COMPUTE-AGE.
           COMPUTE DA-AGE = DA-AS-OF-YYYY - DA-BIRTH-YYYY
           IF DA-AS-OF-MMDD < DA-BIRTH-MMDD
               SUBTRACT 1 FROM DA-AGE
           END-IF.

       7120-EDIT-BIRTH-CALENDAR.
           IF DA-BIRTH-MM < 1 OR DA-BIRTH-MM > 12
               SET DA-BIRTH-DATE-INVALID TO TRUE
               MOVE "BIRTH MONTH NOT 01-12" TO DA-REASON
           ELSE
               MOVE DA-MONTH-DAYS (DA-BIRTH-MM) TO DA-MONTH-LIMIT
               IF DA-BIRTH-MM = 2
                   DIVIDE DA-BIRTH-YYYY BY 4
                       GIVING DA-QUOTIENT-DROPPED
                       REMAINDER DA-REMAINDER-4
                   DIVIDE DA-BIRTH-YYYY BY 100
                       GIVING DA-QUOTIENT-DROPPED
                       REMAINDER DA-REMAINDER-100
                   DIVIDE DA-BIRTH-YYYY BY 400
                       GIVING DA-QUOTIENT-DROPPED
                       REMAINDER DA-REMAINDER-400
                   IF DA-REMAINDER-4 = ZERO
                      AND (DA-REMAINDER-100 NOT = ZERO
                           OR DA-REMAINDER-400 = ZERO)
                       MOVE 29 TO DA-MONTH-LIMIT
                   END-IF
               END-IF
               IF DA-BIRTH-DD < 1 OR DA-BIRTH-DD > DA-MONTH-LIMIT
                   SET DA-BIRTH-DATE-INVALID TO TRUE
                   MOVE "BIRTH DAY NOT IN THE MONTH" TO DA-REASON
               END-IF
           END-IF.
