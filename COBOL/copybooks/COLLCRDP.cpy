      ******************************************************************
      * COLLCRDP  - Shared collateral item card edit paragraphs.  See
      *             COLLCRDW for the working storage this expects and
      *             the calling sequence; the including program owns
      *             the COLLATERAL-MASTER file and its COLLREC record.
      *
      * Mod history:
      *   2026-10-15  RJP  Shared collateral card edit created.
      ******************************************************************
      * ================================================================
      * 7500-EDIT-COLLATERAL-VALUE - an appraisal must carry a value
      *                              and a date, and cannot be dated
      *                              after the run.
      * ================================================================
       7500-EDIT-COLLATERAL-VALUE.
           IF CC-VALUE-DIGITS IS NOT NUMERIC
              OR CC-VALUE = ZERO
               SET CC-ITEM-INVALID TO TRUE
               MOVE "APPRAISED VALUE MISSING OR ZERO"
                   TO CC-REJECT-REASON
           ELSE
               IF CC-APPRAISAL-DATE-X IS NOT NUMERIC
                  OR CC-APPRAISAL-DATE = ZERO
                   SET CC-ITEM-INVALID TO TRUE
                   MOVE "APPRAISAL DATE MISSING" TO CC-REJECT-REASON
               ELSE
                   IF CC-APPRAISAL-DATE > CC-RUN-DATE
                       SET CC-ITEM-INVALID TO TRUE
                       MOVE "APPRAISAL DATED IN THE FUTURE"
                           TO CC-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * ================================================================
      * 7510-EDIT-COLLATERAL-INSURANCE - only real estate, vehicles and
      *                                  equipment need a carrier and
      *                                  an expiry date.
      * ================================================================
       7510-EDIT-COLLATERAL-INSURANCE.
           IF CC-INSURABLE
               IF CC-INS-CARRIER = SPACES
                   SET CC-ITEM-INVALID TO TRUE
                   MOVE "INSURANCE CARRIER MISSING"
                       TO CC-REJECT-REASON
               ELSE
                   IF CC-INS-EXPIRY-DATE-X IS NOT NUMERIC
                      OR CC-INS-EXPIRY-DATE = ZERO
                       SET CC-ITEM-INVALID TO TRUE
                       MOVE "INSURANCE EXPIRY DATE MISSING"
                           TO CC-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       7520-EDIT-COLLATERAL-ITEM.
           SET CC-ITEM-VALID TO TRUE.
           MOVE SPACES TO CC-REJECT-REASON.
           IF NOT CC-TYPE-VALID
               SET CC-ITEM-INVALID TO TRUE
               MOVE "COLLATERAL TYPE NOT R, V, E, D OR S"
                   TO CC-REJECT-REASON
           END-IF.
           IF CC-ITEM-VALID
              AND CC-DESCRIPTION = SPACES
               SET CC-ITEM-INVALID TO TRUE
               MOVE "COLLATERAL DESCRIPTION MISSING"
                   TO CC-REJECT-REASON
           END-IF.
           IF CC-ITEM-VALID
               IF CC-LIEN-POSITION-X IS NOT NUMERIC
                  OR CC-LIEN-POSITION = ZERO
                   SET CC-ITEM-INVALID TO TRUE
                   MOVE "LIEN POSITION MUST BE 1-9"
                       TO CC-REJECT-REASON
               END-IF
           END-IF.
           IF CC-ITEM-VALID
               PERFORM 7500-EDIT-COLLATERAL-VALUE
           END-IF.
           IF CC-ITEM-VALID
               PERFORM 7510-EDIT-COLLATERAL-INSURANCE
           END-IF.

      * ================================================================
      * 7530-MOVE-CARD-TO-COLLATERAL - the caller sets the key, the
      *                                status and the maintenance
      *                                date; an uninsurable item
      *                                carries no insurance at all.
      * ================================================================
       7530-MOVE-CARD-TO-COLLATERAL.
           MOVE CC-TYPE            TO CL-TYPE.
           MOVE CC-DESCRIPTION     TO CL-DESCRIPTION.
           MOVE CC-VALUE           TO CL-APPRAISED-VALUE.
           MOVE CC-APPRAISAL-DATE  TO CL-APPRAISAL-DATE.
           MOVE CC-LIEN-POSITION   TO CL-LIEN-POSITION.
           IF CC-INSURABLE
               MOVE CC-INS-CARRIER     TO CL-INS-CARRIER
               MOVE CC-INS-EXPIRY-DATE TO CL-INS-EXPIRY-DATE
           ELSE
               MOVE SPACES             TO CL-INS-CARRIER
               MOVE ZERO               TO CL-INS-EXPIRY-DATE
           END-IF.
