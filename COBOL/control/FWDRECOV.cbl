      *                    the way the customer verify does - the
      *                    old compare checked the unread buffer
      *                    against itself and could never fail.
      *   2026-10-15  RJP  The voter replay also applies the after-
      *                    image date of birth VOTMAINT now writes
      *                    at column 201; older lines carry none
      *                    there and leave the restored one alone.
      *   2026-10-15  RJP  VOTMAINT's P (party change) lines replay
      *                    too: the same after image, plus the
      *                    after-image party code at column 215.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV.
           END-DELETE.

      * ================================================================
      * 3000-REPLAY-VOTER - VOTEAUD: stamp at 16; C/N/P after-
      *                     images carry name, residency, status
      *                     and street from 124, the birth date
      *                     at 201 and the party at 215, columns
      *                     per VOTMAINT's audit line; an A
      *                     (address) change's city/state/zip and
      *                     an R redistricting's precinct are not
      *                     in the image - those go to the manual
               PERFORM 8000-WRITE-REGISTER-LINE
               GO TO 3100-EXIT
           END-IF.
           IF WS-AUD-TRANS-CODE NOT = "C" AND NOT = "N" AND NOT = "P"
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-AUD-KEY-N TO VRM-VOTER-ID.
                   GO TO 3100-EXIT
           END-READ.
      * The after image: name at 124, residency at 155, status at
      * 158, street at 160, birth date at 201; a party change's
      * new party at 215 (blank is a real value there - no party).
           MOVE VOTER-AUDIT-LINE(124:30) TO VRM-NAME.
           MOVE VOTER-AUDIT-LINE(155:2)  TO WS-NUM2-WORK-X.
           INSPECT WS-NUM2-WORK-X
               MOVE VOTER-AUDIT-LINE(158:1) TO VRM-STATUS
           END-IF.
           MOVE VOTER-AUDIT-LINE(160:20) TO VRM-ADDR-STREET.
           IF VOTER-AUDIT-LINE(201:8) IS NUMERIC
              AND VOTER-AUDIT-LINE(201:8) NOT = "00000000"
               MOVE VOTER-AUDIT-LINE(201:8) TO VRM-DATE-OF-BIRTH
           END-IF.
           IF WS-AUD-TRANS-CODE = "P"
               MOVE VOTER-AUDIT-LINE(215:3) TO VRM-PARTY-CODE
           END-IF.
           REWRITE VOTER-ROLL-MASTER-RECORD.
           PERFORM 3200-VERIFY-VOTER.
       3100-EXIT.
