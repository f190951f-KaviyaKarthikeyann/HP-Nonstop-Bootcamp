      *               register record PAID with the cleared date, an
      *               amount difference or a check the bank paid
      *               that the register never issued (or that is
      *               VOID, ESCHEATED or already PAID) goes on the
      *               exception section of the reconciliation
      *               report.  After the matching pass the whole
      *               register is walked and every check still
      *               ISSUED prints on the outstanding-check list,
      *               flagged STALE once its issue date is more than
      *               the stale-days parameter old.  ESCHEAT takes
      *               the stale checks on from there.
      *
      *               Cleared-items line (fixed column, from the
      *               bank):
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original cleared-check reconciliation.
      *   2026-10-15  RJP  A check presented after the escheatment
      *                    run remitted it to the state goes on the
      *                    exception section; an ESCHEATED check is
      *                    no longer outstanding.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BANK-CLEARED-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO WS-ITEMS-READ
                   MOVE BANK-CLEARED-LINE(1:10)  TO WS-CLR-CHECK-NO
                   MOVE BANK-CLEARED-LINE(11:11) TO
      * ================================================================
      * 2100-MATCH-ONE-ITEM - the bank is never allowed to be right
      *                       by default: a number we never issued, a
      *                       VOID or ESCHEATED check, a second
      *                       presentation of a PAID check, and an
      *                       amount difference all land on the
      *                       exception section and leave the
      *                       register untouched.
      * ================================================================
       2100-MATCH-ONE-ITEM.
           MOVE WS-CLR-CHECK-NO TO CHK-CHECK-NO.
               MOVE CHK-AMOUNT TO WS-EXC-REG-AMT
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               IF CHK-ESCHEATED
                   MOVE "CHECK ESCHEATED TO STATE" TO WS-EXC-REASON
                   MOVE CHK-AMOUNT TO WS-EXC-REG-AMT
                   PERFORM 2200-WRITE-EXCEPTION
               ELSE
                   PERFORM 2120-CHECK-UNVOIDED-MATCH
               END-IF
           END-IF.

       2120-CHECK-UNVOIDED-MATCH.
           IF CHK-PAID-BY-BANK
               MOVE "CHECK ALREADY CLEARED" TO WS-EXC-REASON
               MOVE CHK-AMOUNT TO WS-EXC-REG-AMT
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               IF WS-CLR-AMOUNT NOT = CHK-AMOUNT
                   MOVE "AMOUNT MISMATCH" TO WS-EXC-REASON
                   MOVE CHK-AMOUNT TO WS-EXC-REG-AMT
                   PERFORM 2200-WRITE-EXCEPTION
               ELSE
                   SET CHK-PAID-BY-BANK TO TRUE
                   MOVE WS-CLR-DATE TO CHK-CLEARED-DATE
                   REWRITE CHECK-REGISTER-RECORD
                   ADD 1 TO WS-ITEMS-MATCHED
                   ADD WS-CLR-AMOUNT TO WS-AMOUNT-CLEARED
               END-IF
           END-IF.

