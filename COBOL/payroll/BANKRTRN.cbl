      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original bank return processing program.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRTRN.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BANK-REJECT-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   MOVE BANK-REJECT-LINE(1:10) TO WS-RTN-EMP-ID
                   MOVE BANK-REJECT-LINE(11:3) TO WS-RTN-REASON-CODE
