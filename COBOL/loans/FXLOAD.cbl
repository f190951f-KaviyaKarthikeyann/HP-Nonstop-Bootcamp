      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original rate maintenance program.
      *   2026-10-15  RJP  The file now arrives in the IFENVREC
      *                    envelope, proved and registered by IFRECV
      *                    ahead of this step; the HDR* header and TRL*
      *                    trailer lines are stepped over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF FX-RATE-LINE(1:4) = "HDR*" OR "TRL*"
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   MOVE FX-RATE-LINE(1:3)  TO WS-RATE-CODE
                   MOVE FX-RATE-LINE(4:9)  TO WS-RATE-DIGITS
