      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original bank account load program.
      *   2026-10-08  RJP  A CLOSED account (final pay) keyed again
      *                    for a rehire is re-prenoted even when the
      *                    routing and account numbers are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKACLD.
               IF BA-ROUTING-NO = WS-EXT-ROUTING-N
                  AND BA-ACCOUNT-NO = WS-EXT-ACCOUNT
                  AND BA-ACCOUNT-TYPE = WS-EXT-ACCT-TYPE
                  AND NOT BA-ACCOUNT-CLOSED
                   CONTINUE
               ELSE
                   MOVE WS-EXT-ROUTING   TO BA-ROUTING-NO
