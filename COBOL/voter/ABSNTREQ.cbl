      *                    request for an unknown election rejects
      *                    to the register instead of opening a
      *                    ballot record nothing can issue.
      *   2026-10-15  RJP  A new request carries no ballot style
      *                    until ABSISSUE stamps one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSNTREQ.
           MOVE ZERO                 TO AB-ISSUE-DATE.
           MOVE ZERO                 TO AB-RETURN-DATE.
           MOVE VRM-PRECINCT-CODE    TO AB-PRECINCT-CODE.
           MOVE ZERO                 TO AB-BALLOT-STYLE.
           WRITE ABSENTEE-BALLOT-RECORD
               INVALID KEY
                   MOVE "REJECTED - DUPLICATE REQUEST"
