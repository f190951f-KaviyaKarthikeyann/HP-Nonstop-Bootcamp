      *   2026-09-01  RJP  Extract columns 21-22 carry the credit
      *                    hours for the weighted GPA derivations;
      *                    blank loads as zero (weighs as one).
      *   2026-10-15  RJP  Extract columns 23-25 carry the subject
      *                    area for the graduation audit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJLOAD.
           05  WS-EXT-NAME               PIC X(16).
           05  WS-EXT-ACTIVE             PIC X(01).
           05  WS-EXT-CREDITS            PIC X(02).
           05  WS-EXT-AREA               PIC X(03).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                   MOVE SUBJECT-EXTRACT-RECORD(20:1) TO WS-EXT-ACTIVE
                   MOVE SUBJECT-EXTRACT-RECORD(21:2)
                       TO WS-EXT-CREDITS
                   MOVE SUBJECT-EXTRACT-RECORD(23:3) TO WS-EXT-AREA
                   PERFORM 2100-APPLY-ONE-SUBJECT
           END-READ.
       2000-EXIT.
                       MOVE WS-EXT-NAME   TO SUB-NAME
                       MOVE WS-EXT-ACTIVE TO SUB-ACTIVE-SWITCH
                       PERFORM 2200-SET-CREDIT-HOURS
                       MOVE WS-EXT-AREA   TO SUB-AREA-CODE
                       WRITE SUBJECT-MASTER-RECORD
                       ADD 1 TO WS-SUBJECTS-ADDED
                   NOT INVALID KEY
                       MOVE WS-EXT-NAME   TO SUB-NAME
                       MOVE WS-EXT-ACTIVE TO SUB-ACTIVE-SWITCH
                       PERFORM 2200-SET-CREDIT-HOURS
                       MOVE WS-EXT-AREA   TO SUB-AREA-CODE
                       REWRITE SUBJECT-MASTER-RECORD
                       ADD 1 TO WS-SUBJECTS-UPDATED
               END-READ
