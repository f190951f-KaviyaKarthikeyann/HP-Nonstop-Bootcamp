      ******************************************************************
      * PROGRAM:      COLLMNT
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Maintains the COLLATERAL-MASTER from keyed
      *               collateral cards once a loan is on the books
      *               (LOANBOOK files the items pledged with the
      *               application).  An A card adds an item to an
      *               open or NON-ACCRUAL loan, or amends every term
      *               of one already on file; V records a new
      *               appraisal (value and date); N records an
      *               insurance renewal (carrier and expiry); R
      *               releases the item, which stays on file but
      *               no longer secures anything.  Every term is
      *               edited through the shared COLLCRDP routine
      *               LOANBOOK uses for pledges.  Rejected cards
      *               print on the COLLLERR exception list.
      *
      *               Collateral card: see COLLCRDW.  Columns 11-12
      *               carry the item number 01-99 and column 13 the
      *               action - A add/amend, V revalue, N insurance
      *               renewal, R release.  A V card needs only the
      *               value and appraisal date; an N card only the
      *               carrier and expiry date.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original collateral maintenance program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-CARD-FILE ASSIGN TO "COLLCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT COLLATERAL-MASTER-FILE ASSIGN TO "COLLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-COLLMAST-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "COLLLERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-CARD-FILE.
       01  COLLATERAL-CARD-RECORD        PIC X(100).

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLREC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CARDS-STATUS           PIC X(02) VALUE "00".
           05  WS-COLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ITEM-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-ITEM-ON-FILE              VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-ADDED            PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-AMENDED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-REVALUED         PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-RENEWED          PIC 9(9) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED         PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CARD-ACTION                PIC X(01).
           88  WS-CRD-IS-ADD                    VALUE "A".
           88  WS-CRD-IS-REVALUE                VALUE "V".
           88  WS-CRD-IS-RENEWAL                VALUE "N".
           88  WS-CRD-IS-RELEASE                VALUE "R".

       01  WS-CURRENT-DATE               PIC 9(08).

       COPY COLLCRDW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARDS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO CC-RUN-DATE.
           OPEN INPUT COLLATERAL-CARD-FILE.
           OPEN I-O COLLATERAL-MASTER-FILE.
           IF WS-COLLMAST-STATUS = "35"
               OPEN OUTPUT COLLATERAL-MASTER-FILE
               CLOSE COLLATERAL-MASTER-FILE
               OPEN I-O COLLATERAL-MASTER-FILE
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "COLLMNT - CANNOT OPEN LOANMAST LOAN MASTER - "
                   "STATUS " WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-CARDS.
           READ COLLATERAL-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE COLLATERAL-CARD-RECORD TO COLLATERAL-CARD-FIELDS.
           MOVE CC-ACTION TO WS-CARD-ACTION.
           IF CC-OWNER-NO-X IS NOT NUMERIC
               MOVE "LOAN ACCOUNT NOT NUMERIC" TO CC-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           IF CC-ITEM-NO-X IS NOT NUMERIC
              OR CC-ITEM-NO = ZERO
               MOVE "ITEM NUMBER MUST BE 01-99" TO CC-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2350-READ-ITEM.
           EVALUATE TRUE
               WHEN WS-CRD-IS-ADD
                   PERFORM 2300-ADD-OR-AMEND
                       THRU 2300-EXIT
               WHEN WS-CRD-IS-REVALUE
               WHEN WS-CRD-IS-RENEWAL
               WHEN WS-CRD-IS-RELEASE
                   PERFORM 2500-UPDATE-ITEM
                       THRU 2500-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, V, N OR R"
                       TO CC-REJECT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2300-ADD-OR-AMEND - the loan must still be on the books; a
      *                     released item cannot be amended back to
      *                     life - add it again under a new number.
      * ================================================================
       2300-ADD-OR-AMEND.
           MOVE CC-OWNER-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "LOAN NOT ON LOAN MASTER" TO CC-REJECT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
           END-READ.
           IF NOT LM-OPEN AND NOT LM-NON-ACCRUAL
               MOVE "LOAN IS CLOSED OR CHARGED OFF"
                   TO CC-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           PERFORM 7520-EDIT-COLLATERAL-ITEM.
           IF CC-ITEM-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-ITEM-ON-FILE
               IF CL-RELEASED
                   MOVE "ITEM IS RELEASED" TO CC-REJECT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
               END-IF
               PERFORM 7530-MOVE-CARD-TO-COLLATERAL
               MOVE WS-CURRENT-DATE TO CL-LAST-MAINT-DATE
               REWRITE COLLATERAL-RECORD
               ADD 1 TO WS-ITEMS-AMENDED
           ELSE
               MOVE SPACES TO COLLATERAL-RECORD
               MOVE CC-OWNER-NO TO CL-LOAN-ACCT-NO
               MOVE CC-ITEM-NO TO CL-ITEM-NO
               PERFORM 7530-MOVE-CARD-TO-COLLATERAL
               SET CL-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATE TO CL-LAST-MAINT-DATE
               WRITE COLLATERAL-RECORD
               ADD 1 TO WS-ITEMS-ADDED
           END-IF.
       2300-EXIT.
           EXIT.

       2350-READ-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           MOVE CC-OWNER-NO TO CL-LOAN-ACCT-NO.
           MOVE CC-ITEM-NO TO CL-ITEM-NO.
           READ COLLATERAL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND-SWITCH
           END-READ.

      * ================================================================
      * 2500-UPDATE-ITEM - a revaluation or renewal touches only its
      *                    own terms.  The renewal edit runs against
      *                    the type on file, so a deposit or
      *                    securities item needs no insurance.
      * ================================================================
       2500-UPDATE-ITEM.
           IF NOT WS-ITEM-ON-FILE
               MOVE "ITEM NOT ON COLLATERAL MASTER"
                   TO CC-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           IF CL-RELEASED
               MOVE "ITEM ALREADY RELEASED" TO CC-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           SET CC-ITEM-VALID TO TRUE.
           EVALUATE TRUE
               WHEN WS-CRD-IS-REVALUE
                   PERFORM 7500-EDIT-COLLATERAL-VALUE
                   IF CC-ITEM-VALID
                       MOVE CC-VALUE TO CL-APPRAISED-VALUE
                       MOVE CC-APPRAISAL-DATE TO CL-APPRAISAL-DATE
                       ADD 1 TO WS-ITEMS-REVALUED
                   END-IF
               WHEN WS-CRD-IS-RENEWAL
                   MOVE CL-TYPE TO CC-TYPE
                   IF NOT CC-INSURABLE
                       SET CC-ITEM-INVALID TO TRUE
                       MOVE "ITEM TYPE CARRIES NO INSURANCE"
                           TO CC-REJECT-REASON
                   ELSE
                       PERFORM 7510-EDIT-COLLATERAL-INSURANCE
                   END-IF
                   IF CC-ITEM-VALID
                       MOVE CC-INS-CARRIER TO CL-INS-CARRIER
                       MOVE CC-INS-EXPIRY-DATE TO CL-INS-EXPIRY-DATE
                       ADD 1 TO WS-ITEMS-RENEWED
                   END-IF
               WHEN WS-CRD-IS-RELEASE
                   SET CL-RELEASED TO TRUE
                   ADD 1 TO WS-ITEMS-RELEASED
           END-EVALUATE.
           IF CC-ITEM-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO CL-LAST-MAINT-DATE.
           REWRITE COLLATERAL-RECORD.
       2500-EXIT.
           EXIT.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED LOAN " CC-OWNER-NO-X
                  " ITEM " CC-ITEM-NO-X
                  " ACTION " WS-CARD-ACTION
                  " - " CC-REJECT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

       9000-TERMINATE.
           DISPLAY "COLLATERAL MAINTENANCE - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  ITEMS ADDED      : " WS-ITEMS-ADDED.
           DISPLAY "  ITEMS AMENDED    : " WS-ITEMS-AMENDED.
           DISPLAY "  ITEMS REVALUED   : " WS-ITEMS-REVALUED.
           DISPLAY "  INSURANCE RENEWED: " WS-ITEMS-RENEWED.
           DISPLAY "  ITEMS RELEASED   : " WS-ITEMS-RELEASED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE COLLATERAL-CARD-FILE.
           CLOSE COLLATERAL-MASTER-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY COLLCRDP.

       END PROGRAM COLLMNT.
