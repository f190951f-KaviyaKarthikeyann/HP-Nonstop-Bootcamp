      ******************************************************************
      * PROGRAM:      AIDCHK
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Aid award condition review.  For the term in
      *               command-line columns 1-6, holds every ACTIVE or
      *               APPLIED award on the AID-AWARD file against its
      *               conditions again (AIDCNDP) - the student's
      *               current average off STUDENT-MASTER and the
      *               latest attendance on ATTENDANCE-MASTER - and
      *               lists each award whose conditions no longer
      *               hold, or whose student is no longer on
      *               STUDENT-MASTER, on the AIDCANC cancellation
      *               report for the financial aid office.  Nothing
      *               is cancelled here: an ACTIVE award is cancelled
      *               through AIDLOAD; an APPLIED award is already on
      *               the fee invoice and its credit is reversed
      *               through ARADJUST.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original aid award condition review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDCHK.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AIDAWARD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STUMAST-STATUS.

           SELECT ATTENDANCE-MASTER-FILE ASSIGN TO "ATTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATTMAST-STATUS.

           SELECT CANCELLATION-REPORT-FILE ASSIGN TO "AIDCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDCANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AID-AWARD-FILE.
       COPY AIDAWREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  ATTENDANCE-MASTER-FILE.
       COPY ATTREC.

       FD  CANCELLATION-REPORT-FILE.
       01  CANCELLATION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AIDAWARD-STATUS        PIC X(02) VALUE "00".
           05  WS-STUMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-ATTMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-AIDCANC-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-AWARDS-REVIEWED        PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-HOLDING         PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-TO-CANCEL       PIC 9(9) COMP VALUE ZERO.
           05  WS-APPLIED-TO-REVERSE     PIC 9(9) COMP VALUE ZERO.
           05  WS-AID-TO-REVERSE         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-SELECT-TERM                PIC 9(06).
       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(40) VALUE
               "AID AWARDS FOR CANCELLATION - TERM ".
           05  WS-TL-TERM                PIC 9(06).
           05  FILLER                    PIC X(10) VALUE
               "  RUN ".
           05  WS-TL-RUN-DATE            PIC 9(08).

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(12) VALUE "STUDENT".
           05  FILLER                    PIC X(22) VALUE "NAME".
           05  FILLER                    PIC X(07) VALUE "AWARD".
           05  FILLER                    PIC X(22) VALUE "AWARD NAME".
           05  FILLER                    PIC X(09) VALUE "STATUS".
           05  FILLER                    PIC X(10) VALUE "INVOICE".
           05  FILLER                    PIC X(14) VALUE
               "   APPLIED".
           05  FILLER                    PIC X(36) VALUE "REASON".

       01  WS-CANCEL-DETAIL-LINE.
           05  WS-CD-STU-ID              PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-STU-NAME            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-AWARD-CODE          PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-AWARD-NAME          PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-STATUS              PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-INVOICE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-APPLIED-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CD-REASON              PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(30) VALUE
               "AWARDS TO CANCEL ".
           05  WS-TOT-TO-CANCEL          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(30) VALUE
               "   APPLIED CREDIT TO REVERSE ".
           05  WS-TOT-TO-REVERSE         PIC $$$,$$$,$$9.99.

       COPY AIDCNDW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-REVIEW-ONE-AWARD
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "AIDCHK - TERM PARAMETER (YYYYTT) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-SELECT-TERM.
           OPEN INPUT AID-AWARD-FILE.
           IF WS-AIDAWARD-STATUS NOT = "00"
               DISPLAY "AIDCHK - NO AID AWARD FILE ON HAND - STATUS "
                   WS-AIDAWARD-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMAST-STATUS NOT = "00"
               DISPLAY "AIDCHK - NO STUDENT MASTER ON HAND - STATUS "
                   WS-STUMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ATTENDANCE-MASTER-FILE.
           IF WS-ATTMAST-STATUS NOT = "00"
               DISPLAY "AIDCHK - NO ATTENDANCE MASTER ON HAND - "
                   "STATUS " WS-ATTMAST-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CANCELLATION-REPORT-FILE.
           MOVE WS-SELECT-TERM  TO WS-TL-TERM.
           MOVE WS-CURRENT-DATE TO WS-TL-RUN-DATE.
           MOVE WS-TITLE-LINE TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.
           MOVE SPACES TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.
           MOVE WS-COLUMN-HEADING-LINE TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-REVIEW-ONE-AWARD - a student gone from STUDENT-MASTER has
      *                         left; the award cannot stand whatever
      *                         its conditions.
      * ================================================================
       2000-REVIEW-ONE-AWARD.
           READ AID-AWARD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF AW-TERM NOT = WS-SELECT-TERM
               GO TO 2000-EXIT
           END-IF.
           IF NOT AW-ACTIVE
              AND NOT AW-APPLIED
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-AWARDS-REVIEWED.
           MOVE AW-STU-ID TO STU-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO STU-NAME
                   MOVE "STUDENT NO LONGER ON STUDENT MASTER"
                       TO WS-CD-REASON
                   PERFORM 2100-WRITE-CANCEL-LINE
                   GO TO 2000-EXIT
           END-READ.
           MOVE STU-AVERAGE TO AC-STUDENT-AVERAGE.
           MOVE AW-TERM     TO AC-AS-OF-TERM.
           PERFORM 7200-CHECK-AID-CONDITIONS.
           IF AC-CONDITIONS-MET
               ADD 1 TO WS-AWARDS-HOLDING
               GO TO 2000-EXIT
           END-IF.
           MOVE AC-FAIL-REASON TO WS-CD-REASON.
           PERFORM 2100-WRITE-CANCEL-LINE.
       2000-EXIT.
           EXIT.

       2100-WRITE-CANCEL-LINE.
           ADD 1 TO WS-AWARDS-TO-CANCEL.
           MOVE AW-STU-ID     TO WS-CD-STU-ID.
           MOVE STU-NAME      TO WS-CD-STU-NAME.
           MOVE AW-AWARD-CODE TO WS-CD-AWARD-CODE.
           MOVE AW-AWARD-NAME TO WS-CD-AWARD-NAME.
           IF AW-APPLIED
               ADD 1 TO WS-APPLIED-TO-REVERSE
               ADD AW-APPLIED-AMOUNT TO WS-AID-TO-REVERSE
               MOVE "APPLIED"          TO WS-CD-STATUS
               MOVE AW-APPLIED-INVOICE TO WS-CD-INVOICE
               MOVE AW-APPLIED-AMOUNT  TO WS-CD-APPLIED-AMOUNT
           ELSE
               MOVE "ACTIVE"           TO WS-CD-STATUS
               MOVE SPACES             TO WS-CD-INVOICE
               MOVE ZERO               TO WS-CD-APPLIED-AMOUNT
           END-IF.
           MOVE WS-CANCEL-DETAIL-LINE TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.
           MOVE WS-AWARDS-TO-CANCEL TO WS-TOT-TO-CANCEL.
           MOVE WS-AID-TO-REVERSE   TO WS-TOT-TO-REVERSE.
           MOVE WS-TOTAL-LINE TO CANCELLATION-REPORT-LINE.
           WRITE CANCELLATION-REPORT-LINE.
           DISPLAY "AID AWARD REVIEW - END OF JOB SUMMARY".
           DISPLAY "  AWARDS REVIEWED  : " WS-AWARDS-REVIEWED.
           DISPLAY "  STILL HOLDING    : " WS-AWARDS-HOLDING.
           DISPLAY "  TO CANCEL        : " WS-AWARDS-TO-CANCEL.
           DISPLAY "  APPLIED, REVERSE : " WS-APPLIED-TO-REVERSE.
           IF WS-AWARDS-TO-CANCEL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AID-AWARD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE ATTENDANCE-MASTER-FILE.
           CLOSE CANCELLATION-REPORT-FILE.
       9000-EXIT.
           EXIT.

       COPY AIDCNDP.

       END PROGRAM AIDCHK.
