      ******************************************************************
      * PROGRAM:      AIDLOAD
      * AUTHOR:       R. J. PILLAI - ACADEMIC RECORDS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the AID-AWARD file - each student's
      *               scholarships, fee waivers and grants for a term
      *               - from the financial aid office's extract,
      *               adding new awards, changing existing ones and
      *               cancelling those the office withdraws.  An award
      *               already applied to a fee invoice by STUFEES is
      *               on the family's bill; it is neither changed nor
      *               cancelled here but rejected back to the office,
      *               whose correction goes through ARADJUST.
      *
      *               Extract line (fixed column):
      *                   1-10   student id
      *                   11-16  term YYYYTT
      *                   17-21  award code
      *                   22-41  award name
      *                   42     type - S scholarship, W fee waiver,
      *                          G grant
      *                   43     basis - A fixed amount, P percent of
      *                          the term's fees
      *                   44-52  amount 9(7)V99 digits (basis A)
      *                   53-57  percent 9(3)V99 digits (basis P)
      *                   58-62  minimum average 9(3)V99 digits,
      *                          zero for none
      *                   63-67  minimum attendance percent 9(3)V99
      *                          digits, zero for none
      *                   68     action - blank or A add/change,
      *                          C cancel
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original aid award load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-EXTRACT-FILE ASSIGN TO "AIDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AIDAWARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-EXTRACT-FILE.
       01  AWARD-EXTRACT-RECORD          PIC X(80).

       FD  AID-AWARD-FILE.
       COPY AIDAWREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-AIDAWARD-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-ADDED           PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-CHANGED         PIC 9(9) COMP VALUE ZERO.
           05  WS-AWARDS-CANCELLED       PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-STU-ID             PIC X(10).
           05  WS-EXT-TERM               PIC X(06).
           05  WS-EXT-AWARD-CODE         PIC X(05).
           05  WS-EXT-AWARD-NAME         PIC X(20).
           05  WS-EXT-AWARD-TYPE         PIC X(01).
               88  WS-EXT-TYPE-VALID            VALUE "S" "W" "G".
           05  WS-EXT-BASIS              PIC X(01).
               88  WS-EXT-FIXED-AMOUNT          VALUE "A".
               88  WS-EXT-PERCENT-OF-FEES       VALUE "P".
           05  WS-EXT-AMOUNT-DIGITS      PIC X(09).
           05  WS-EXT-AMOUNT REDEFINES WS-EXT-AMOUNT-DIGITS
                                         PIC 9(07)V99.
           05  WS-EXT-PERCENT-DIGITS     PIC X(05).
           05  WS-EXT-PERCENT REDEFINES WS-EXT-PERCENT-DIGITS
                                         PIC 9(03)V99.
           05  WS-EXT-MIN-AVG-DIGITS     PIC X(05).
           05  WS-EXT-MIN-AVERAGE REDEFINES WS-EXT-MIN-AVG-DIGITS
                                         PIC 9(03)V99.
           05  WS-EXT-MIN-ATT-DIGITS     PIC X(05).
           05  WS-EXT-MIN-ATTEND-PCT REDEFINES WS-EXT-MIN-ATT-DIGITS
                                         PIC 9(03)V99.
           05  WS-EXT-ACTION             PIC X(01).
               88  WS-EXT-ADD-OR-CHANGE         VALUE " " "A".
               88  WS-EXT-CANCEL                VALUE "C".

       01  WS-REJECT-REASON              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AWARD-EXTRACT-FILE.
           OPEN I-O AID-AWARD-FILE.
           IF WS-AIDAWARD-STATUS = "35"
               OPEN OUTPUT AID-AWARD-FILE
               CLOSE AID-AWARD-FILE
               OPEN I-O AID-AWARD-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ AWARD-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE AWARD-EXTRACT-RECORD(1:10)
                       TO WS-EXT-STU-ID
                   MOVE AWARD-EXTRACT-RECORD(11:6)
                       TO WS-EXT-TERM
                   MOVE AWARD-EXTRACT-RECORD(17:5)
                       TO WS-EXT-AWARD-CODE
                   MOVE AWARD-EXTRACT-RECORD(22:20)
                       TO WS-EXT-AWARD-NAME
                   MOVE AWARD-EXTRACT-RECORD(42:1)
                       TO WS-EXT-AWARD-TYPE
                   MOVE AWARD-EXTRACT-RECORD(43:1)
                       TO WS-EXT-BASIS
                   MOVE AWARD-EXTRACT-RECORD(44:9)
                       TO WS-EXT-AMOUNT-DIGITS
                   MOVE AWARD-EXTRACT-RECORD(53:5)
                       TO WS-EXT-PERCENT-DIGITS
                   MOVE AWARD-EXTRACT-RECORD(58:5)
                       TO WS-EXT-MIN-AVG-DIGITS
                   MOVE AWARD-EXTRACT-RECORD(63:5)
                       TO WS-EXT-MIN-ATT-DIGITS
                   MOVE AWARD-EXTRACT-RECORD(68:1)
                       TO WS-EXT-ACTION
                   PERFORM 2100-APPLY-ONE-AWARD
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-AWARD.
           IF WS-EXT-STU-ID IS NOT NUMERIC
              OR WS-EXT-TERM IS NOT NUMERIC
              OR WS-EXT-AWARD-CODE = SPACES
               MOVE "BAD STUDENT ID, TERM OR AWARD CODE"
                   TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT WS-EXT-ADD-OR-CHANGE
              AND NOT WS-EXT-CANCEL
               MOVE "ACTION NOT A OR C" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE WS-EXT-STU-ID     TO AW-STU-ID.
           MOVE WS-EXT-TERM       TO AW-TERM.
           MOVE WS-EXT-AWARD-CODE TO AW-AWARD-CODE.
           READ AID-AWARD-FILE
               INVALID KEY
                   MOVE "10" TO WS-AIDAWARD-STATUS
           END-READ.
           IF WS-AIDAWARD-STATUS = "00"
              AND AW-APPLIED
               STRING "ALREADY APPLIED TO INVOICE "
                   AW-APPLIED-INVOICE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF WS-EXT-CANCEL
               IF WS-AIDAWARD-STATUS NOT = "00"
                   MOVE "CANCEL OF AN AWARD NOT ON FILE"
                       TO WS-REJECT-REASON
                   GO TO 2100-REJECT
               END-IF
               SET AW-CANCELLED TO TRUE
               REWRITE AID-AWARD-RECORD
               ADD 1 TO WS-AWARDS-CANCELLED
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-EDIT-AWARD-TERMS
               THRU 2200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           IF WS-AIDAWARD-STATUS = "00"
               PERFORM 2300-MOVE-EXTRACT-TO-AWARD
               REWRITE AID-AWARD-RECORD
               ADD 1 TO WS-AWARDS-CHANGED
           ELSE
               MOVE SPACES TO AID-AWARD-RECORD
               MOVE WS-EXT-STU-ID     TO AW-STU-ID
               MOVE WS-EXT-TERM       TO AW-TERM
               MOVE WS-EXT-AWARD-CODE TO AW-AWARD-CODE
               PERFORM 2300-MOVE-EXTRACT-TO-AWARD
               WRITE AID-AWARD-RECORD
               ADD 1 TO WS-AWARDS-ADDED
           END-IF.
           GO TO 2100-EXIT.
       2100-REJECT.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "AIDLOAD - REJECTED LINE FOR '" WS-EXT-STU-ID
               "' AWARD '" WS-EXT-AWARD-CODE "' - " WS-REJECT-REASON.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 2200-EDIT-AWARD-TERMS - a fixed award needs an amount, a
      *                         percent award a percent no more than
      *                         100; the conditions may be zero but
      *                         must be numeric.
      * ================================================================
       2200-EDIT-AWARD-TERMS.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT WS-EXT-TYPE-VALID
               MOVE "AWARD TYPE NOT S, W OR G" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-EXT-FIXED-AMOUNT
               IF WS-EXT-AMOUNT-DIGITS IS NOT NUMERIC
                  OR WS-EXT-AMOUNT = ZERO
                   MOVE "FIXED AWARD WITHOUT AN AMOUNT"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE ZERO TO WS-EXT-PERCENT
           ELSE
               IF NOT WS-EXT-PERCENT-OF-FEES
                   MOVE "BASIS NOT A OR P" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               IF WS-EXT-PERCENT-DIGITS IS NOT NUMERIC
                  OR WS-EXT-PERCENT = ZERO
                  OR WS-EXT-PERCENT > 100
                   MOVE "PERCENT AWARD NOT 0.01 - 100.00"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE ZERO TO WS-EXT-AMOUNT
           END-IF.
           IF WS-EXT-MIN-AVG-DIGITS IS NOT NUMERIC
              OR WS-EXT-MIN-ATT-DIGITS IS NOT NUMERIC
              OR WS-EXT-MIN-AVERAGE > 100
              OR WS-EXT-MIN-ATTEND-PCT > 100
               MOVE "CONDITION NOT A FIGURE 0.00 - 100.00"
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2300-MOVE-EXTRACT-TO-AWARD.
           MOVE WS-EXT-AWARD-NAME     TO AW-AWARD-NAME.
           MOVE WS-EXT-AWARD-TYPE     TO AW-AWARD-TYPE.
           MOVE WS-EXT-BASIS          TO AW-BASIS.
           MOVE WS-EXT-AMOUNT         TO AW-AMOUNT.
           MOVE WS-EXT-PERCENT        TO AW-PERCENT.
           MOVE WS-EXT-MIN-AVERAGE    TO AW-MIN-AVERAGE.
           MOVE WS-EXT-MIN-ATTEND-PCT TO AW-MIN-ATTEND-PCT.
           SET AW-ACTIVE TO TRUE.
           MOVE ZERO TO AW-APPLIED-AMOUNT.
           MOVE ZERO TO AW-APPLIED-INVOICE.
           MOVE ZERO TO AW-APPLIED-DATE.

       9000-TERMINATE.
           DISPLAY "AID AWARD LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  AWARDS ADDED     : " WS-AWARDS-ADDED.
           DISPLAY "  AWARDS CHANGED   : " WS-AWARDS-CHANGED.
           DISPLAY "  AWARDS CANCELLED : " WS-AWARDS-CANCELLED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE AWARD-EXTRACT-FILE.
           CLOSE AID-AWARD-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM AIDLOAD.
