      ******************************************************************
      * PROGRAM:      PWPAY
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Poll worker stipends, run after the election
      *               date in command-line columns 1-8 (validated
      *               against the ELECTION-EVENT master).  Columns
      *               9-13 and 14-18 are the hourly stipend rates for
      *               a judge and a clerk (999V99).
      *
      *               The hours each worker served come in on PWHOURS
      *               and post to the worker's POLL-ASSIGNMENT record
      *               (zero hours marks a no-show).  Every worked
      *               assignment not yet paid is then paid: hours
      *               times the rate for the role served, passed to
      *               payroll as a PWS supplemental earning on the
      *               SUPPEARN file, so the next TAXC run pays and
      *               withholds on it like any other earning.  A
      *               worker payroll has not set up - no employee id
      *               on the POLL-WORKER record, or one not active on
      *               the EMPLOYEE-MASTER - is held and listed, and
      *               is paid by the first run after payroll does.
      *               A paid assignment is never paid again.
      *
      *               Hours line (fixed column):
      *                   1-10   voter id
      *                   11-13  hours worked 99V9
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original poll worker stipend program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWPAY.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOURS-FILE ASSIGN TO "PWHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT POLL-WORKER-FILE ASSIGN TO "POLLWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PW-VOTER-ID
               FILE STATUS IS WS-POLLWORK-STATUS.

           SELECT POLL-ASSIGNMENT-FILE ASSIGN TO "POLLASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-KEY
               FILE STATUS IS WS-POLLASGN-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SUPP-EARNINGS-FILE ASSIGN TO "SUPPEARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPEARN-STATUS.

           SELECT STIPEND-REGISTER-FILE ASSIGN TO "PWPAYRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOURS-FILE.
       01  HOURS-LINE                    PIC X(80).

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  POLL-WORKER-FILE.
       COPY PWRKREC.

       FD  POLL-ASSIGNMENT-FILE.
       COPY PASGREC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  SUPP-EARNINGS-FILE.
       01  SUPP-EARNINGS-LINE            PIC X(80).

       FD  STIPEND-REGISTER-FILE.
       01  STIPEND-REGISTER-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOURS-STATUS           PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-POLLWORK-STATUS        PIC X(02) VALUE "00".
           05  WS-POLLASGN-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-SUPPEARN-STATUS        PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-HOURS-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-HOURS-POSTED           PIC 9(9) COMP VALUE ZERO.
           05  WS-NO-SHOWS               PIC 9(9) COMP VALUE ZERO.
           05  WS-HOURS-REJECTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-STIPENDS-PAID          PIC 9(9) COMP VALUE ZERO.
           05  WS-STIPENDS-HELD          PIC 9(9) COMP VALUE ZERO.
           05  WS-STIPEND-TOTAL          PIC S9(9)V99 COMP-3
                                         VALUE ZERO.
           05  WS-HELD-TOTAL             PIC S9(9)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-RATE-FIELDS.
           05  WS-JUDGE-RATE-X           PIC X(05).
           05  WS-JUDGE-RATE REDEFINES WS-JUDGE-RATE-X
                                         PIC 9(03)V99.
           05  WS-CLERK-RATE-X           PIC X(05).
           05  WS-CLERK-RATE REDEFINES WS-CLERK-RATE-X
                                         PIC 9(03)V99.
       01  WS-STIPEND                    PIC 9(05)V99.
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-HOURS-FIELDS.
           05  WS-HR-VOTER-ID-X          PIC X(10).
           05  WS-HR-VOTER-ID REDEFINES WS-HR-VOTER-ID-X
                                         PIC 9(10).
           05  WS-HR-HOURS-X             PIC X(03).
           05  WS-HR-HOURS REDEFINES WS-HR-HOURS-X
                                         PIC 9(02)V9.

      * The PWS supplemental earning for TAXC - employee id, code
      * and amount in the SUPPEARN columns.
       01  WS-SUPP-EARNINGS-OUT.
           05  WS-SEO-EMP-ID             PIC 9(10).
           05  WS-SEO-CODE               PIC X(03) VALUE "PWS".
           05  WS-SEO-AMOUNT             PIC 9(9)V99.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(30) VALUE
               "POLL WORKER STIPENDS FOR".
           05  WS-HDG-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HDG-ELECTION-DATE      PIC 9(08).

       01  WS-REGISTER-DETAIL-LINE.
           05  WS-REG-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-PRECINCT           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-ROLE               PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-HOURS              PIC Z9.9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-STIPEND            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REG-RESULT             PIC X(36).

       01  WS-TOTAL-LINE.
           05  WS-TTL-CAPTION            PIC X(30).
           05  WS-TTL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TTL-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-POST-HOURS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-PAY-STIPENDS
               THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - election date and the two hourly rates.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
               DISPLAY "PWPAY - ELECTION DATE PARAMETER "
                   "(YYYYMMDD) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-ELECTION-DATE.
           MOVE WS-CMD-LINE-PARM(9:5)  TO WS-JUDGE-RATE-X.
           MOVE WS-CMD-LINE-PARM(14:5) TO WS-CLERK-RATE-X.
           IF WS-JUDGE-RATE-X IS NOT NUMERIC
              OR WS-CLERK-RATE-X IS NOT NUMERIC
               DISPLAY "PWPAY - JUDGE AND CLERK HOURLY RATES "
                   "(COLUMNS 9-18, 999V99) REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-JUDGE-RATE = ZERO OR WS-CLERK-RATE = ZERO
               DISPLAY "PWPAY - A ZERO HOURLY RATE PAYS NOTHING - "
                   "RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "PWPAY - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ELECTION-MASTER-FILE.
           OPEN I-O POLL-ASSIGNMENT-FILE.
           IF WS-POLLASGN-STATUS NOT = "00"
               DISPLAY "PWPAY - CANNOT OPEN POLLASGN - STATUS "
                   WS-POLLASGN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POLL-WORKER-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "PWPAY - CANNOT OPEN EMPMAST - STATUS "
                   WS-EMPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOURS-FILE.
           IF WS-HOURS-STATUS = "35"
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           OPEN EXTEND SUPP-EARNINGS-FILE.
           IF WS-SUPPEARN-STATUS = "35"
               OPEN OUTPUT SUPP-EARNINGS-FILE
           END-IF.
           OPEN OUTPUT STIPEND-REGISTER-FILE.
           MOVE EE-DESCRIPTION   TO WS-HDG-DESCRIPTION.
           MOVE WS-ELECTION-DATE TO WS-HDG-ELECTION-DATE.
           MOVE WS-HEADING-LINE TO STIPEND-REGISTER-LINE.
           WRITE STIPEND-REGISTER-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-POST-HOURS - each worker's hours onto the assignment.
      * ================================================================
       2000-POST-HOURS.
           READ HOURS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOURS-READ
                   MOVE HOURS-LINE(1:10) TO WS-HR-VOTER-ID-X
                   MOVE HOURS-LINE(11:3) TO WS-HR-HOURS-X
                   PERFORM 2100-POST-ONE-WORKER
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-POST-ONE-WORKER.
           IF WS-HR-VOTER-ID-X IS NOT NUMERIC
              OR WS-HR-HOURS-X IS NOT NUMERIC
               MOVE "VOTER ID OR HOURS NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-HOURS
               GO TO 2100-EXIT
           END-IF.
           IF WS-HR-HOURS > 24
               MOVE "MORE THAN 24 HOURS IN ONE DAY"
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-HOURS
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-ELECTION-DATE TO PA-ELECTION-DATE.
           MOVE WS-HR-VOTER-ID   TO PA-VOTER-ID.
           READ POLL-ASSIGNMENT-FILE
               INVALID KEY
                   MOVE "NOT ASSIGNED TO THIS ELECTION"
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-HOURS
                   GO TO 2100-EXIT
           END-READ.
           IF PA-PAID
               MOVE "STIPEND ALREADY PAID" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-HOURS
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-HR-HOURS TO PA-HOURS.
           IF WS-HR-HOURS = ZERO
               SET PA-NO-SHOW TO TRUE
               ADD 1 TO WS-NO-SHOWS
           ELSE
               SET PA-WORKED TO TRUE
               ADD 1 TO WS-HOURS-POSTED
           END-IF.
           REWRITE POLL-ASSIGNMENT-RECORD.
       2100-EXIT.
           EXIT.

       2900-REJECT-HOURS.
           ADD 1 TO WS-HOURS-REJECTED.
           DISPLAY "PWPAY - REJECTED HOURS LINE " WS-HOURS-READ " "
               WS-HR-VOTER-ID-X " - " WS-REJECT-REASON.

      * ================================================================
      * 3000-PAY-STIPENDS - every worked, unpaid assignment of the
      *                     election to payroll, or held.
      * ================================================================
       3000-PAY-STIPENDS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-ELECTION-DATE TO PA-ELECTION-DATE.
           MOVE ZERO TO PA-VOTER-ID.
           START POLL-ASSIGNMENT-FILE
               KEY IS NOT LESS THAN PA-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM 3100-PAY-ONE-STIPEND
               THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-PAY-ONE-STIPEND.
           READ POLL-ASSIGNMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PA-ELECTION-DATE NOT = WS-ELECTION-DATE
               SET WS-END-OF-FILE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF NOT PA-WORKED
               GO TO 3100-EXIT
           END-IF.
           IF PA-SERVES-AS-JUDGE
               COMPUTE WS-STIPEND ROUNDED = PA-HOURS * WS-JUDGE-RATE
               MOVE "JUDGE" TO WS-REG-ROLE
           ELSE
               COMPUTE WS-STIPEND ROUNDED = PA-HOURS * WS-CLERK-RATE
               MOVE "CLERK" TO WS-REG-ROLE
           END-IF.
           MOVE PA-VOTER-ID      TO WS-REG-VOTER-ID.
           MOVE PA-PRECINCT-CODE TO WS-REG-PRECINCT.
           MOVE PA-HOURS         TO WS-REG-HOURS.
           MOVE WS-STIPEND       TO WS-REG-STIPEND.
           MOVE PA-VOTER-ID TO PW-VOTER-ID.
           READ POLL-WORKER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-REG-NAME
                   MOVE ZERO TO PW-EMP-ID
               NOT INVALID KEY
                   MOVE PW-NAME TO WS-REG-NAME
           END-READ.
           MOVE PW-EMP-ID TO WS-REG-EMP-ID.
           IF PW-NOT-ON-PAYROLL
               MOVE "HELD - NOT SET UP ON PAYROLL"
                   TO WS-REG-RESULT
               PERFORM 3900-HOLD-STIPEND
               GO TO 3100-EXIT
           END-IF.
           MOVE PW-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "HELD - EMPLOYEE NOT ON PAYROLL MASTER"
                       TO WS-REG-RESULT
                   PERFORM 3900-HOLD-STIPEND
                   GO TO 3100-EXIT
           END-READ.
           IF EMP-TERMINATED
               MOVE "HELD - EMPLOYEE TERMINATED ON PAYROLL"
                   TO WS-REG-RESULT
               PERFORM 3900-HOLD-STIPEND
               GO TO 3100-EXIT
           END-IF.
           MOVE EMP-ID     TO WS-SEO-EMP-ID.
           MOVE WS-STIPEND TO WS-SEO-AMOUNT.
           MOVE WS-SUPP-EARNINGS-OUT TO SUPP-EARNINGS-LINE.
           WRITE SUPP-EARNINGS-LINE.
           MOVE WS-STIPEND      TO PA-STIPEND.
           MOVE WS-CURRENT-DATE TO PA-PAID-DATE.
           SET PA-PAID TO TRUE.
           REWRITE POLL-ASSIGNMENT-RECORD.
           ADD 1 TO WS-STIPENDS-PAID.
           ADD WS-STIPEND TO WS-STIPEND-TOTAL.
           MOVE "SENT TO PAYROLL" TO WS-REG-RESULT.
           PERFORM 8000-WRITE-REGISTER-LINE.
       3100-EXIT.
           EXIT.

       3900-HOLD-STIPEND.
           ADD 1 TO WS-STIPENDS-HELD.
           ADD WS-STIPEND TO WS-HELD-TOTAL.
           PERFORM 8000-WRITE-REGISTER-LINE.

       8000-WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-DETAIL-LINE TO STIPEND-REGISTER-LINE.
           WRITE STIPEND-REGISTER-LINE.

       9000-TERMINATE.
           MOVE SPACES TO STIPEND-REGISTER-LINE.
           WRITE STIPEND-REGISTER-LINE.
           MOVE "STIPENDS SENT TO PAYROLL" TO WS-TTL-CAPTION.
           MOVE WS-STIPENDS-PAID TO WS-TTL-COUNT.
           MOVE WS-STIPEND-TOTAL TO WS-TTL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STIPEND-REGISTER-LINE.
           WRITE STIPEND-REGISTER-LINE.
           MOVE "STIPENDS HELD" TO WS-TTL-CAPTION.
           MOVE WS-STIPENDS-HELD TO WS-TTL-COUNT.
           MOVE WS-HELD-TOTAL TO WS-TTL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STIPEND-REGISTER-LINE.
           WRITE STIPEND-REGISTER-LINE.
           DISPLAY "POLL WORKER STIPENDS - END OF JOB SUMMARY".
           DISPLAY "  HOURS LINES READ   : " WS-HOURS-READ.
           DISPLAY "  HOURS POSTED       : " WS-HOURS-POSTED.
           DISPLAY "  NO-SHOWS           : " WS-NO-SHOWS.
           DISPLAY "  HOURS REJECTED     : " WS-HOURS-REJECTED.
           DISPLAY "  STIPENDS PAID      : " WS-STIPENDS-PAID.
           DISPLAY "  STIPENDS HELD      : " WS-STIPENDS-HELD.
           CLOSE HOURS-FILE.
           CLOSE POLL-ASSIGNMENT-FILE.
           CLOSE POLL-WORKER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE SUPP-EARNINGS-FILE.
           CLOSE STIPEND-REGISTER-FILE.
           IF WS-HOURS-REJECTED > ZERO
              OR WS-STIPENDS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM PWPAY.
