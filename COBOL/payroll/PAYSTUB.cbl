      ******************************************************************
      * PROGRAM:      PAYSTUB
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-06
      * DATE-COMPILED:
      * PURPOSE:      Pay-stub inquiry, behind SIGNON.  HR keys an
      *               employee id and a pay-date range and sees one
      *               summary line per stub off the PAYHIST file the
      *               payroll register appends every run; any one
      *               stub can then be shown in full and reprinted to
      *               the STUBRPRT print file, marked as a reprint,
      *               so "why was my March 15 pay lower" is answered
      *               from the record instead of an archived
      *               register.  Inquiry only - nothing on the
      *               history file is ever changed from here.
      *
      * MOD HISTORY:
      *   2026-10-06  RJP  Original pay-stub inquiry.
      *   2026-10-09  RJP  Full stub shows the state tax withheld and
      *                    the work state when the stub carries one.
      *   2026-10-12  RJP  Full stub shows the expense reimbursements
      *                    paid with the net.
      *   2026-10-15  RJP  Stub list counts the state tax in the
      *                    deductions and shows the expense
      *                    reimbursements in their own column, so every
      *                    line foots to the net.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSTUB.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-06.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT STUB-REPRINT-FILE ASSIGN TO "STUBRPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUBRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  STUB-REPRINT-FILE.
       01  STUB-REPRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
           05  WS-STUBRPRT-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH            PIC X(01) VALUE "N".
               88  WS-USER-REQUESTED-EXIT       VALUE "Y".
           05  WS-BROWSE-SWITCH          PIC X(01) VALUE "N".
               88  WS-BROWSE-DONE               VALUE "Y".

       01  WS-TRANS-CODE                 PIC X(01).

       01  WS-INQUIRY-CRITERIA.
           05  WS-CRIT-EMP-ID            PIC 9(10).
           05  WS-CRIT-FROM-DATE         PIC 9(08).
           05  WS-CRIT-TO-DATE           PIC 9(08).

       01  WS-CONTROL-TOTALS.
           05  WS-STUBS-LISTED           PIC 9(9) COMP VALUE ZERO.
           05  WS-STUBS-REPRINTED        PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-STUB-LIST-HEADING.
           05  FILLER                    PIC X(10) VALUE "PAY DATE".
           05  FILLER                    PIC X(16) VALUE
               "  PERIOD GROSS".
           05  FILLER                    PIC X(16) VALUE
               "   TAX".
           05  FILLER                    PIC X(16) VALUE
               "   DEDUCTIONS".
           05  FILLER                    PIC X(16) VALUE
               "   EXPENSES".
           05  FILLER                    PIC X(16) VALUE
               "   NET PAY".

       01  WS-STUB-LIST-LINE.
           05  WS-SLL-PAY-DATE           PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SLL-GROSS              PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SLL-TAX                PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SLL-DEDUCTIONS         PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SLL-EXPENSE            PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SLL-NET                PIC $$$,$$$,$$9.99.

       01  WS-STUB-DEDUCTIONS            PIC S9(11)V99 COMP-3.

      * ---------------------------------------------------------- *
      * Full stub - the same captions the deposit advice prints,    *
      * plus the arrears activity and a REPRINT banner.             *
      * ---------------------------------------------------------- *
       01  WS-STUB-LINE-1.
           05  FILLER                    PIC X(28) VALUE
               "PAY STUB REPRINT  PAY DATE ".
           05  WS-STB1-PAY-DATE          PIC 9(08).
           05  FILLER                    PIC X(11) VALUE
               "  PRINTED ".
           05  WS-STB1-PRINT-DATE        PIC 9(08).

       01  WS-STUB-LINE-2.
           05  FILLER                    PIC X(16) VALUE
               "NOT NEGOTIABLE  ".
           05  WS-STB2-EMP-ID            PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STB2-EMP-NAME          PIC X(30).

       01  WS-STUB-LINE-3.
           05  FILLER                    PIC X(10) VALUE "PAY FREQ ".
           05  WS-STB3-PAY-FREQ          PIC X(01).
           05  FILLER                    PIC X(10) VALUE
               "  FILING ".
           05  WS-STB3-FILING            PIC X(01).
           05  FILLER                    PIC X(08) VALUE
               "  DEPT ".
           05  WS-STB3-DEPT              PIC X(02).
           05  FILLER                    PIC X(10) VALUE
               "  METHOD ".
           05  WS-STB3-METHOD            PIC X(01).

       01  WS-STUB-MONEY-LINE.
           05  WS-STBM-CAPTION           PIC X(18).
           05  WS-STBM-AMOUNT            PIC $$$,$$$,$$9.99.

       01  WS-LEAVE-BALANCE-LINE.
           05  FILLER                    PIC X(16) VALUE
               "LEAVE HRS   VAC ".
           05  WS-LBL-VAC-HOURS          PIC ZZ9.99.
           05  FILLER                    PIC X(06) VALUE " SICK ".
           05  WS-LBL-SICK-HOURS         PIC ZZ9.99.

       01  WS-STUB-SEPARATOR.
           05  FILLER                    PIC X(40) VALUE ALL "=".

       COPY SIGNONW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-EXIT
               UNTIL WS-USER-REQUESTED-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "PAYSTUB - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "PAYSTUB - NO PAY HISTORY ON FILE - STATUS "
                   WS-PAYHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND STUB-REPRINT-FILE.
           IF WS-STUBRPRT-STATUS = "35"
               OPEN OUTPUT STUB-REPRINT-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY "ENTER FUNCTION (L-LIST STUBS R-REPRINT STUB "
               "X-EXIT)".
           ACCEPT WS-TRANS-CODE.
           EVALUATE WS-TRANS-CODE
               WHEN "L"
                   PERFORM 2100-LIST-STUBS
                       THRU 2100-EXIT
               WHEN "R"
                   PERFORM 2300-REPRINT-STUB
                       THRU 2300-EXIT
               WHEN "X"
                   SET WS-USER-REQUESTED-EXIT TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION CODE"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-LIST-STUBS - the key leads with the employee id, so a
      *                   START at employee + from-date and a keyed
      *                   walk forward IS the date-ordered list; the
      *                   walk stops at the first record past the
      *                   employee or the to-date.
      * ================================================================
       2100-LIST-STUBS.
           DISPLAY "ENTER EMPLOYEE ID".
           ACCEPT WS-CRIT-EMP-ID.
           DISPLAY "FROM PAY DATE YYYYMMDD (0 = OPEN)".
           ACCEPT WS-CRIT-FROM-DATE.
           DISPLAY "TO PAY DATE YYYYMMDD (0 = OPEN)".
           ACCEPT WS-CRIT-TO-DATE.
           IF WS-CRIT-TO-DATE = ZERO
               MOVE 99999999 TO WS-CRIT-TO-DATE
           END-IF.
           MOVE "N" TO WS-BROWSE-SWITCH.
           MOVE WS-CRIT-EMP-ID    TO PH-EMP-ID.
           MOVE WS-CRIT-FROM-DATE TO PH-PAY-DATE.
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   DISPLAY "NO PAY STUBS FOR THAT EMPLOYEE AND RANGE"
                   GO TO 2100-EXIT
           END-START.
           DISPLAY WS-STUB-LIST-HEADING.
           PERFORM 2110-LIST-ONE-STUB
               THRU 2110-EXIT
               UNTIL WS-BROWSE-DONE.
       2100-EXIT.
           EXIT.

      * Deductions are everything withheld besides the federal tax -
      * state tax included - and the expense reimbursements paid
      * with the net get their own column, so gross less tax less
      * deductions plus expenses is the net on every line.
       2110-LIST-ONE-STUB.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ.
           IF WS-BROWSE-DONE
               GO TO 2110-EXIT
           END-IF.
           IF PH-EMP-ID NOT = WS-CRIT-EMP-ID
              OR PH-PAY-DATE > WS-CRIT-TO-DATE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2110-EXIT
           END-IF.
           COMPUTE WS-STUB-DEDUCTIONS =
               PH-PF-AMOUNT + PH-INS-AMOUNT + PH-GARN-AMOUNT.
           IF PH-WORK-STATE NOT = SPACES
               ADD PH-STATE-TAX TO WS-STUB-DEDUCTIONS
           END-IF.
           IF PH-EXPENSE-REIMB IS NUMERIC
               MOVE PH-EXPENSE-REIMB TO WS-SLL-EXPENSE
           ELSE
               MOVE ZERO TO WS-SLL-EXPENSE
           END-IF.
           MOVE PH-PAY-DATE        TO WS-SLL-PAY-DATE.
           MOVE PH-PERIOD-GROSS    TO WS-SLL-GROSS.
           MOVE PH-TAX-AMOUNT      TO WS-SLL-TAX.
           MOVE WS-STUB-DEDUCTIONS TO WS-SLL-DEDUCTIONS.
           MOVE PH-NET-PAY         TO WS-SLL-NET.
           DISPLAY WS-STUB-LIST-LINE.
           ADD 1 TO WS-STUBS-LISTED.
       2110-EXIT.
           EXIT.

      * ================================================================
      * 2300-REPRINT-STUB - one stub by employee and exact pay date,
      *                     shown on the terminal and written to the
      *                     reprint file under a REPRINT banner so it
      *                     can never pass for an original.
      * ================================================================
       2300-REPRINT-STUB.
           DISPLAY "ENTER EMPLOYEE ID".
           ACCEPT PH-EMP-ID.
           DISPLAY "ENTER PAY DATE YYYYMMDD".
           ACCEPT PH-PAY-DATE.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   DISPLAY "NO PAY STUB FOR THAT EMPLOYEE AND DATE"
                   GO TO 2300-EXIT
           END-READ.
           MOVE PH-PAY-DATE      TO WS-STB1-PAY-DATE.
           MOVE WS-CURRENT-DATE  TO WS-STB1-PRINT-DATE.
           MOVE WS-STUB-LINE-1   TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.
           MOVE PH-EMP-ID        TO WS-STB2-EMP-ID.
           MOVE PH-EMP-NAME      TO WS-STB2-EMP-NAME.
           MOVE WS-STUB-LINE-2   TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.
           MOVE PH-PAY-FREQ      TO WS-STB3-PAY-FREQ.
           MOVE PH-FILING-STATUS TO WS-STB3-FILING.
           MOVE PH-DEPT-CODE     TO WS-STB3-DEPT.
           MOVE PH-PAY-METHOD    TO WS-STB3-METHOD.
           MOVE WS-STUB-LINE-3   TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.
           MOVE "PERIOD GROSS      " TO WS-STBM-CAPTION.
           MOVE PH-PERIOD-GROSS TO WS-STBM-AMOUNT.
           PERFORM 2320-WRITE-MONEY-LINE.
           IF PH-SUPP-EARNINGS NOT = ZERO
               MOVE "  INCL SUPPLEMENT " TO WS-STBM-CAPTION
               MOVE PH-SUPP-EARNINGS TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           MOVE "TAX WITHHELD      " TO WS-STBM-CAPTION.
           MOVE PH-TAX-AMOUNT TO WS-STBM-AMOUNT.
           PERFORM 2320-WRITE-MONEY-LINE.
           IF PH-WORK-STATE NOT = SPACES
               MOVE "STATE TAX         " TO WS-STBM-CAPTION
               MOVE PH-WORK-STATE TO WS-STBM-CAPTION (11:2)
               MOVE PH-STATE-TAX TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           MOVE "PROVIDENT FUND    " TO WS-STBM-CAPTION.
           MOVE PH-PF-AMOUNT TO WS-STBM-AMOUNT.
           PERFORM 2320-WRITE-MONEY-LINE.
           MOVE "INSURANCE PREM    " TO WS-STBM-CAPTION.
           MOVE PH-INS-AMOUNT TO WS-STBM-AMOUNT.
           PERFORM 2320-WRITE-MONEY-LINE.
           IF PH-GARN-AMOUNT NOT = ZERO
               MOVE "GARNISHMENTS      " TO WS-STBM-CAPTION
               MOVE PH-GARN-AMOUNT TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           IF PH-ARREARS-BOOKED NOT = ZERO
               MOVE "ARREARS BOOKED    " TO WS-STBM-CAPTION
               MOVE PH-ARREARS-BOOKED TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           IF PH-ARREARS-RECOVERED NOT = ZERO
               MOVE "  INCL ARREARS REC" TO WS-STBM-CAPTION
               MOVE PH-ARREARS-RECOVERED TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           IF PH-EXPENSE-REIMB IS NUMERIC
              AND PH-EXPENSE-REIMB NOT = ZERO
               MOVE "EXPENSE REIMB     " TO WS-STBM-CAPTION
               MOVE PH-EXPENSE-REIMB TO WS-STBM-AMOUNT
               PERFORM 2320-WRITE-MONEY-LINE
           END-IF.
           MOVE "NET PAY           " TO WS-STBM-CAPTION.
           MOVE PH-NET-PAY TO WS-STBM-AMOUNT.
           PERFORM 2320-WRITE-MONEY-LINE.
           MOVE PH-VAC-BALANCE  TO WS-LBL-VAC-HOURS.
           MOVE PH-SICK-BALANCE TO WS-LBL-SICK-HOURS.
           MOVE WS-LEAVE-BALANCE-LINE TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.
           MOVE WS-STUB-SEPARATOR TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.
           ADD 1 TO WS-STUBS-REPRINTED.
           DISPLAY "STUB WRITTEN TO THE REPRINT FILE".
       2300-EXIT.
           EXIT.

       2310-WRITE-STUB-LINE.
           DISPLAY STUB-REPRINT-LINE(1:80).
           WRITE STUB-REPRINT-LINE.

       2320-WRITE-MONEY-LINE.
           MOVE WS-STUB-MONEY-LINE TO STUB-REPRINT-LINE.
           PERFORM 2310-WRITE-STUB-LINE.

       9000-TERMINATE.
           DISPLAY "PAYSTUB - STUBS LISTED    : " WS-STUBS-LISTED.
           DISPLAY "PAYSTUB - STUBS REPRINTED : " WS-STUBS-REPRINTED.
           CLOSE PAY-HISTORY-FILE.
           CLOSE STUB-REPRINT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM PAYSTUB.
