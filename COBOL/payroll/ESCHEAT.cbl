      ******************************************************************
      * PROGRAM:      ESCHEAT
      * AUTHOR:       R. J. PILLAI - PAYROLL SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Stale-dated check escheatment, run monthly
      *               after CHKRECON has marked the month's cleared
      *               checks PAID.  The CHECK-REGISTER is walked and
      *               every check still ISSUED with no cleared date
      *               is aged from its issue date:
      *
      *               - past the letter age, a check with no
      *                 due-diligence letter on record gets one
      *                 printed to the payee on ESCLETR and the
      *                 letter date stamped on the register;
      *               - past the escheat age, a check whose letter
      *                 went out at least the response days ago is
      *                 marked ESCHEATED with the escheat date,
      *                 listed on the ESCHRPT remittance report by
      *                 the employee's work state, appended to the
      *                 ESCHREMT remittance file for the state
      *                 filing and written to POSPAY as VOID so the
      *                 bank refuses it from here on.  A check past
      *                 the escheat age with no letter yet gets its
      *                 letter this run and escheats on a later one.
      *
      *               The escheated total moves from outstanding
      *               checks (net clearing) to unclaimed property
      *               payable in one ESCHEAT-sourced GL batch.
      *
      *               The ages are true calendar days - the letter
      *               quotes the date the check will be remitted and
      *               the run must not beat it - unlike the
      *               whole-month approximation CHKRECON uses for its
      *               STALE flag.
      *
      *               Command line (all optional, blank or zero
      *               takes the default):
      *                   1-4    letter age in days         default 0365
      *                   5-8    escheat age in days        default 1095
      *                   9-11   response days after letter default 060
      *
      *               Remittance file line (fixed column):
      *                   1-2    work state (blank - not known)
      *                   3-12   check number
      *                   13-22  employee id
      *                   23-52  payee name
      *                   53-60  issue date YYYYMMDD
      *                   61-71  amount 9(9)V99 digits
      *                   72-79  letter date YYYYMMDD
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original stale-dated check escheatment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO "ESCLETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCLETR-STATUS.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHRPT-STATUS.

           SELECT ESCHEAT-REMIT-FILE ASSIGN TO "ESCHREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       COPY CHKREGRC.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE             PIC X(80).

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE             PIC X(132).

       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-LINE           PIC X(132).

       FD  ESCHEAT-REMIT-FILE.
       01  ESCHEAT-REMIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHKREG-STATUS          PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-POSPAY-STATUS          PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-ESCLETR-STATUS         PIC X(02) VALUE "00".
           05  WS-ESCHRPT-STATUS         PIC X(02) VALUE "00".
           05  WS-ESCHREMT-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-REG-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-REG-END-OF-FILE           VALUE "Y".

      * WS-CMD-LINE-PARM - columns 1-4 letter age, 5-8 escheat age,
      * 9-11 response days after the letter; blank or zero takes
      * the default.
       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-LETTER-DAYS                PIC 9(04) VALUE 0365.
       01  WS-ESCHEAT-DAYS               PIC 9(04) VALUE 1095.
       01  WS-RESPONSE-DAYS              PIC 9(03) VALUE 060.

       01  WS-CONTROL-TOTALS.
           05  WS-CHECKS-OUTSTANDING     PIC 9(9) COMP VALUE ZERO.
           05  WS-LETTERS-SENT           PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-AWAITING        PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-ESCHEATED       PIC 9(9) COMP VALUE ZERO.
           05  WS-CHECKS-BAD-DATE        PIC 9(9) COMP VALUE ZERO.
           05  WS-AMOUNT-ESCHEATED       PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

      * Escheated checks by work state, for the remittance summary.
       01  WS-STATE-LIMIT                PIC 9(4) COMP VALUE 60.
       01  WS-STATE-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-STATE-SUB                  PIC 9(4) COMP.
       01  WS-STATE-FOUND-SUB            PIC 9(4) COMP.
       01  WS-STATE-TOTALS.
           05  WS-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE            PIC X(02).
               10  WS-ST-CHECKS          PIC 9(9) COMP.
               10  WS-ST-AMOUNT          PIC S9(11)V99 COMP-3.

       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY       PIC 9(4).
               10  WS-CURRENT-MM         PIC 9(2).
               10  WS-CURRENT-DD         PIC 9(2).
           05  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                         PIC 9(8).

       01  WS-ISSUE-DATE-CHECK.
           05  WS-IDC-YYYY               PIC 9(4).
           05  WS-IDC-MM                 PIC 9(2).
           05  WS-IDC-DD                 PIC 9(2).
       01  WS-ISSUE-DATE-NUM REDEFINES WS-ISSUE-DATE-CHECK
                                         PIC 9(8).

       01  WS-AGING-FIELDS.
           05  WS-TODAY-DAYNUM           PIC 9(9) COMP.
           05  WS-ISSUE-DAYNUM           PIC 9(9) COMP.
           05  WS-LETTER-DAYNUM          PIC 9(9) COMP.
           05  WS-CLAIM-BY-DAYNUM        PIC 9(9) COMP.
           05  WS-AGE-DAYS               PIC S9(9) COMP.
           05  WS-LETTER-AGE-DAYS        PIC S9(9) COMP.
           05  WS-CLAIM-BY-DATE          PIC 9(08).

      * Standing GL accounts - outstanding checks are carried in
      * the payroll net clearing account until the bank pays them.
       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-NET-CLEARING-ACCT   PIC 9(06) VALUE 210100.
           05  WS-GL-UNCLAIMED-ACCT      PIC 9(06) VALUE 210200.

       COPY GLBATW.
       COPY RPTHDGW.
       COPY ERRLOGW.

      * ---------------------------------------------------------- *
      * Positive-pay extract line - the PAYDISB layout.             *
      * ---------------------------------------------------------- *
       01  WS-POSPAY-DETAIL.
           05  WS-PP-STATUS              PIC X(01).
           05  WS-PP-CHECK-NO            PIC 9(10).
           05  WS-PP-ISSUE-DATE          PIC 9(08).
           05  WS-PP-PAYEE               PIC X(30).
           05  WS-PP-AMOUNT              PIC 9(9)V99.

      * ---------------------------------------------------------- *
      * State remittance file line.                                 *
      * ---------------------------------------------------------- *
       01  WS-REMIT-DETAIL.
           05  WS-RMT-STATE              PIC X(02).
           05  WS-RMT-CHECK-NO           PIC 9(10).
           05  WS-RMT-EMP-ID             PIC 9(10).
           05  WS-RMT-PAYEE              PIC X(30).
           05  WS-RMT-ISSUE-DATE         PIC 9(08).
           05  WS-RMT-AMOUNT             PIC 9(9)V99.
           05  WS-RMT-LETTER-DATE        PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACES.

      * ---------------------------------------------------------- *
      * Due-diligence letter to the payee.                          *
      * ---------------------------------------------------------- *
       01  WS-LETTER-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "NOTICE OF UNCLAIMED PAYROLL CHECK".
           05  FILLER                    PIC X(06) VALUE "DATE ".
           05  WS-LTR1-DATE              PIC 9(08).

       01  WS-LETTER-LINE-2.
           05  FILLER                    PIC X(10) VALUE "TO".
           05  WS-LTR2-PAYEE             PIC X(30).

       01  WS-LETTER-LINE-3.
           05  FILLER                    PIC X(10) VALUE "EMPLOYEE ".
           05  WS-LTR3-EMP-ID            PIC Z(9)9.

       01  WS-LETTER-LINE-4.
           05  FILLER                    PIC X(10) VALUE "CHECK NO ".
           05  WS-LTR4-CHECK-NO          PIC Z(9)9.
           05  FILLER                    PIC X(09) VALUE "  ISSUED ".
           05  WS-LTR4-ISSUE-DATE        PIC 9(08).
           05  FILLER                    PIC X(09) VALUE "  AMOUNT ".
           05  WS-LTR4-AMOUNT            PIC $$$,$$$,$$9.99.

       01  WS-LETTER-LINE-5.
           05  FILLER                    PIC X(60) VALUE
               "OUR RECORDS SHOW THIS PAYROLL CHECK WAS NEVER CASHED".

       01  WS-LETTER-LINE-6.
           05  FILLER                    PIC X(60) VALUE
               "PLEASE CONTACT THE PAYROLL OFFICE TO CLAIM IT ON OR BEFO
      -        "RE ".
           05  WS-LTR6-CLAIM-BY          PIC 9(08).

       01  WS-LETTER-LINE-7.
           05  FILLER                    PIC X(60) VALUE
               "AFTER THAT DATE THE FUNDS WILL BE REMITTED TO THE STATE
      -        "AS".

       01  WS-LETTER-LINE-8.
           05  FILLER                    PIC X(60) VALUE
               "UNCLAIMED PROPERTY AS REQUIRED BY LAW.".

       01  WS-LETTER-SEPARATOR.
           05  FILLER                    PIC X(60) VALUE ALL "=".

      * ---------------------------------------------------------- *
      * Escheatment report heading, detail and summary lines.       *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(35) VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE
               "STALE-DATED CHECK ESCHEATMENT".
           05  FILLER                    PIC X(10) VALUE "RUN DATE".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE "PAGE".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(12) VALUE "CHECK NO".
           05  FILLER                    PIC X(32) VALUE "PAYEE".
           05  FILLER                    PIC X(12) VALUE "EMP ID".
           05  FILLER                    PIC X(04) VALUE "ST".
           05  FILLER                    PIC X(10) VALUE "ISSUED".
           05  FILLER                    PIC X(06) VALUE "  AGE".
           05  FILLER                    PIC X(10) VALUE "LETTER".
           05  FILLER                    PIC X(15) VALUE
               "         AMOUNT".
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHECK-NO           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-PAYEE              PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-EMP-ID             PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-STATE              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-ISSUE-DATE         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-AGE                PIC ZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DTL-LETTER-DATE        PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-ACTION             PIC X(20).

       01  WS-STATE-HEADING.
           05  FILLER                    PIC X(40) VALUE
               "REMITTANCE BY STATE".

       01  WS-STATE-LINE.
           05  FILLER                    PIC X(06) VALUE "STATE ".
           05  WS-STL-CODE               PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-STL-CHECKS             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE " CHECKS ".
           05  WS-STL-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION            PIC X(24).
           05  WS-TOT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TOT-AMOUNT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-AGE-ONE-CHECK
               THRU 2000-EXIT
               UNTIL WS-REG-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - age parms, open files and position the
      *                   register at its first check.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-NUM).
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:4) IS NUMERIC
              AND WS-CMD-LINE-PARM(1:4) NOT = "0000"
               MOVE WS-CMD-LINE-PARM(1:4) TO WS-LETTER-DAYS
           END-IF.
           IF WS-CMD-LINE-PARM(5:4) IS NUMERIC
              AND WS-CMD-LINE-PARM(5:4) NOT = "0000"
               MOVE WS-CMD-LINE-PARM(5:4) TO WS-ESCHEAT-DAYS
           END-IF.
           IF WS-CMD-LINE-PARM(9:3) IS NUMERIC
              AND WS-CMD-LINE-PARM(9:3) NOT = "000"
               MOVE WS-CMD-LINE-PARM(9:3) TO WS-RESPONSE-DAYS
           END-IF.
           IF WS-ESCHEAT-DAYS NOT > WS-LETTER-DAYS
               DISPLAY "ESCHEAT - ESCHEAT AGE " WS-ESCHEAT-DAYS
                   " MUST BE LATER THAN LETTER AGE " WS-LETTER-DAYS
                   " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ESCHEAT - LETTER AT " WS-LETTER-DAYS
               " DAYS, ESCHEAT AT " WS-ESCHEAT-DAYS
               " DAYS, " WS-RESPONSE-DAYS " DAYS AFTER LETTER".

           OPEN I-O CHECK-REGISTER-FILE.
           IF WS-CHKREG-STATUS = "35"
               DISPLAY "ESCHEAT - NO CHECK REGISTER ON FILE"
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF WS-POSPAY-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY-FILE
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN EXTEND ESCHEAT-REMIT-FILE.
           IF WS-ESCHREMT-STATUS = "35"
               OPEN OUTPUT ESCHEAT-REMIT-FILE
           END-IF.
           OPEN OUTPUT LETTER-PRINT-FILE.
           OPEN OUTPUT ESCHEAT-REPORT-FILE.

           MOVE ZERO TO CHK-CHECK-NO.
           START CHECK-REGISTER-FILE KEY IS GREATER THAN CHK-CHECK-NO
               INVALID KEY
                   SET WS-REG-END-OF-FILE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-AGE-ONE-CHECK - only a check still ISSUED and never
      *                      cleared is aged.  Escheatment is tested
      *                      first so a check due both a letter and
      *                      remittance is never remitted before the
      *                      payee has been written to.
      * ================================================================
       2000-AGE-ONE-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-END-OF-FILE TO TRUE
           END-READ.
           IF WS-REG-END-OF-FILE
               GO TO 2000-EXIT
           END-IF.
           IF NOT CHK-ISSUED
              OR CHK-CLEARED-DATE NOT = ZERO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CHECKS-OUTSTANDING.
           MOVE CHK-ISSUE-DATE TO WS-ISSUE-DATE-NUM.
           IF WS-IDC-YYYY < 1900
              OR WS-IDC-MM < 01 OR WS-IDC-MM > 12
              OR WS-IDC-DD < 01 OR WS-IDC-DD > 31
               PERFORM 2900-REPORT-BAD-ISSUE-DATE
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-ISSUE-DAYNUM =
               FUNCTION INTEGER-OF-DATE (CHK-ISSUE-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-ISSUE-DAYNUM.
           IF WS-AGE-DAYS NOT > WS-LETTER-DAYS
               GO TO 2000-EXIT
           END-IF.
           IF CHK-LETTER-DATE = ZERO
               PERFORM 2100-SEND-LETTER
               GO TO 2000-EXIT
           END-IF.
           IF WS-AGE-DAYS NOT > WS-ESCHEAT-DAYS
               ADD 1 TO WS-CHECKS-AWAITING
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-LETTER-DAYNUM =
               FUNCTION INTEGER-OF-DATE (CHK-LETTER-DATE).
           COMPUTE WS-LETTER-AGE-DAYS =
               WS-TODAY-DAYNUM - WS-LETTER-DAYNUM.
           IF WS-LETTER-AGE-DAYS NOT > WS-RESPONSE-DAYS
               ADD 1 TO WS-CHECKS-AWAITING
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-ESCHEAT-CHECK.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-SEND-LETTER - the claim-by date printed is the later of
      *                    the escheat age and the response days from
      *                    today; the escheat test above honours the
      *                    same two limits.
      * ================================================================
       2100-SEND-LETTER.
           COMPUTE WS-CLAIM-BY-DAYNUM =
               WS-ISSUE-DAYNUM + WS-ESCHEAT-DAYS.
           IF WS-TODAY-DAYNUM + WS-RESPONSE-DAYS > WS-CLAIM-BY-DAYNUM
               COMPUTE WS-CLAIM-BY-DAYNUM =
                   WS-TODAY-DAYNUM + WS-RESPONSE-DAYS
           END-IF.
           COMPUTE WS-CLAIM-BY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CLAIM-BY-DAYNUM).
           MOVE WS-CURRENT-DATE-NUM TO CHK-LETTER-DATE.
           REWRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-LETTERS-SENT.
           PERFORM 2110-PRINT-LETTER.
           PERFORM 2400-FIND-WORK-STATE.
           MOVE "LETTER SENT" TO WS-DTL-ACTION.
           PERFORM 8100-WRITE-DETAIL-LINE.

       2110-PRINT-LETTER.
           MOVE WS-CURRENT-DATE-NUM TO WS-LTR1-DATE.
           MOVE WS-LETTER-LINE-1 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE CHK-PAYEE-NAME TO WS-LTR2-PAYEE.
           MOVE WS-LETTER-LINE-2 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE CHK-EMP-ID TO WS-LTR3-EMP-ID.
           MOVE WS-LETTER-LINE-3 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE CHK-CHECK-NO   TO WS-LTR4-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO WS-LTR4-ISSUE-DATE.
           MOVE CHK-AMOUNT     TO WS-LTR4-AMOUNT.
           MOVE WS-LETTER-LINE-4 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE WS-LETTER-LINE-5 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE WS-CLAIM-BY-DATE TO WS-LTR6-CLAIM-BY.
           MOVE WS-LETTER-LINE-6 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE WS-LETTER-LINE-7 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE WS-LETTER-LINE-8 TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE WS-LETTER-SEPARATOR TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.

      * ================================================================
      * 2200-ESCHEAT-CHECK - the register is marked first; the
      *                      positive-pay VOID, the remittance line
      *                      and the GL total all follow from the
      *                      ESCHEATED record, so a rerun never
      *                      remits the same check twice.
      * ================================================================
       2200-ESCHEAT-CHECK.
           SET CHK-ESCHEATED TO TRUE.
           MOVE WS-CURRENT-DATE-NUM TO CHK-ESCHEAT-DATE.
           REWRITE CHECK-REGISTER-RECORD.
           ADD 1 TO WS-CHECKS-ESCHEATED.
           ADD CHK-AMOUNT TO WS-AMOUNT-ESCHEATED.
           MOVE "V"            TO WS-PP-STATUS.
           MOVE CHK-CHECK-NO   TO WS-PP-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO WS-PP-ISSUE-DATE.
           MOVE CHK-PAYEE-NAME TO WS-PP-PAYEE.
           MOVE CHK-AMOUNT     TO WS-PP-AMOUNT.
           MOVE WS-POSPAY-DETAIL TO POSITIVE-PAY-LINE.
           WRITE POSITIVE-PAY-LINE.
           PERFORM 2400-FIND-WORK-STATE.
           MOVE WS-DTL-STATE    TO WS-RMT-STATE.
           MOVE CHK-CHECK-NO    TO WS-RMT-CHECK-NO.
           MOVE CHK-EMP-ID      TO WS-RMT-EMP-ID.
           MOVE CHK-PAYEE-NAME  TO WS-RMT-PAYEE.
           MOVE CHK-ISSUE-DATE  TO WS-RMT-ISSUE-DATE.
           MOVE CHK-AMOUNT      TO WS-RMT-AMOUNT.
           MOVE CHK-LETTER-DATE TO WS-RMT-LETTER-DATE.
           MOVE WS-REMIT-DETAIL TO ESCHEAT-REMIT-LINE.
           WRITE ESCHEAT-REMIT-LINE.
           PERFORM 2300-ACCUMULATE-STATE.
           MOVE "ESCHEATED" TO WS-DTL-ACTION.
           PERFORM 8100-WRITE-DETAIL-LINE.

       2300-ACCUMULATE-STATE.
           MOVE ZERO TO WS-STATE-FOUND-SUB.
           PERFORM 2310-MATCH-ONE-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
               OR WS-STATE-FOUND-SUB NOT = ZERO.
           IF WS-STATE-FOUND-SUB = ZERO
               IF WS-STATE-COUNT < WS-STATE-LIMIT
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-FOUND-SUB
                   MOVE WS-DTL-STATE TO WS-ST-CODE (WS-STATE-FOUND-SUB)
                   MOVE ZERO TO WS-ST-CHECKS (WS-STATE-FOUND-SUB)
                   MOVE ZERO TO WS-ST-AMOUNT (WS-STATE-FOUND-SUB)
               ELSE
                   MOVE WS-STATE-LIMIT TO WS-STATE-FOUND-SUB
               END-IF
           END-IF.
           ADD 1 TO WS-ST-CHECKS (WS-STATE-FOUND-SUB).
           ADD CHK-AMOUNT TO WS-ST-AMOUNT (WS-STATE-FOUND-SUB).

       2310-MATCH-ONE-STATE.
           IF WS-ST-CODE (WS-STATE-SUB) = WS-DTL-STATE
               MOVE WS-STATE-SUB TO WS-STATE-FOUND-SUB
           END-IF.

      * A payee no longer on the master is remitted with a blank
      * state for the unclaimed property office to place.
       2400-FIND-WORK-STATE.
           MOVE CHK-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-DTL-STATE
               NOT INVALID KEY
                   MOVE EMP-WORK-STATE TO WS-DTL-STATE
           END-READ.

       2900-REPORT-BAD-ISSUE-DATE.
           ADD 1 TO WS-CHECKS-BAD-DATE.
           DISPLAY "ESCHEAT - CHECK NO " CHK-CHECK-NO
               " HAS AN INVALID ISSUE DATE " CHK-ISSUE-DATE.
           MOVE "ESCHEAT" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-WARNING TO TRUE.
           MOVE CHK-CHECK-NO TO EL-RECORD-KEY.
           MOVE "INVALID ISSUE DATE - CHECK NOT AGED" TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

       8100-WRITE-DETAIL-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE CHK-CHECK-NO    TO WS-DTL-CHECK-NO.
           MOVE CHK-PAYEE-NAME  TO WS-DTL-PAYEE.
           MOVE CHK-EMP-ID      TO WS-DTL-EMP-ID.
           MOVE CHK-ISSUE-DATE  TO WS-DTL-ISSUE-DATE.
           MOVE WS-AGE-DAYS     TO WS-DTL-AGE.
           MOVE CHK-LETTER-DATE TO WS-DTL-LETTER-DATE.
           MOVE CHK-AMOUNT      TO WS-DTL-AMOUNT.
           MOVE WS-DETAIL-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO          TO WS-HDG-PAGE-NO.
           MOVE WS-CURRENT-DATE-NUM TO WS-HDG-RUN-DATE.
           MOVE WS-HEADING-LINE-1 TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.

      * ================================================================
      * 9000-TERMINATE - GL batch, remittance by state, totals,
      *                  close down.  A check with an issue date that
      *                  cannot be aged ends the step RC 4.
      * ================================================================
       9000-TERMINATE.
           IF WS-AMOUNT-ESCHEATED NOT = ZERO
               PERFORM 9100-WRITE-GL-BATCH
           END-IF.
           IF WS-STATE-COUNT > ZERO
               PERFORM 9200-WRITE-STATE-SUMMARY
           END-IF.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "LETTERS SENT          : " TO WS-TOT-CAPTION.
           MOVE WS-LETTERS-SENT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "CHECKS ESCHEATED      : " TO WS-TOT-CAPTION.
           MOVE WS-CHECKS-ESCHEATED TO WS-TOT-COUNT.
           MOVE WS-AMOUNT-ESCHEATED TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.

           DISPLAY "ESCHEAT - END OF JOB SUMMARY".
           DISPLAY "  OUTSTANDING       : " WS-CHECKS-OUTSTANDING.
           DISPLAY "  LETTERS SENT      : " WS-LETTERS-SENT.
           DISPLAY "  AWAITING ESCHEAT  : " WS-CHECKS-AWAITING.
           DISPLAY "  CHECKS ESCHEATED  : " WS-CHECKS-ESCHEATED.
           DISPLAY "  AMOUNT ESCHEATED  : " WS-AMOUNT-ESCHEATED.
           DISPLAY "  BAD ISSUE DATE    : " WS-CHECKS-BAD-DATE.
           IF WS-CHECKS-BAD-DATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CHECK-REGISTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE ESCHEAT-REMIT-FILE.
           CLOSE LETTER-PRINT-FILE.
           CLOSE ESCHEAT-REPORT-FILE.
       9000-EXIT.
           EXIT.

      * ================================================================
      * 9100-WRITE-GL-BATCH - the escheated total leaves outstanding
      *                       checks and becomes a payable to the
      *                       state; one debit, one credit.
      * ================================================================
       9100-WRITE-GL-BATCH.
           MOVE "ES" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE-NUM TO GBH-BATCH-DATE.
           MOVE "ESCHEAT" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
           MOVE WS-GL-NET-CLEARING-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE WS-AMOUNT-ESCHEATED TO GL-TRANS-AMOUNT.
           MOVE "ESCHEAT STALE CHECKS" TO GL-TRANS-DESC.
           PERFORM 9110-WRITE-ONE-GL-LEG.
           MOVE WS-GL-UNCLAIMED-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE WS-AMOUNT-ESCHEATED TO GL-TRANS-AMOUNT.
           MOVE "UNCLAIMED PROPERTY" TO GL-TRANS-DESC.
           PERFORM 9110-WRITE-ONE-GL-LEG.
           PERFORM 7950-CLOSE-GL-BATCH.

       9110-WRITE-ONE-GL-LEG.
           MOVE WS-CURRENT-DATE-NUM TO GL-TRANS-DATE.
           MOVE SPACES TO GL-TRANS-DEPT-CODE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.

       9200-WRITE-STATE-SUMMARY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-STATE-HEADING TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           PERFORM 9210-WRITE-ONE-STATE-LINE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT.

       9210-WRITE-ONE-STATE-LINE.
           MOVE WS-ST-CODE (WS-STATE-SUB)   TO WS-STL-CODE.
           MOVE WS-ST-CHECKS (WS-STATE-SUB) TO WS-STL-CHECKS.
           MOVE WS-ST-AMOUNT (WS-STATE-SUB) TO WS-STL-AMOUNT.
           MOVE WS-STATE-LINE TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.

       COPY RPTHDGP.
       COPY GLBATP.

       END PROGRAM ESCHEAT.
