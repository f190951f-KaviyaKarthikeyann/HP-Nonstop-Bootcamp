      ******************************************************************
      * PROGRAM:      LOANYEND
      * AUTHOR:       R. J. PILLAI - LOAN SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Year-end borrower interest statement and
      *               government filing extract.  Reads every LOANYTD
      *               record for the tax year - the interest and late
      *               fees LOANPAY collected and the property tax
      *               ESCDISB paid from escrow, net of returned
      *               autopay drafts - and prints one statement per
      *               loan, one statement to a page, for the borrower's
      *               tax return.  Each loan whose interest reaches the
      *               reporting threshold is also written to the
      *               filing extract in the revenue authority's fixed
      *               layout (below).  A control page foots the
      *               statement and extract counts and totals.
      *
      *               Correction mode reissues ONE loan's statement
      *               flagged CORRECTED, and writes an extract holding
      *               that loan alone with the corrected indicator set,
      *               for filing as a correction.  The loan must
      *               already have had its annual statement.
      *
      *               Command line (fixed column):
      *                   1-4    tax year                 YYYY
      *                   5      mode - blank annual run,
      *                          C correction
      *                   6-15   loan account number (correction only)
      *               e.g. 2026 for the annual run, 2026C0000012345 to
      *               correct loan 12345.  Run the annual statement
      *               after the last payment and escrow runs of the
      *               year; a tax year not yet ended still prints but
      *               ends with return code 4.
      *
      *               LNYEPARM parameter line (fixed column):
      *                   1-9    lender tax id            9(9)
      *                   10-49  lender name
      *                   50-58  reporting threshold      9(7)V99
      *                          (zero or blank - 600.00)
      *
      *               LNYEEXT filing extract (fixed column, 120 bytes):
      *                 A - lender record, first in the file
      *                   1      record type A
      *                   2-5    tax year
      *                   6-14   lender tax id
      *                   15-54  lender name
      *                   55     G - correction file, else blank
      *                 B - one per reported loan
      *                   1      record type B
      *                   2-5    tax year
      *                   6      G - corrected return, else blank
      *                   7-16   loan account number
      *                   17-26  loan application id
      *                   27-38  interest paid            cents
      *                   39-50  property tax paid        cents
      *                   51-62  late fees paid           cents
      *                   63-74  principal outstanding    cents
      *                 C - control record, last in the file
      *                   1      record type C
      *                   2-9    number of B records
      *                   10-24  total interest paid      cents
      *                   25-39  total property tax       cents
      *                   40-54  total late fees          cents
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original year-end interest statement and
      *                    filing extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANYEND.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-YTD-FILE ASSIGN TO "LOANYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-KEY
               FILE STATUS IS WS-LOANYTD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-LOANMAST-STATUS.

           SELECT YEAR-END-PARM-FILE ASSIGN TO "LNYEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LNYEPARM-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "LNYESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTS-STATUS.

           SELECT FILING-EXTRACT-FILE ASSIGN TO "LNYEEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-YTD-FILE.
       COPY LOANYREC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  YEAR-END-PARM-FILE.
       01  YEAR-END-PARM-LINE            PIC X(80).

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-LINE          PIC X(132).

       FD  FILING-EXTRACT-FILE.
       01  FILING-EXTRACT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANYTD-STATUS         PIC X(02) VALUE "00".
           05  WS-LOANMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-LNYEPARM-STATUS        PIC X(02) VALUE "00".
           05  WS-STMTS-STATUS           PIC X(02) VALUE "00".
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-LOAN-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-LOAN-RECORD-FOUND         VALUE "Y".

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-RUN-REQUEST.
           05  WS-TAX-YEAR               PIC 9(04).
           05  WS-RUN-MODE               PIC X(01).
               88  WS-ANNUAL-RUN                VALUE SPACE.
               88  WS-CORRECTION-RUN            VALUE "C".
           05  WS-CORRECT-ACCT-NO        PIC 9(10).

      * Lender identity and reporting threshold, off LNYEPARM.
       01  WS-LENDER-FIELDS.
           05  WS-LENDER-TAX-ID          PIC 9(09).
           05  WS-LENDER-NAME            PIC X(40).
           05  WS-THRESHOLD-DIGITS       PIC 9(09).
           05  WS-THRESHOLD REDEFINES WS-THRESHOLD-DIGITS
                                         PIC 9(7)V99.
       01  WS-DEFAULT-THRESHOLD          PIC 9(7)V99 VALUE 600.00.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-OTHER-YEAR             PIC 9(9) COMP VALUE ZERO.
           05  WS-NOTHING-PAID           PIC 9(9) COMP VALUE ZERO.
           05  WS-STATEMENTS-PRINTED     PIC 9(9) COMP VALUE ZERO.
           05  WS-EXTRACT-RECORDS        PIC 9(9) COMP VALUE ZERO.
           05  WS-BELOW-THRESHOLD        PIC 9(9) COMP VALUE ZERO.
           05  WS-LOANS-MISSING          PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-INTEREST         PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-TAX              PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-GRAND-FEES             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-EXTRACT-INTEREST       PIC S9(13)V99 COMP-3
                                         VALUE ZERO.
           05  WS-EXTRACT-TAX            PIC S9(13)V99 COMP-3
                                         VALUE ZERO.
           05  WS-EXTRACT-FEES           PIC S9(13)V99 COMP-3
                                         VALUE ZERO.

       01  WS-STATEMENT-TOTAL            PIC S9(9)V99 COMP-3.

      * ---------------------------------------------------------- *
      * Filing extract records - layout in the program banner.      *
      * ---------------------------------------------------------- *
       01  WS-EXT-LENDER-RECORD.
           05  WS-EXA-RECORD-TYPE        PIC X(01) VALUE "A".
           05  WS-EXA-TAX-YEAR           PIC 9(04).
           05  WS-EXA-LENDER-TAX-ID      PIC 9(09).
           05  WS-EXA-LENDER-NAME        PIC X(40).
           05  WS-EXA-CORRECTED          PIC X(01).
           05  FILLER                    PIC X(65) VALUE SPACES.

       01  WS-EXT-LOAN-RECORD.
           05  WS-EXB-RECORD-TYPE        PIC X(01) VALUE "B".
           05  WS-EXB-TAX-YEAR           PIC 9(04).
           05  WS-EXB-CORRECTED          PIC X(01).
           05  WS-EXB-LOAN-ACCT-NO       PIC 9(10).
           05  WS-EXB-APP-ID             PIC 9(10).
           05  WS-EXB-INTEREST           PIC 9(10)V99.
           05  WS-EXB-TAX                PIC 9(10)V99.
           05  WS-EXB-FEES               PIC 9(10)V99.
           05  WS-EXB-PRINCIPAL          PIC 9(10)V99.
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-EXT-CONTROL-RECORD.
           05  WS-EXC-RECORD-TYPE        PIC X(01) VALUE "C".
           05  WS-EXC-LOAN-COUNT         PIC 9(08).
           05  WS-EXC-INTEREST           PIC 9(13)V99.
           05  WS-EXC-TAX                PIC 9(13)V99.
           05  WS-EXC-FEES               PIC 9(13)V99.
           05  FILLER                    PIC X(66) VALUE SPACES.

       01  WS-CORRECTED-INDICATOR        PIC X(01) VALUE "G".

      * ---------------------------------------------------------- *
      * Statement body - one formal statement per page.             *
      * ---------------------------------------------------------- *
       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(37) VALUE
               "ANNUAL LOAN INTEREST STATEMENT".
           05  FILLER                    PIC X(06) VALUE "  PAGE".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "TAX YEAR ".
           05  WS-HDG-YEAR               PIC 9(04).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-HDG-CORRECTED          PIC X(11).

       01  WS-STMT-LENDER-LINE.
           05  FILLER                    PIC X(14) VALUE
               "LENDER      : ".
           05  WS-STM-LENDER-NAME        PIC X(40).
           05  FILLER                    PIC X(10) VALUE
               "  TAX ID: ".
           05  WS-STM-LENDER-TAX-ID      PIC 9(09).

       01  WS-STMT-ACCT-LINE.
           05  FILLER                    PIC X(14) VALUE
               "LOAN ACCOUNT: ".
           05  WS-STM-ACCT-NO            PIC Z(9)9.
           05  FILLER                    PIC X(16) VALUE
               "   APPLICATION ".
           05  WS-STM-APP-ID             PIC Z(9)9.

       01  WS-STMT-INTEREST-LINE.
           05  FILLER                    PIC X(32) VALUE
               "MORTGAGE INTEREST PAID        : ".
           05  WS-STM-INTEREST           PIC -$$$,$$$,$$9.99.

       01  WS-STMT-TAX-LINE.
           05  FILLER                    PIC X(32) VALUE
               "PROPERTY TAX PAID FROM ESCROW : ".
           05  WS-STM-TAX                PIC -$$$,$$$,$$9.99.

       01  WS-STMT-FEES-LINE.
           05  FILLER                    PIC X(32) VALUE
               "LATE FEES PAID                : ".
           05  WS-STM-FEES               PIC -$$$,$$$,$$9.99.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                    PIC X(32) VALUE
               "TOTAL                         : ".
           05  WS-STM-TOTAL              PIC -$$$,$$$,$$9.99.

       01  WS-STMT-PRINCIPAL-LINE.
           05  FILLER                    PIC X(32) VALUE
               "PRINCIPAL OUTSTANDING         : ".
           05  WS-STM-PRINCIPAL          PIC -$$$,$$$,$$9.99.

       01  WS-STMT-CORRECTED-LINE.
           05  FILLER                    PIC X(52) VALUE
               "THIS CORRECTED STATEMENT REPLACES THE ONE ISSUED ON".
           05  WS-STM-ISSUED-DATE        PIC 9(08).

       01  WS-STMT-FOOT-LINE.
           05  FILLER                    PIC X(60) VALUE
               "RETAIN THIS STATEMENT FOR YOUR TAX RECORDS".
       01  WS-STMT-FOOT-LINE-2.
           05  FILLER                    PIC X(60) VALUE
               "INTEREST IS REPORTED TO THE REVENUE AUTHORITY".

       01  WS-CORRECTED-LITERAL          PIC X(11) VALUE
               "CORRECTED".
       01  WS-LOAN-MISSING-LITERAL       PIC X(30) VALUE
               "** LOAN NOT ON MASTER **".

      * ---------------------------------------------------------- *
      * Control page - statement and extract footings.              *
      * ---------------------------------------------------------- *
       01  WS-CTL-HEADING.
           05  FILLER                    PIC X(50) VALUE
               "CONTROL PAGE - FOOT EXTRACT TO FILING TRANSMITTAL".

       01  WS-CTL-COUNT-LINE.
           05  WS-CTL-COUNT-LABEL        PIC X(32).
           05  WS-CTL-COUNT              PIC ZZZ,ZZ9.

       01  WS-CTL-AMOUNT-LINE.
           05  WS-CTL-AMOUNT-LABEL       PIC X(32).
           05  WS-CTL-AMOUNT             PIC -$$$,$$$,$$$,$$9.99.

       COPY RPTHDGW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-CORRECTION-RUN
               PERFORM 3000-CORRECT-ONE-LOAN
                   THRU 3000-EXIT
           ELSE
               PERFORM 2000-PROCESS-RECORDS
                   THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM = SPACES
               DISPLAY "TAX YEAR, MODE, LOAN (YYYY[C9999999999]) : "
               ACCEPT WS-CMD-LINE-PARM
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:15) TO WS-RUN-REQUEST.
           IF WS-TAX-YEAR IS NOT NUMERIC
               DISPLAY "LOANYEND - INVALID TAX YEAR "
                   WS-CMD-LINE-PARM(1:4) " - EXPECTED YYYY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-ANNUAL-RUN
              AND NOT WS-CORRECTION-RUN
               DISPLAY "LOANYEND - INVALID MODE "
                   WS-CMD-LINE-PARM(5:1) " - EXPECTED BLANK OR C"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CORRECTION-RUN
              AND WS-CORRECT-ACCT-NO IS NOT NUMERIC
               DISPLAY "LOANYEND - CORRECTION NEEDS A LOAN ACCOUNT IN "
                   "COLUMNS 6-15"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TAX-YEAR TO WS-HDG-YEAR.
           PERFORM 1100-LOAD-LENDER-PARM
               THRU 1100-EXIT.
           OPEN I-O LOAN-YTD-FILE.
           IF WS-LOANYTD-STATUS NOT = "00"
               DISPLAY "LOANYEND - CANNOT OPEN LOANYTD - STATUS "
                   WS-LOANYTD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               DISPLAY "LOANYEND - CANNOT OPEN LOANMAST - STATUS "
                   WS-LOANMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-PRINT-FILE.
           OPEN OUTPUT FILING-EXTRACT-FILE.
           MOVE WS-TAX-YEAR TO WS-EXA-TAX-YEAR.
           MOVE WS-LENDER-TAX-ID TO WS-EXA-LENDER-TAX-ID.
           MOVE WS-LENDER-NAME TO WS-EXA-LENDER-NAME.
           IF WS-CORRECTION-RUN
               MOVE WS-CORRECTED-INDICATOR TO WS-EXA-CORRECTED
               MOVE WS-CORRECTED-LITERAL TO WS-HDG-CORRECTED
           ELSE
               MOVE SPACE TO WS-EXA-CORRECTED
               MOVE SPACES TO WS-HDG-CORRECTED
           END-IF.
           MOVE WS-EXT-LENDER-RECORD TO FILING-EXTRACT-LINE.
           WRITE FILING-EXTRACT-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-LENDER-PARM - the lender identity goes on every
      *                         statement and heads the extract; a
      *                         filing without it is refused, so the
      *                         run stops here rather than print.
      * ================================================================
       1100-LOAD-LENDER-PARM.
           OPEN INPUT YEAR-END-PARM-FILE.
           IF WS-LNYEPARM-STATUS NOT = "00"
               DISPLAY "LOANYEND - CANNOT OPEN LNYEPARM - STATUS "
                   WS-LNYEPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ YEAR-END-PARM-FILE
               AT END
                   DISPLAY "LOANYEND - LNYEPARM IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE YEAR-END-PARM-FILE.
           IF YEAR-END-PARM-LINE(1:9) IS NOT NUMERIC
              OR YEAR-END-PARM-LINE(10:40) = SPACES
               DISPLAY "LOANYEND - LNYEPARM LENDER TAX ID OR NAME "
                   "MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE YEAR-END-PARM-LINE(1:9) TO WS-LENDER-TAX-ID.
           MOVE YEAR-END-PARM-LINE(10:40) TO WS-LENDER-NAME.
           IF YEAR-END-PARM-LINE(50:9) IS NUMERIC
               MOVE YEAR-END-PARM-LINE(50:9) TO WS-THRESHOLD-DIGITS
           ELSE
               MOVE ZERO TO WS-THRESHOLD-DIGITS
           END-IF.
           IF WS-THRESHOLD = ZERO
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-RECORDS.
           READ LOAN-YTD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           IF LY-TAX-YEAR NOT = WS-TAX-YEAR
               ADD 1 TO WS-OTHER-YEAR
               GO TO 2000-EXIT
           END-IF.
           IF LY-INTEREST-PAID = ZERO
              AND LY-TAX-DISBURSED = ZERO
              AND LY-FEES-PAID = ZERO
               ADD 1 TO WS-NOTHING-PAID
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-PRINT-ONE-STATEMENT.
           IF LY-INTEREST-PAID < WS-THRESHOLD
               ADD 1 TO WS-BELOW-THRESHOLD
           ELSE
               PERFORM 2200-WRITE-EXTRACT-RECORD
           END-IF.
           IF NOT LY-STATEMENT-CORRECTED
               SET LY-STATEMENT-ISSUED TO TRUE
               MOVE WS-CURRENT-DATE TO LY-STATEMENT-DATE
           END-IF.
           REWRITE LOAN-YTD-RECORD.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-PRINT-ONE-STATEMENT - one statement to a page: forcing
      *                            the line count to the page size
      *                            makes the next 8000-CHECK-PAGE-
      *                            BREAK start a fresh page with the
      *                            statement heading.  A loan gone
      *                            from the master still gets its
      *                            statement - the interest was paid
      *                            whether or not the loan survives -
      *                            and is counted for the control
      *                            page.
      * ================================================================
       2100-PRINT-ONE-STATEMENT.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           PERFORM 2110-LOOK-UP-LOAN.
           MOVE WS-LENDER-NAME TO WS-STM-LENDER-NAME.
           MOVE WS-LENDER-TAX-ID TO WS-STM-LENDER-TAX-ID.
           MOVE WS-STMT-LENDER-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE LY-LOAN-ACCT-NO TO WS-STM-ACCT-NO.
           MOVE LM-APP-ID TO WS-STM-APP-ID.
           MOVE WS-STMT-ACCT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           IF NOT WS-LOAN-RECORD-FOUND
               MOVE WS-LOAN-MISSING-LITERAL TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE LY-INTEREST-PAID TO WS-STM-INTEREST.
           MOVE WS-STMT-INTEREST-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE LY-TAX-DISBURSED TO WS-STM-TAX.
           MOVE WS-STMT-TAX-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE LY-FEES-PAID TO WS-STM-FEES.
           MOVE WS-STMT-FEES-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           COMPUTE WS-STATEMENT-TOTAL =
               LY-INTEREST-PAID + LY-TAX-DISBURSED + LY-FEES-PAID.
           MOVE WS-STATEMENT-TOTAL TO WS-STM-TOTAL.
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-STM-PRINCIPAL.
           MOVE WS-STMT-PRINCIPAL-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           IF WS-CORRECTION-RUN
               MOVE SPACES TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
               MOVE LY-STATEMENT-DATE TO WS-STM-ISSUED-DATE
               MOVE WS-STMT-CORRECTED-LINE TO STATEMENT-PRINT-LINE
               WRITE STATEMENT-PRINT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE WS-STMT-FOOT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE WS-STMT-FOOT-LINE-2 TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           ADD 1 TO WS-STATEMENTS-PRINTED.
           ADD LY-INTEREST-PAID TO WS-GRAND-INTEREST.
           ADD LY-TAX-DISBURSED TO WS-GRAND-TAX.
           ADD LY-FEES-PAID     TO WS-GRAND-FEES.

      * ================================================================
      * 2110-LOOK-UP-LOAN - the application id and the principal
      *                     still owed come off the master; a loan
      *                     no longer on file reports them as zero.
      * ================================================================
       2110-LOOK-UP-LOAN.
           MOVE LY-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOAN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOAN-FOUND-SWITCH
           END-READ.
           IF NOT WS-LOAN-RECORD-FOUND
               ADD 1 TO WS-LOANS-MISSING
               MOVE ZERO TO LM-APP-ID
               MOVE ZERO TO LM-OUTSTANDING-PRINCIPAL
           END-IF.

      * ================================================================
      * 2200-WRITE-EXTRACT-RECORD - the filing layout carries no sign;
      *                             a figure driven below zero by a
      *                             returned draft is reported as
      *                             zero.
      * ================================================================
       2200-WRITE-EXTRACT-RECORD.
           MOVE WS-TAX-YEAR TO WS-EXB-TAX-YEAR.
           IF WS-CORRECTION-RUN
               MOVE WS-CORRECTED-INDICATOR TO WS-EXB-CORRECTED
           ELSE
               MOVE SPACE TO WS-EXB-CORRECTED
           END-IF.
           MOVE LY-LOAN-ACCT-NO TO WS-EXB-LOAN-ACCT-NO.
           MOVE LM-APP-ID TO WS-EXB-APP-ID.
           MOVE ZERO TO WS-EXB-INTEREST.
           MOVE ZERO TO WS-EXB-TAX.
           MOVE ZERO TO WS-EXB-FEES.
           MOVE ZERO TO WS-EXB-PRINCIPAL.
           IF LY-INTEREST-PAID > ZERO
               MOVE LY-INTEREST-PAID TO WS-EXB-INTEREST
           END-IF.
           IF LY-TAX-DISBURSED > ZERO
               MOVE LY-TAX-DISBURSED TO WS-EXB-TAX
           END-IF.
           IF LY-FEES-PAID > ZERO
               MOVE LY-FEES-PAID TO WS-EXB-FEES
           END-IF.
           IF LM-OUTSTANDING-PRINCIPAL > ZERO
               MOVE LM-OUTSTANDING-PRINCIPAL TO WS-EXB-PRINCIPAL
           END-IF.
           MOVE WS-EXT-LOAN-RECORD TO FILING-EXTRACT-LINE.
           WRITE FILING-EXTRACT-LINE.
           ADD 1 TO WS-EXTRACT-RECORDS.
           ADD WS-EXB-INTEREST TO WS-EXTRACT-INTEREST.
           ADD WS-EXB-TAX      TO WS-EXTRACT-TAX.
           ADD WS-EXB-FEES     TO WS-EXTRACT-FEES.

      * ================================================================
      * 3000-CORRECT-ONE-LOAN - the corrected statement and extract
      *                         replace what the annual run issued;
      *                         a loan that never had a statement for
      *                         the year has nothing to correct and
      *                         goes out on the annual run instead.
      *                         The corrected return is filed whatever
      *                         the threshold - the original may have
      *                         been filed on the figures now wrong.
      * ================================================================
       3000-CORRECT-ONE-LOAN.
           MOVE WS-CORRECT-ACCT-NO TO LY-LOAN-ACCT-NO.
           MOVE WS-TAX-YEAR TO LY-TAX-YEAR.
           READ LOAN-YTD-FILE
               INVALID KEY
                   DISPLAY "LOANYEND - NO " WS-TAX-YEAR
                       " TOTALS FOR LOAN " WS-CORRECT-ACCT-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           IF LY-STATEMENT-NOT-ISSUED
               DISPLAY "LOANYEND - LOAN " WS-CORRECT-ACCT-NO
                   " HAS NO " WS-TAX-YEAR " STATEMENT TO CORRECT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-PRINT-ONE-STATEMENT.
           PERFORM 2200-WRITE-EXTRACT-RECORD.
           SET LY-STATEMENT-CORRECTED TO TRUE.
           MOVE WS-CURRENT-DATE TO LY-STATEMENT-DATE.
           REWRITE LOAN-YTD-RECORD.
       3000-EXIT.
           EXIT.

       8020-WRITE-HEADING-LINES.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE WS-HEADING-LINE-2 TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

       9000-TERMINATE.
           MOVE WS-EXTRACT-RECORDS  TO WS-EXC-LOAN-COUNT.
           MOVE WS-EXTRACT-INTEREST TO WS-EXC-INTEREST.
           MOVE WS-EXTRACT-TAX      TO WS-EXC-TAX.
           MOVE WS-EXTRACT-FEES     TO WS-EXC-FEES.
           MOVE WS-EXT-CONTROL-RECORD TO FILING-EXTRACT-LINE.
           WRITE FILING-EXTRACT-LINE.
           PERFORM 9100-PRINT-CONTROL-PAGE
               THRU 9100-EXIT.
           IF RETURN-CODE = ZERO
              AND WS-TAX-YEAR NOT < RH-RUN-YYYY
               DISPLAY "LOANYEND - TAX YEAR " WS-TAX-YEAR
                   " HAS NOT ENDED - FIGURES ARE NOT FINAL"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "LOANYEND - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "  OTHER TAX YEARS    : " WS-OTHER-YEAR.
           DISPLAY "  NOTHING PAID       : " WS-NOTHING-PAID.
           DISPLAY "  STATEMENTS PRINTED : " WS-STATEMENTS-PRINTED.
           DISPLAY "  EXTRACT RECORDS    : " WS-EXTRACT-RECORDS.
           DISPLAY "  BELOW THRESHOLD    : " WS-BELOW-THRESHOLD.
           DISPLAY "  LOANS NOT ON MASTER: " WS-LOANS-MISSING.
           CLOSE LOAN-YTD-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           CLOSE FILING-EXTRACT-FILE.
       9000-EXIT.
           EXIT.

       9100-PRINT-CONTROL-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CTL-HEADING TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE "STATEMENTS PRINTED            : "
               TO WS-CTL-COUNT-LABEL.
           MOVE WS-STATEMENTS-PRINTED TO WS-CTL-COUNT.
           PERFORM 9110-WRITE-COUNT-LINE.
           MOVE "LOANS NOT ON MASTER           : "
               TO WS-CTL-COUNT-LABEL.
           MOVE WS-LOANS-MISSING TO WS-CTL-COUNT.
           PERFORM 9110-WRITE-COUNT-LINE.
           MOVE "TOTAL INTEREST PAID           : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-GRAND-INTEREST TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
           MOVE "TOTAL PROPERTY TAX PAID       : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-GRAND-TAX TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
           MOVE "TOTAL LATE FEES PAID          : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-GRAND-FEES TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
           MOVE SPACES TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
           MOVE "EXTRACT RECORDS WRITTEN       : "
               TO WS-CTL-COUNT-LABEL.
           MOVE WS-EXTRACT-RECORDS TO WS-CTL-COUNT.
           PERFORM 9110-WRITE-COUNT-LINE.
           MOVE "BELOW REPORTING THRESHOLD     : "
               TO WS-CTL-COUNT-LABEL.
           MOVE WS-BELOW-THRESHOLD TO WS-CTL-COUNT.
           PERFORM 9110-WRITE-COUNT-LINE.
           MOVE "EXTRACT INTEREST REPORTED     : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-EXTRACT-INTEREST TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
           MOVE "EXTRACT PROPERTY TAX REPORTED : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-EXTRACT-TAX TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
           MOVE "EXTRACT LATE FEES REPORTED    : "
               TO WS-CTL-AMOUNT-LABEL.
           MOVE WS-EXTRACT-FEES TO WS-CTL-AMOUNT.
           PERFORM 9120-WRITE-AMOUNT-LINE.
       9100-EXIT.
           EXIT.

       9110-WRITE-COUNT-LINE.
           MOVE WS-CTL-COUNT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

       9120-WRITE-AMOUNT-LINE.
           MOVE WS-CTL-AMOUNT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

       COPY RPTHDGP.

       END PROGRAM LOANYEND.
