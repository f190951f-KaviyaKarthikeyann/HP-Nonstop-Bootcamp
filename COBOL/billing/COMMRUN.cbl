      ******************************************************************
      * PROGRAM:      COMMRUN
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Monthly sales commission run.  Works each
      *               salesperson's commission for the period the run
      *               names, prints a commission statement for each,
      *               and passes what is due to payroll as a COM
      *               supplemental earning on the SUPPEARN file for
      *               the next TAXC run.
      *
      *               First the COMMLINE lines INVPRINT wrote as it
      *               posted invoices are filed on COMMINV, one record
      *               per invoice: its sales by item class (off
      *               ITEM-MASTER) and the salesperson it is
      *               commissioned to - the one the sales order named,
      *               else the customer's on CUSTSLSP.  COMMLINE is
      *               then emptied.  An invoice no salesperson can be
      *               found for is reported every run until the
      *               customer is assigned one.
      *
      *               The salesperson's plan on the COMMPLAN parameter
      *               file says how commission is earned:
      *                 billed    - on the invoice's sales when it is
      *                             billed: every invoice of the
      *                             period or before not yet
      *                             commissioned is paid once, in
      *                             this run
      *                 collected - on the share of the sales the
      *                             cash applied in the period pays
      *                             for, off the ARAPPLOG history
      *               at the plan's rate for the item class (the
      *               plan's default rate for a class it does not
      *               name).  Above quota the plan's accelerators
      *               pay the sales in each band over a tier's
      *               attainment at the tier's multiple of the rate.
      *               A credit memo posted in the period before
      *               against a billed-basis invoice charges its
      *               goods back at the invoice's commission rate -
      *               on a collected basis the credit is simply never
      *               collected.  A chargeback the commission cannot
      *               cover is carried on the salesperson master to
      *               the next period.
      *
      *               A salesperson already paid for the period gets
      *               the statement again and nothing more, so a rerun
      *               never pays twice.
      *
      *               COMMPLAN parameter lines, by the type in column
      *               1 ("*" - comment):
      *                 P - plan: 2-5 plan code, 6 basis (B billed, C
      *                     collected), 7-36 description
      *                 R - rate: 2-5 plan code, 6-9 item class (blank
      *                     - the plan's default), 10-14 rate percent
      *                     99V999
      *                 A - accelerator: 2-5 plan code, 6-8 attainment
      *                     percent of quota, 9-11 multiplier 9V99; up
      *                     to three per plan, lowest attainment first
      *
      *               Command-line parameter:
      *                 1-6    period YYYYMM (required)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original commission run program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-LINE-FILE ASSIGN TO "COMMLINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMLINE-STATUS.

           SELECT COMMISSION-INVOICE-FILE ASSIGN TO "COMMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-INVOICE-ID
               FILE STATUS IS WS-COMMINV-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO "SLSPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-REP-ID
               FILE STATUS IS WS-SLSPMAST-STATUS.

           SELECT CUSTOMER-SALESPERSON-FILE ASSIGN TO "CUSTSLSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CUST-ID
               FILE STATUS IS WS-CUSTSLSP-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT COMMISSION-PLAN-FILE ASSIGN TO "COMMPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPLAN-STATUS.

           SELECT APPLICATION-LOG-FILE ASSIGN TO "ARAPPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLOG-STATUS.

           SELECT SALES-TAX-DETAIL-FILE ASSIGN TO "STAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-STAXHIST-STATUS.

           SELECT SUPP-EARNINGS-FILE ASSIGN TO "SUPPEARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPEARN-STATUS.

           SELECT COMMISSION-STATEMENT-FILE ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT COMMISSION-SORT-FILE ASSIGN TO "COMMSORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-LINE-FILE.
       COPY COMMLREC.

       FD  COMMISSION-INVOICE-FILE.
       COPY COMMIREC.

       FD  SALESPERSON-FILE.
       COPY SLSPREC.

       FD  CUSTOMER-SALESPERSON-FILE.
       COPY CUSTSREC.

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  COMMISSION-PLAN-FILE.
       01  COMMISSION-PLAN-LINE          PIC X(80).

       FD  APPLICATION-LOG-FILE.
       COPY ARAPPREC.

       FD  SALES-TAX-DETAIL-FILE.
       COPY STAXDREC.

       FD  SUPP-EARNINGS-FILE.
       01  SUPP-EARNINGS-LINE            PIC X(80).

       FD  COMMISSION-STATEMENT-FILE.
       01  COMMISSION-STATEMENT-LINE     PIC X(132).

      * One record per class of an invoice credited to a salesperson
      * (type 1 billed, 2 collected) and per credit memo charged back
      * (type 3).  SR-RATE is the class rate, or for a chargeback the
      * invoice's overall commission rate.
       SD  COMMISSION-SORT-FILE.
       01  COMMISSION-SORT-RECORD.
           05  SR-REP-ID                 PIC X(03).
           05  SR-TYPE                   PIC X(01).
               88  SR-BILLED                    VALUE "1".
               88  SR-COLLECTED                 VALUE "2".
               88  SR-CHARGEBACK                VALUE "3".
           05  SR-ITEM-CLASS             PIC X(04).
           05  SR-INVOICE-ID             PIC 9(08).
           05  SR-SALES                  PIC S9(9)V99 COMP-3.
           05  SR-RATE                   PIC 9(2)V999.
           05  SR-COMMISSION             PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-COMMLINE-STATUS        PIC X(02) VALUE "00".
           05  WS-COMMINV-STATUS         PIC X(02) VALUE "00".
           05  WS-SLSPMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CUSTSLSP-STATUS        PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-COMMPLAN-STATUS        PIC X(02) VALUE "00".
           05  WS-APPLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-STAXHIST-STATUS        PIC X(02) VALUE "00".
           05  WS-SUPPEARN-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-COMMLINE-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-COMMLINE-OPEN             VALUE "Y".
           05  WS-CUSTSLSP-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-CUSTSLSP-OPEN             VALUE "Y".
           05  WS-APPLOG-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-APPLOG-OPEN               VALUE "Y".
           05  WS-STAXHIST-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-STAXHIST-OPEN             VALUE "Y".
           05  WS-INVOICE-SWITCH         PIC X(01) VALUE "N".
               88  WS-INVOICE-NEW               VALUE "Y".
               88  WS-INVOICE-ON-FILE           VALUE "D".
           05  WS-REP-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-REP-FOUND                 VALUE "Y".
           05  WS-REWRITE-SWITCH         PIC X(01) VALUE "N".
               88  WS-REWRITE-INVOICE           VALUE "Y".
           05  WS-SALES-CLOSED-SWITCH    PIC X(01) VALUE "N".
               88  WS-SALES-CLOSED              VALUE "Y".
           05  WS-CB-HEADED-SWITCH       PIC X(01) VALUE "N".
               88  WS-CB-HEADED                 VALUE "Y".
           05  WS-REPORT-SECTION         PIC X(01) VALUE "R".
               88  WS-REP-SECTION               VALUE "R".
               88  WS-TOTALS-SECTION            VALUE "T".

       01  WS-CONTROL-TOTALS.
           05  WS-PLAN-LINES-READ        PIC 9(9) COMP VALUE ZERO.
           05  WS-PLAN-LINES-REJECTED    PIC 9(9) COMP VALUE ZERO.
           05  WS-COMM-LINES-READ        PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-FILED         PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-ON-FILE       PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-UNASSIGNED    PIC 9(9) COMP VALUE ZERO.
           05  WS-INVOICES-BILLED        PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYMENTS-READ          PIC 9(9) COMP VALUE ZERO.
           05  WS-PAYMENTS-CREDITED      PIC 9(9) COMP VALUE ZERO.
           05  WS-MEMOS-CHARGED          PIC 9(9) COMP VALUE ZERO.
           05  WS-REP-ERRORS             PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-STATED            PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-PAID              PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-CARRIED           PIC 9(9) COMP VALUE ZERO.
           05  WS-REPS-ALREADY-PAID      PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-PAID             PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-CARRIED          PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).

      * The period being paid and the one before it, whose credit
      * memos are charged back.
       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD.
               10  WS-PERIOD-YYYY        PIC 9(04).
               10  WS-PERIOD-MM          PIC 9(02).
           05  WS-PERIOD-N REDEFINES WS-PERIOD
                                         PIC 9(06).
           05  WS-PRIOR-PERIOD.
               10  WS-PRIOR-YYYY         PIC 9(04).
               10  WS-PRIOR-MM           PIC 9(02).
           05  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD
                                         PIC 9(06).

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(04).
           05  WS-CURRENT-MM             PIC 9(02).
           05  WS-CURRENT-DD             PIC 9(02).

      * ---------------------------------------------------------- *
      * Commission plans off COMMPLAN: each plan's basis, default  *
      * rate and up to three accelerator tiers, and the rates the  *
      * plans set by item class.                                   *
      * ---------------------------------------------------------- *
       01  WS-PLAN-LIMIT                 PIC 9(03) COMP VALUE 50.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-PLAN-ENTRY OCCURS 50 TIMES.
               10  WS-PL-CODE            PIC X(04).
               10  WS-PL-BASIS           PIC X(01).
                   88  WS-PL-ON-BILLING         VALUE "B".
                   88  WS-PL-ON-COLLECTION      VALUE "C".
               10  WS-PL-DESC            PIC X(30).
               10  WS-PL-DEFAULT-RATE    PIC 9(2)V999.
               10  WS-PL-TIER-COUNT      PIC 9(01).
               10  WS-PL-TIER OCCURS 3 TIMES.
                   15  WS-PL-TIER-PCT    PIC 9(03).
                   15  WS-PL-TIER-MULT   PIC 9V99.
       01  WS-PLAN-SUB                   PIC 9(03) COMP.
       01  WS-PLAN-HIT-SUB               PIC 9(03) COMP.
       01  WS-TIER-SUB                   PIC 9(01) COMP.

       01  WS-RATE-LIMIT                 PIC 9(03) COMP VALUE 500.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 500 TIMES.
               10  WS-RT-PLAN-CODE       PIC X(04).
               10  WS-RT-ITEM-CLASS      PIC X(04).
               10  WS-RT-RATE            PIC 9(2)V999.
       01  WS-RATE-SUB                   PIC 9(03) COMP.
       01  WS-RATE-HIT-SUB               PIC 9(03) COMP.

       01  WS-PLAN-PARSE-FIELDS.
           05  WS-PP-TYPE                PIC X(01).
           05  WS-PP-PLAN-CODE           PIC X(04).
           05  WS-PP-DATA                PIC X(75).
           05  WS-PP-PLAN-VIEW REDEFINES WS-PP-DATA.
               10  WS-PP-BASIS           PIC X(01).
               10  WS-PP-DESC            PIC X(30).
               10  FILLER                PIC X(44).
           05  WS-PP-RATE-VIEW REDEFINES WS-PP-DATA.
               10  WS-PP-ITEM-CLASS      PIC X(04).
               10  WS-PP-RATE-X          PIC X(05).
               10  WS-PP-RATE REDEFINES WS-PP-RATE-X
                                         PIC 9(2)V999.
               10  FILLER                PIC X(66).
           05  WS-PP-TIER-VIEW REDEFINES WS-PP-DATA.
               10  WS-PP-TIER-PCT-X      PIC X(03).
               10  WS-PP-TIER-PCT REDEFINES WS-PP-TIER-PCT-X
                                         PIC 9(03).
               10  WS-PP-TIER-MULT-X     PIC X(03).
               10  WS-PP-TIER-MULT REDEFINES WS-PP-TIER-MULT-X
                                         PIC 9V99.
               10  FILLER                PIC X(69).
       01  WS-REJECT-REASON              PIC X(40).

      * Filing the COMMLINE lines.
       01  WS-FILING-FIELDS.
           05  WS-FILING-INVOICE-ID      PIC 9(08) VALUE ZERO.
           05  WS-LINE-CLASS             PIC X(04).
           05  WS-CI-SUB                 PIC 9(02) COMP.
           05  WS-CI-HIT-SUB             PIC 9(02) COMP.
           05  WS-CI-LIMIT               PIC 9(02) COMP VALUE 10.

      * Working a salesperson's plan and an invoice's commission.
       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-REP-ID          PIC X(03).
           05  WS-LOOKUP-CLASS           PIC X(04).
           05  WS-CLASS-RATE             PIC 9(2)V999.
           05  WS-RELEASE-TYPE           PIC X(01).
           05  WS-SHARE-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-SHARE-BASE             PIC S9(9)V99 COMP-3.
           05  WS-INV-COMMISSION         PIC S9(11)V99 COMP-3.
           05  WS-MEMO-GOODS             PIC S9(11)V99 COMP-3.

      * One salesperson's statement.
       01  WS-REP-FIELDS.
           05  WS-CURRENT-REP            PIC X(03).
           05  WS-REP-PLAN-SUB           PIC 9(03) COMP.
           05  WS-REP-SALES              PIC S9(11)V99 COMP-3.
           05  WS-REP-BASE               PIC S9(11)V99 COMP-3.
           05  WS-REP-ACCEL              PIC S9(11)V99 COMP-3.
           05  WS-REP-CHARGEBACK         PIC S9(11)V99 COMP-3.
           05  WS-REP-CARRIED-IN         PIC S9(11)V99 COMP-3.
           05  WS-REP-NET                PIC S9(11)V99 COMP-3.
           05  WS-REP-ATTAINMENT         PIC 9(05)V9.
           05  WS-TIER-FLOOR             PIC S9(11)V99 COMP-3.
           05  WS-TIER-CEILING           PIC S9(11)V99 COMP-3.
           05  WS-TIER-BAND              PIC S9(11)V99 COMP-3.
           05  WS-TIER-ACCEL             PIC S9(11)V99 COMP-3.

       01  WS-CLASS-GROUP-FIELDS.
           05  WS-GROUP-TYPE             PIC X(01).
           05  WS-GROUP-CLASS            PIC X(04).
           05  WS-GROUP-RATE             PIC 9(2)V999.
           05  WS-GROUP-SALES            PIC S9(11)V99 COMP-3.
           05  WS-GROUP-COMMISSION       PIC S9(11)V99 COMP-3.

      * The COM supplemental earning for TAXC - employee id, code
      * and amount in the SUPPEARN columns.
       01  WS-SUPP-EARNINGS-OUT.
           05  WS-SEO-EMP-ID             PIC 9(10).
           05  WS-SEO-CODE               PIC X(03) VALUE "COM".
           05  WS-SEO-AMOUNT             PIC 9(9)V99.
           05  FILLER                    PIC X(56) VALUE SPACES.

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(38) VALUE
               "SALES COMMISSION STATEMENT".
           05  FILLER                    PIC X(07) VALUE "PERIOD ".
           05  WS-HDG-PERIOD             PIC 9(06).
           05  FILLER                    PIC X(34) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE
               " RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-REP-HEADING-2.
           05  FILLER                    PIC X(12) VALUE
               "SALESPERSON ".
           05  WS-HDG-REP-ID             PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HDG-REP-NAME           PIC X(20).
           05  FILLER                    PIC X(11) VALUE
               "  EMPLOYEE ".
           05  WS-HDG-EMP-ID             PIC 9(10).
           05  FILLER                    PIC X(07) VALUE "  PLAN ".
           05  WS-HDG-PLAN-CODE          PIC X(04).
           05  FILLER                    PIC X(03) VALUE " - ".
           05  WS-HDG-PLAN-DESC          PIC X(30).
           05  FILLER                    PIC X(09) VALUE " PAID ON ".
           05  WS-HDG-BASIS              PIC X(10).

       01  WS-REP-HEADING-3.
           05  FILLER                    PIC X(08) VALUE "CLASS".
           05  FILLER                    PIC X(14) VALUE
               "CREDITED ON".
           05  FILLER                    PIC X(18) VALUE
               "           SALES".
           05  FILLER                    PIC X(10) VALUE
               "  RATE %".
           05  FILLER                    PIC X(18) VALUE
               "      COMMISSION".

       01  WS-TOTALS-HEADING-2.
           05  FILLER                    PIC X(30) VALUE
               "RUN TOTALS - ALL SALESPEOPLE".

       01  WS-CLASS-LINE.
           05  WS-CL-CLASS               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-BASIS               PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-SALES               PIC $$$,$$$,$$9.99-.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-CL-RATE                PIC Z9.999.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-CL-COMMISSION          PIC $$$,$$$,$$9.99-.

       01  WS-AMOUNT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AL-LABEL               PIC X(36).
           05  WS-AL-AMOUNT              PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-NOTE                PIC X(50).

       01  WS-RATIO-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL               PIC X(36).
           05  FILLER                    PIC X(09) VALUE SPACES.
           05  WS-RL-RATIO               PIC ZZZZ9.9.
           05  FILLER                    PIC X(01) VALUE "%".

       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TX-TEXT                PIC X(80).

       01  WS-EDIT-FIELDS.
           05  WS-ED-TIER-PCT            PIC ZZ9.
           05  WS-ED-TIER-MULT           PIC 9.99.
           05  WS-ED-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1100-LOAD-COMMISSION-PLANS
               THRU 1100-EXIT.
           PERFORM 2000-FILE-COMMISSION-LINES
               THRU 2000-EXIT.
           SORT COMMISSION-SORT-FILE
               ON ASCENDING KEY SR-REP-ID SR-TYPE SR-ITEM-CLASS
                                SR-INVOICE-ID
               INPUT PROCEDURE IS 3000-SELECT-COMMISSIONS
                   THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-STATEMENTS
                   THRU 4000-EXIT.
           PERFORM 5000-PRINT-RUN-TOTALS
               THRU 5000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:6) IS NOT NUMERIC
               DISPLAY "COMMRUN - PERIOD PARAMETER (YYYYMM) "
                   "REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:6) TO WS-PERIOD.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "COMMRUN - INVALID PERIOD "
                   WS-CMD-LINE-PARM(1:6) " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-N TO WS-HDG-PERIOD.
           MOVE WS-PERIOD-N TO WS-PRIOR-PERIOD-N.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           OPEN INPUT COMMISSION-PLAN-FILE.
           IF WS-COMMPLAN-STATUS NOT = "00"
               DISPLAY "COMMRUN - CANNOT OPEN COMMPLAN - STATUS "
                   WS-COMMPLAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALESPERSON-FILE.
           IF WS-SLSPMAST-STATUS NOT = "00"
               DISPLAY "COMMRUN - CANNOT OPEN SLSPMAST - STATUS "
                   WS-SLSPMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "COMMRUN - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-SALESPERSON-FILE.
           IF WS-CUSTSLSP-STATUS = "00"
               SET WS-CUSTSLSP-OPEN TO TRUE
           ELSE
               DISPLAY "COMMRUN - NO CUSTSLSP ASSIGNMENTS - STATUS "
                   WS-CUSTSLSP-STATUS
           END-IF.
           OPEN INPUT COMMISSION-LINE-FILE.
           IF WS-COMMLINE-STATUS = "00"
               SET WS-COMMLINE-OPEN TO TRUE
           END-IF.
           OPEN I-O COMMISSION-INVOICE-FILE.
           IF WS-COMMINV-STATUS = "35"
               OPEN OUTPUT COMMISSION-INVOICE-FILE
               CLOSE COMMISSION-INVOICE-FILE
               OPEN I-O COMMISSION-INVOICE-FILE
           END-IF.
           OPEN INPUT APPLICATION-LOG-FILE.
           IF WS-APPLOG-STATUS = "00"
               SET WS-APPLOG-OPEN TO TRUE
           END-IF.
           OPEN INPUT SALES-TAX-DETAIL-FILE.
           IF WS-STAXHIST-STATUS = "00"
               SET WS-STAXHIST-OPEN TO TRUE
           END-IF.
           OPEN EXTEND SUPP-EARNINGS-FILE.
           IF WS-SUPPEARN-STATUS = "35"
               OPEN OUTPUT SUPP-EARNINGS-FILE
           END-IF.
           OPEN OUTPUT COMMISSION-STATEMENT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-COMMISSION-PLANS - a plan line must come ahead of the
      *                              rates and accelerators that name
      *                              it; a line that will not load is
      *                              reported and the run goes on
      *                              without it.
      * ================================================================
       1100-LOAD-COMMISSION-PLANS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-PLAN-LINE
               THRU 1110-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE COMMISSION-PLAN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "COMMRUN - NO PLANS ON COMMPLAN - NOTHING "
                   "CAN BE COMMISSIONED"
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-PLAN-LINE.
           READ COMMISSION-PLAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF COMMISSION-PLAN-LINE(1:1) = "*"
              OR COMMISSION-PLAN-LINE = SPACES
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-PLAN-LINES-READ.
           MOVE COMMISSION-PLAN-LINE TO WS-PLAN-PARSE-FIELDS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-PLAN-HIT-SUB.
           PERFORM 1150-MATCH-ONE-PLAN
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
           EVALUATE WS-PP-TYPE
               WHEN "P"
                   PERFORM 1120-ADD-PLAN
               WHEN "R"
                   PERFORM 1130-ADD-RATE
               WHEN "A"
                   PERFORM 1140-ADD-TIER
               WHEN OTHER
                   MOVE "LINE TYPE NOT P, R OR A" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-PLAN-LINES-REJECTED
               DISPLAY "COMMRUN - COMMPLAN LINE REJECTED - "
                   COMMISSION-PLAN-LINE(1:14) " - " WS-REJECT-REASON
           END-IF.
       1110-EXIT.
           EXIT.

       1120-ADD-PLAN.
           EVALUATE TRUE
               WHEN WS-PP-PLAN-CODE = SPACES
                   MOVE "PLAN CODE MISSING" TO WS-REJECT-REASON
               WHEN WS-PLAN-HIT-SUB > ZERO
                   MOVE "PLAN ALREADY DEFINED" TO WS-REJECT-REASON
               WHEN WS-PP-BASIS NOT = "B" AND WS-PP-BASIS NOT = "C"
                   MOVE "BASIS NOT B OR C" TO WS-REJECT-REASON
               WHEN WS-PLAN-COUNT >= WS-PLAN-LIMIT
                   MOVE "PLAN TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-PP-PLAN-CODE TO WS-PL-CODE (WS-PLAN-COUNT)
                   MOVE WS-PP-BASIS     TO WS-PL-BASIS (WS-PLAN-COUNT)
                   MOVE WS-PP-DESC      TO WS-PL-DESC (WS-PLAN-COUNT)
                   MOVE ZERO TO WS-PL-DEFAULT-RATE (WS-PLAN-COUNT)
                   MOVE ZERO TO WS-PL-TIER-COUNT (WS-PLAN-COUNT)
           END-EVALUATE.

      * A blank class sets the plan's default rate.
       1130-ADD-RATE.
           EVALUATE TRUE
               WHEN WS-PLAN-HIT-SUB = ZERO
                   MOVE "PLAN NOT DEFINED AHEAD OF RATE"
                       TO WS-REJECT-REASON
               WHEN WS-PP-RATE-X IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-PP-ITEM-CLASS = SPACES
                   MOVE WS-PP-RATE
                       TO WS-PL-DEFAULT-RATE (WS-PLAN-HIT-SUB)
               WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                   MOVE "RATE TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-PP-PLAN-CODE
                       TO WS-RT-PLAN-CODE (WS-RATE-COUNT)
                   MOVE WS-PP-ITEM-CLASS
                       TO WS-RT-ITEM-CLASS (WS-RATE-COUNT)
                   MOVE WS-PP-RATE TO WS-RT-RATE (WS-RATE-COUNT)
           END-EVALUATE.

       1140-ADD-TIER.
           EVALUATE TRUE
               WHEN WS-PLAN-HIT-SUB = ZERO
                   MOVE "PLAN NOT DEFINED AHEAD OF ACCELERATOR"
                       TO WS-REJECT-REASON
               WHEN WS-PP-TIER-PCT-X IS NOT NUMERIC
                 OR WS-PP-TIER-MULT-X IS NOT NUMERIC
                   MOVE "ATTAINMENT OR MULTIPLIER NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-PP-TIER-MULT < 1
                   MOVE "MULTIPLIER BELOW 1.00" TO WS-REJECT-REASON
               WHEN WS-PL-TIER-COUNT (WS-PLAN-HIT-SUB) >= 3
                   MOVE "PLAN ALREADY HAS THREE ACCELERATORS"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-PL-TIER-COUNT (WS-PLAN-HIT-SUB)
                       TO WS-TIER-SUB
                   IF WS-TIER-SUB > ZERO
                      AND WS-PP-TIER-PCT NOT >
                          WS-PL-TIER-PCT (WS-PLAN-HIT-SUB, WS-TIER-SUB)
                       MOVE "ATTAINMENT NOT ABOVE THE TIER BEFORE"
                           TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-PL-TIER-COUNT (WS-PLAN-HIT-SUB)
                       ADD 1 TO WS-TIER-SUB
                       MOVE WS-PP-TIER-PCT TO WS-PL-TIER-PCT
                           (WS-PLAN-HIT-SUB, WS-TIER-SUB)
                       MOVE WS-PP-TIER-MULT TO WS-PL-TIER-MULT
                           (WS-PLAN-HIT-SUB, WS-TIER-SUB)
                   END-IF
           END-EVALUATE.

       1150-MATCH-ONE-PLAN.
           IF WS-PL-CODE (WS-PLAN-SUB) = WS-PP-PLAN-CODE
               MOVE WS-PLAN-SUB TO WS-PLAN-HIT-SUB
           END-IF.

      * ================================================================
      * 2000-FILE-COMMISSION-LINES - INVPRINT writes an invoice's lines
      *                              together, so they file as one
      *                              COMMINV record per run of the
      *                              same invoice id.  An invoice
      *                              already on COMMINV is never
      *                              filed twice.  The lines are
      *                              cleared once filed.
      * ================================================================
       2000-FILE-COMMISSION-LINES.
           IF NOT WS-COMMLINE-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-INVOICE-SWITCH.
           PERFORM 2100-FILE-ONE-LINE
               THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
           IF WS-INVOICE-NEW
               PERFORM 2400-WRITE-INVOICE
           END-IF.
           CLOSE COMMISSION-LINE-FILE.
           OPEN OUTPUT COMMISSION-LINE-FILE.
           CLOSE COMMISSION-LINE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       2000-EXIT.
           EXIT.

       2100-FILE-ONE-LINE.
           READ COMMISSION-LINE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-COMM-LINES-READ.
           IF CL-INVOICE-ID NOT = WS-FILING-INVOICE-ID
               IF WS-INVOICE-NEW
                   PERFORM 2400-WRITE-INVOICE
               END-IF
               PERFORM 2200-START-INVOICE
           END-IF.
           IF WS-INVOICE-NEW
               PERFORM 2300-ADD-LINE-TO-INVOICE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-START-INVOICE.
           MOVE CL-INVOICE-ID TO WS-FILING-INVOICE-ID.
           MOVE CL-INVOICE-ID TO CI-INVOICE-ID.
           READ COMMISSION-INVOICE-FILE
               INVALID KEY
                   SET WS-INVOICE-NEW TO TRUE
               NOT INVALID KEY
                   SET WS-INVOICE-ON-FILE TO TRUE
                   ADD 1 TO WS-INVOICES-ON-FILE
                   DISPLAY "COMMRUN - INVOICE " CL-INVOICE-ID
                       " ALREADY FILED - LINES IGNORED"
           END-READ.
           IF WS-INVOICE-NEW
               INITIALIZE COMMISSION-INVOICE-RECORD
               MOVE CL-INVOICE-ID      TO CI-INVOICE-ID
               MOVE CL-CUST-ID         TO CI-CUST-ID
               MOVE CL-INVOICE-DATE    TO CI-INVOICE-DATE
               MOVE CL-INVOICE-DATE(1:6) TO CI-PERIOD
               MOVE CL-INVOICE-TOTAL   TO CI-INVOICE-TOTAL
               MOVE WS-CURRENT-DATE    TO CI-FILED-DATE
               PERFORM 2210-RESOLVE-SALESREP
           END-IF.

      * The sales order's salesperson when it is one on the master,
      * else the customer's.
       2210-RESOLVE-SALESREP.
           MOVE SPACES TO CI-REP-ID.
           IF CL-REP-ID NOT = SPACES
               MOVE CL-REP-ID TO SP-REP-ID
               READ SALESPERSON-FILE
                   INVALID KEY
                       DISPLAY "COMMRUN - INVOICE " CL-INVOICE-ID
                           " SALESPERSON " CL-REP-ID
                           " NOT ON MASTER - CUSTOMER'S USED"
                   NOT INVALID KEY
                       MOVE CL-REP-ID TO CI-REP-ID
               END-READ
           END-IF.
           IF CI-REP-ID = SPACES
               PERFORM 3450-ASSIGN-CUSTOMER-REP
           END-IF.

      * Past ten classes the rest go into the tenth, then unclassed.
       2300-ADD-LINE-TO-INVOICE.
           MOVE CL-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-LINE-CLASS
               NOT INVALID KEY
                   MOVE ITEM-CLASS TO WS-LINE-CLASS
           END-READ.
           MOVE ZERO TO WS-CI-HIT-SUB.
           PERFORM 2310-MATCH-ONE-CLASS
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > CI-CLASS-COUNT
               OR WS-CI-HIT-SUB > ZERO.
           IF WS-CI-HIT-SUB = ZERO
               IF CI-CLASS-COUNT < WS-CI-LIMIT
                   ADD 1 TO CI-CLASS-COUNT
                   MOVE CI-CLASS-COUNT TO WS-CI-HIT-SUB
                   MOVE WS-LINE-CLASS
                       TO CI-ITEM-CLASS (WS-CI-HIT-SUB)
                   MOVE ZERO TO CI-CLASS-SALES (WS-CI-HIT-SUB)
               ELSE
                   MOVE WS-CI-LIMIT TO WS-CI-HIT-SUB
                   MOVE SPACES TO CI-ITEM-CLASS (WS-CI-HIT-SUB)
               END-IF
           END-IF.
           ADD CL-SALES-AMOUNT TO CI-CLASS-SALES (WS-CI-HIT-SUB).
           ADD CL-SALES-AMOUNT TO CI-SALES-TOTAL.

       2310-MATCH-ONE-CLASS.
           IF CI-ITEM-CLASS (WS-CI-SUB) = WS-LINE-CLASS
               MOVE WS-CI-SUB TO WS-CI-HIT-SUB
           END-IF.

       2400-WRITE-INVOICE.
           WRITE COMMISSION-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "COMMRUN - INVOICE " CI-INVOICE-ID
                       " COULD NOT BE FILED - STATUS "
                       WS-COMMINV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-FILED
           END-WRITE.
           MOVE "N" TO WS-INVOICE-SWITCH.

      * ================================================================
      * 3000-SELECT-COMMISSIONS - releases what each salesperson is
      *                           credited with this period: billed
      *                           invoices, collected cash and the
      *                           last period's credit memos.
      * ================================================================
       3000-SELECT-COMMISSIONS.
           PERFORM 3100-SELECT-BILLED
               THRU 3100-EXIT.
           PERFORM 3200-SELECT-COLLECTED
               THRU 3200-EXIT.
           PERFORM 3300-SELECT-CHARGEBACKS
               THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      * ================================================================
      * 3100-SELECT-BILLED - every invoice of the period or before on
      *                      a billed-basis plan not yet commissioned
      *                      is commissioned in this period; a rerun
      *                      picks up the same invoices again.  One
      *                      filed late for a salesperson already paid
      *                      for the period waits for the next.
      * ================================================================
       3100-SELECT-BILLED.
           MOVE ZERO TO CI-INVOICE-ID.
           START COMMISSION-INVOICE-FILE
               KEY IS NOT LESS THAN CI-INVOICE-ID
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3110-SELECT-ONE-BILLED
               THRU 3110-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       3100-EXIT.
           EXIT.

       3110-SELECT-ONE-BILLED.
           READ COMMISSION-INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF CI-PERIOD > WS-PERIOD-N
               GO TO 3110-EXIT
           END-IF.
           IF CI-BILLED-PAID-PERIOD NOT = ZERO
              AND CI-BILLED-PAID-PERIOD NOT = WS-PERIOD-N
               GO TO 3110-EXIT
           END-IF.
           PERFORM 3400-FIND-INVOICE-PLAN
               THRU 3400-EXIT.
           IF NOT WS-REP-FOUND
              OR WS-PLAN-HIT-SUB = ZERO
               GO TO 3110-EXIT
           END-IF.
           IF NOT WS-PL-ON-BILLING (WS-PLAN-HIT-SUB)
               GO TO 3110-EXIT
           END-IF.
           IF SP-LAST-PAID-PERIOD NOT < WS-PERIOD-N
              AND CI-BILLED-PAID-PERIOD = ZERO
               GO TO 3110-EXIT
           END-IF.
           MOVE "1" TO WS-RELEASE-TYPE.
           MOVE 1 TO WS-SHARE-AMOUNT.
           MOVE 1 TO WS-SHARE-BASE.
           PERFORM 3500-RELEASE-ONE-CLASS
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > CI-CLASS-COUNT.
           ADD 1 TO WS-INVOICES-BILLED.
           MOVE WS-PERIOD-N TO CI-BILLED-PAID-PERIOD.
           REWRITE COMMISSION-INVOICE-RECORD.
       3110-EXIT.
           EXIT.

      * ================================================================
      * 3200-SELECT-COLLECTED - cash applied in the period to an
      *                         invoice on a collected-basis plan
      *                         credits each class its share of the
      *                         invoice total the cash paid.
      * ================================================================
       3200-SELECT-COLLECTED.
           IF NOT WS-APPLOG-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3210-SELECT-ONE-PAYMENT
               THRU 3210-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE APPLICATION-LOG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       3200-EXIT.
           EXIT.

       3210-SELECT-ONE-PAYMENT.
           READ APPLICATION-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           ADD 1 TO WS-PAYMENTS-READ.
           IF AP-PAYMENT-DATE IS NOT NUMERIC
              OR AP-AMOUNT-APPLIED IS NOT NUMERIC
              OR AP-INVOICE-ID IS NOT NUMERIC
               GO TO 3210-EXIT
           END-IF.
           IF AP-PAYMENT-DATE(1:6) NOT = WS-PERIOD
               GO TO 3210-EXIT
           END-IF.
           MOVE AP-INVOICE-ID TO CI-INVOICE-ID.
           READ COMMISSION-INVOICE-FILE
               INVALID KEY
                   GO TO 3210-EXIT
           END-READ.
           IF CI-INVOICE-TOTAL NOT > ZERO
               GO TO 3210-EXIT
           END-IF.
           PERFORM 3400-FIND-INVOICE-PLAN
               THRU 3400-EXIT.
           IF WS-REWRITE-INVOICE
               REWRITE COMMISSION-INVOICE-RECORD
           END-IF.
           IF NOT WS-REP-FOUND
              OR WS-PLAN-HIT-SUB = ZERO
               GO TO 3210-EXIT
           END-IF.
           IF NOT WS-PL-ON-COLLECTION (WS-PLAN-HIT-SUB)
               GO TO 3210-EXIT
           END-IF.
           MOVE "2" TO WS-RELEASE-TYPE.
           MOVE AP-AMOUNT-APPLIED TO WS-SHARE-AMOUNT.
           MOVE CI-INVOICE-TOTAL  TO WS-SHARE-BASE.
           PERFORM 3500-RELEASE-ONE-CLASS
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > CI-CLASS-COUNT.
           ADD 1 TO WS-PAYMENTS-CREDITED.
       3210-EXIT.
           EXIT.

      * ================================================================
      * 3300-SELECT-CHARGEBACKS - a credit memo of the period before
      *                           against a billed-basis invoice
      *                           takes back the commission on its
      *                           goods at the invoice's rate.
      * ================================================================
       3300-SELECT-CHARGEBACKS.
           IF NOT WS-STAXHIST-OPEN
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3310-SELECT-ONE-MEMO
               THRU 3310-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
       3300-EXIT.
           EXIT.

       3310-SELECT-ONE-MEMO.
           READ SALES-TAX-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF NOT TX-IS-CREDIT-MEMO
              OR TX-PERIOD NOT = WS-PRIOR-PERIOD-N
               GO TO 3310-EXIT
           END-IF.
           MOVE TX-INVOICE-ID TO CI-INVOICE-ID.
           READ COMMISSION-INVOICE-FILE
               INVALID KEY
                   GO TO 3310-EXIT
           END-READ.
           IF CI-SALES-TOTAL NOT > ZERO
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3400-FIND-INVOICE-PLAN
               THRU 3400-EXIT.
           IF NOT WS-REP-FOUND
              OR WS-PLAN-HIT-SUB = ZERO
               GO TO 3310-EXIT
           END-IF.
           IF NOT WS-PL-ON-BILLING (WS-PLAN-HIT-SUB)
               GO TO 3310-EXIT
           END-IF.
           PERFORM 3700-COMPUTE-INVOICE-COMMISSION.
           COMPUTE WS-MEMO-GOODS =
               TX-TAXABLE-AMOUNT + TX-EXEMPT-AMOUNT.
           MOVE CI-REP-ID     TO SR-REP-ID.
           MOVE "3"           TO SR-TYPE.
           MOVE SPACES        TO SR-ITEM-CLASS.
           MOVE CI-INVOICE-ID TO SR-INVOICE-ID.
           MOVE WS-MEMO-GOODS TO SR-SALES.
           COMPUTE SR-RATE ROUNDED =
               WS-INV-COMMISSION * 100 / CI-SALES-TOTAL.
           COMPUTE SR-COMMISSION ROUNDED =
               WS-MEMO-GOODS * WS-INV-COMMISSION / CI-SALES-TOTAL.
           RELEASE COMMISSION-SORT-RECORD.
           ADD 1 TO WS-MEMOS-CHARGED.
       3310-EXIT.
           EXIT.

      * ================================================================
      * 3400-FIND-INVOICE-PLAN - the invoice's salesperson off the
      *                          master and the plan they are paid
      *                          under.  An invoice filed with no
      *                          salesperson tries the customer's
      *                          assignment again and is rewritten
      *                          if one is found now.
      * ================================================================
       3400-FIND-INVOICE-PLAN.
           MOVE "N" TO WS-REP-FOUND-SWITCH.
           MOVE "N" TO WS-REWRITE-SWITCH.
           MOVE ZERO TO WS-PLAN-HIT-SUB.
           IF CI-REP-ID = SPACES
               PERFORM 3450-ASSIGN-CUSTOMER-REP
               IF CI-REP-ID = SPACES
                   ADD 1 TO WS-INVOICES-UNASSIGNED
                   DISPLAY "COMMRUN - INVOICE " CI-INVOICE-ID
                       " CUSTOMER " CI-CUST-ID
                       " HAS NO SALESPERSON - NOT COMMISSIONED"
                   GO TO 3400-EXIT
               END-IF
               SET WS-REWRITE-INVOICE TO TRUE
           END-IF.
           MOVE CI-REP-ID TO SP-REP-ID.
           READ SALESPERSON-FILE
               INVALID KEY
                   ADD 1 TO WS-REP-ERRORS
                   DISPLAY "COMMRUN - INVOICE " CI-INVOICE-ID
                       " SALESPERSON " CI-REP-ID
                       " NOT ON MASTER - NOT COMMISSIONED"
                   GO TO 3400-EXIT
           END-READ.
           SET WS-REP-FOUND TO TRUE.
           MOVE SP-PLAN-CODE TO WS-PP-PLAN-CODE.
           PERFORM 1150-MATCH-ONE-PLAN
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
           IF WS-PLAN-HIT-SUB = ZERO
               ADD 1 TO WS-REP-ERRORS
               DISPLAY "COMMRUN - INVOICE " CI-INVOICE-ID
                   " SALESPERSON " CI-REP-ID " PLAN " SP-PLAN-CODE
                   " NOT ON COMMPLAN - NOT COMMISSIONED"
           END-IF.
       3400-EXIT.
           EXIT.

       3450-ASSIGN-CUSTOMER-REP.
           IF WS-CUSTSLSP-OPEN
               MOVE CI-CUST-ID TO CS-CUST-ID
               READ CUSTOMER-SALESPERSON-FILE
                   NOT INVALID KEY
                       MOVE CS-REP-ID TO CI-REP-ID
               END-READ
           END-IF.

      * The class's share of the invoice - all of it when billed,
      * the part the cash paid for when collected - at the plan's
      * rate for the class.
       3500-RELEASE-ONE-CLASS.
           MOVE CI-REP-ID       TO SR-REP-ID.
           MOVE WS-RELEASE-TYPE TO SR-TYPE.
           MOVE CI-ITEM-CLASS (WS-CI-SUB) TO SR-ITEM-CLASS.
           MOVE CI-INVOICE-ID   TO SR-INVOICE-ID.
           COMPUTE SR-SALES ROUNDED =
               CI-CLASS-SALES (WS-CI-SUB) * WS-SHARE-AMOUNT
                   / WS-SHARE-BASE.
           MOVE CI-ITEM-CLASS (WS-CI-SUB) TO WS-LOOKUP-CLASS.
           PERFORM 3600-FIND-CLASS-RATE.
           MOVE WS-CLASS-RATE TO SR-RATE.
           COMPUTE SR-COMMISSION ROUNDED =
               SR-SALES * WS-CLASS-RATE / 100.
           RELEASE COMMISSION-SORT-RECORD.

      * The plan's rate for the class, else the plan's default.
       3600-FIND-CLASS-RATE.
           MOVE ZERO TO WS-RATE-HIT-SUB.
           IF WS-LOOKUP-CLASS NOT = SPACES
               PERFORM 3610-MATCH-ONE-RATE
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   OR WS-RATE-HIT-SUB > ZERO
           END-IF.
           IF WS-RATE-HIT-SUB > ZERO
               MOVE WS-RT-RATE (WS-RATE-HIT-SUB) TO WS-CLASS-RATE
           ELSE
               MOVE WS-PL-DEFAULT-RATE (WS-PLAN-HIT-SUB)
                   TO WS-CLASS-RATE
           END-IF.

       3610-MATCH-ONE-RATE.
           IF WS-RT-PLAN-CODE (WS-RATE-SUB)
                   = WS-PL-CODE (WS-PLAN-HIT-SUB)
              AND WS-RT-ITEM-CLASS (WS-RATE-SUB) = WS-LOOKUP-CLASS
               MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB
           END-IF.

      * The commission the invoice's whole sales earn at base rates.
       3700-COMPUTE-INVOICE-COMMISSION.
           MOVE ZERO TO WS-INV-COMMISSION.
           PERFORM 3710-ADD-ONE-CLASS-COMMISSION
               VARYING WS-CI-SUB FROM 1 BY 1
               UNTIL WS-CI-SUB > CI-CLASS-COUNT.

       3710-ADD-ONE-CLASS-COMMISSION.
           MOVE CI-ITEM-CLASS (WS-CI-SUB) TO WS-LOOKUP-CLASS.
           PERFORM 3600-FIND-CLASS-RATE.
           COMPUTE WS-INV-COMMISSION ROUNDED = WS-INV-COMMISSION
               + CI-CLASS-SALES (WS-CI-SUB) * WS-CLASS-RATE / 100.

      * ================================================================
      * 4000-PRINT-STATEMENTS - one statement per salesperson, each on
      *                         its own page.
      * ================================================================
       4000-PRINT-STATEMENTS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 4100-RETURN-ONE-RECORD.
           PERFORM 4200-PRINT-ONE-STATEMENT
               THRU 4200-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-RETURN-ONE-RECORD.
           RETURN COMMISSION-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.

       4200-PRINT-ONE-STATEMENT.
           MOVE SR-REP-ID TO WS-CURRENT-REP.
           MOVE SR-REP-ID TO SP-REP-ID.
           READ SALESPERSON-FILE
               INVALID KEY
                   MOVE SPACES TO SALESPERSON-RECORD
                   MOVE SR-REP-ID TO SP-REP-ID
                   MOVE ZERO TO SP-EMP-ID SP-MONTHLY-QUOTA
                       SP-LAST-PAID-PERIOD SP-CHARGEBACK-CARRIED
           END-READ.
           MOVE ZERO TO WS-REP-PLAN-SUB.
           MOVE ZERO TO WS-PLAN-HIT-SUB.
           MOVE SP-PLAN-CODE TO WS-PP-PLAN-CODE.
           PERFORM 1150-MATCH-ONE-PLAN
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
           MOVE WS-PLAN-HIT-SUB TO WS-REP-PLAN-SUB.
           MOVE ZERO TO WS-REP-SALES WS-REP-BASE WS-REP-ACCEL
               WS-REP-CHARGEBACK WS-REP-CARRIED-IN WS-REP-NET.
           MOVE "N" TO WS-SALES-CLOSED-SWITCH.
           MOVE "N" TO WS-CB-HEADED-SWITCH.
           SET WS-REP-SECTION TO TRUE.
           MOVE SP-REP-ID        TO WS-HDG-REP-ID.
           MOVE SP-NAME          TO WS-HDG-REP-NAME.
           MOVE SP-EMP-ID        TO WS-HDG-EMP-ID.
           MOVE SP-PLAN-CODE     TO WS-HDG-PLAN-CODE.
           IF WS-REP-PLAN-SUB > ZERO
               MOVE WS-PL-DESC (WS-REP-PLAN-SUB) TO WS-HDG-PLAN-DESC
               IF WS-PL-ON-BILLING (WS-REP-PLAN-SUB)
                   MOVE "BILLING" TO WS-HDG-BASIS
               ELSE
                   MOVE "COLLECTION" TO WS-HDG-BASIS
               END-IF
           ELSE
               MOVE SPACES TO WS-HDG-PLAN-DESC WS-HDG-BASIS
           END-IF.
           PERFORM 8010-NEW-PAGE.
           PERFORM 4300-PRINT-ONE-GROUP
               THRU 4300-EXIT
               UNTIL WS-SORT-END-OF-FILE
               OR SR-REP-ID NOT = WS-CURRENT-REP.
           IF NOT WS-SALES-CLOSED
               PERFORM 4400-CLOSE-REP-SALES
                   THRU 4400-EXIT
           END-IF.
           PERFORM 4600-FINISH-REP
               THRU 4600-EXIT.
           ADD 1 TO WS-REPS-STATED.
       4200-EXIT.
           EXIT.

      * ================================================================
      * 4300-PRINT-ONE-GROUP - one line per class credited; the
      *                        chargebacks, sorted after, one line per
      *                        credit memo.
      * ================================================================
       4300-PRINT-ONE-GROUP.
           IF SR-CHARGEBACK
               IF NOT WS-SALES-CLOSED
                   PERFORM 4400-CLOSE-REP-SALES
                       THRU 4400-EXIT
               END-IF
               PERFORM 4500-PRINT-CHARGEBACK
               GO TO 4300-EXIT
           END-IF.
           MOVE SR-TYPE       TO WS-GROUP-TYPE.
           MOVE SR-ITEM-CLASS TO WS-GROUP-CLASS.
           MOVE SR-RATE       TO WS-GROUP-RATE.
           MOVE ZERO TO WS-GROUP-SALES WS-GROUP-COMMISSION.
           PERFORM 4310-ADD-ONE-CLASS-RECORD
               UNTIL WS-SORT-END-OF-FILE
               OR SR-REP-ID NOT = WS-CURRENT-REP
               OR SR-TYPE NOT = WS-GROUP-TYPE
               OR SR-ITEM-CLASS NOT = WS-GROUP-CLASS.
           IF WS-GROUP-CLASS = SPACES
               MOVE "(NONE)" TO WS-CL-CLASS
           ELSE
               MOVE WS-GROUP-CLASS TO WS-CL-CLASS
           END-IF.
           IF WS-GROUP-TYPE = "1"
               MOVE "BILLING" TO WS-CL-BASIS
           ELSE
               MOVE "COLLECTION" TO WS-CL-BASIS
           END-IF.
           MOVE WS-GROUP-SALES      TO WS-CL-SALES.
           MOVE WS-GROUP-RATE       TO WS-CL-RATE.
           MOVE WS-GROUP-COMMISSION TO WS-CL-COMMISSION.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CLASS-LINE TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD WS-GROUP-SALES      TO WS-REP-SALES.
           ADD WS-GROUP-COMMISSION TO WS-REP-BASE.
       4300-EXIT.
           EXIT.

       4310-ADD-ONE-CLASS-RECORD.
           ADD SR-SALES      TO WS-GROUP-SALES.
           ADD SR-COMMISSION TO WS-GROUP-COMMISSION.
           PERFORM 4100-RETURN-ONE-RECORD.

      * ================================================================
      * 4400-CLOSE-REP-SALES - the base commission and, over quota,
      *                        the accelerators: the sales in each
      *                        tier's band - from its attainment up
      *                        to the next tier's, or all the sales
      *                        above it for the top tier - earn the
      *                        base rate again times the multiplier
      *                        less one.
      * ================================================================
       4400-CLOSE-REP-SALES.
           SET WS-SALES-CLOSED TO TRUE.
           MOVE "SALES CREDITED" TO WS-AL-LABEL.
           MOVE WS-REP-SALES TO WS-AL-AMOUNT.
           MOVE SPACES TO WS-AL-NOTE.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           MOVE "BASE COMMISSION" TO WS-AL-LABEL.
           MOVE WS-REP-BASE TO WS-AL-AMOUNT.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           IF SP-MONTHLY-QUOTA NOT > ZERO
              OR WS-REP-PLAN-SUB = ZERO
              OR WS-REP-SALES NOT > ZERO
               GO TO 4400-EXIT
           END-IF.
           MOVE "MONTHLY QUOTA" TO WS-AL-LABEL.
           MOVE SP-MONTHLY-QUOTA TO WS-AL-AMOUNT.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           COMPUTE WS-REP-ATTAINMENT ROUNDED =
               WS-REP-SALES * 100 / SP-MONTHLY-QUOTA
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-REP-ATTAINMENT
           END-COMPUTE.
           MOVE "QUOTA ATTAINMENT" TO WS-RL-LABEL.
           MOVE WS-REP-ATTAINMENT TO WS-RL-RATIO.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-RATIO-LINE TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 4410-COMPUTE-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB >
                   WS-PL-TIER-COUNT (WS-REP-PLAN-SUB).
       4400-EXIT.
           EXIT.

       4410-COMPUTE-ONE-TIER.
           COMPUTE WS-TIER-FLOOR ROUNDED = SP-MONTHLY-QUOTA
               * WS-PL-TIER-PCT (WS-REP-PLAN-SUB, WS-TIER-SUB) / 100.
           IF WS-TIER-SUB < WS-PL-TIER-COUNT (WS-REP-PLAN-SUB)
               COMPUTE WS-TIER-CEILING ROUNDED = SP-MONTHLY-QUOTA
                   * WS-PL-TIER-PCT (WS-REP-PLAN-SUB, WS-TIER-SUB + 1)
                   / 100
               IF WS-TIER-CEILING > WS-REP-SALES
                   MOVE WS-REP-SALES TO WS-TIER-CEILING
               END-IF
           ELSE
               MOVE WS-REP-SALES TO WS-TIER-CEILING
           END-IF.
           IF WS-TIER-CEILING > WS-TIER-FLOOR
               COMPUTE WS-TIER-BAND = WS-TIER-CEILING - WS-TIER-FLOOR
               COMPUTE WS-TIER-ACCEL ROUNDED =
                   WS-TIER-BAND * WS-REP-BASE / WS-REP-SALES
                   * (WS-PL-TIER-MULT (WS-REP-PLAN-SUB, WS-TIER-SUB)
                      - 1)
               ADD WS-TIER-ACCEL TO WS-REP-ACCEL
               MOVE WS-PL-TIER-PCT (WS-REP-PLAN-SUB, WS-TIER-SUB)
                   TO WS-ED-TIER-PCT
               MOVE WS-PL-TIER-MULT (WS-REP-PLAN-SUB, WS-TIER-SUB)
                   TO WS-ED-TIER-MULT
               MOVE SPACES TO WS-AL-LABEL
               STRING "ACCELERATOR OVER " WS-ED-TIER-PCT
                   "% AT " WS-ED-TIER-MULT " X"
                   DELIMITED BY SIZE INTO WS-AL-LABEL
               MOVE WS-TIER-ACCEL TO WS-AL-AMOUNT
               MOVE SPACES TO WS-AL-NOTE
               STRING "ON SALES OF " DELIMITED BY SIZE
                   INTO WS-AL-NOTE
               MOVE WS-TIER-BAND TO WS-CL-SALES
               MOVE WS-CL-SALES TO WS-AL-NOTE(13:15)
               PERFORM 8100-WRITE-AMOUNT-LINE
           END-IF.

       4500-PRINT-CHARGEBACK.
           IF NOT WS-CB-HEADED
               SET WS-CB-HEADED TO TRUE
               MOVE SPACES TO WS-TX-TEXT
               STRING "CHARGEBACKS - CREDIT MEMOS OF PERIOD "
                   WS-PRIOR-PERIOD DELIMITED BY SIZE INTO WS-TX-TEXT
               PERFORM 8300-WRITE-TEXT-LINE
           END-IF.
           MOVE "CREDIT" TO WS-CL-CLASS.
           MOVE SPACES TO WS-CL-BASIS.
           STRING "INV " SR-INVOICE-ID DELIMITED BY SIZE
               INTO WS-CL-BASIS.
           MOVE SR-SALES      TO WS-CL-SALES.
           MOVE SR-RATE       TO WS-CL-RATE.
           MOVE SR-COMMISSION TO WS-CL-COMMISSION.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-CLASS-LINE TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           ADD SR-COMMISSION TO WS-REP-CHARGEBACK.
           PERFORM 4100-RETURN-ONE-RECORD.

      * ================================================================
      * 4600-FINISH-REP - the net commission.  Once per period it goes
      *                   to payroll, or - when the chargebacks leave
      *                   nothing - what is still owed is carried to
      *                   the next period.
      * ================================================================
       4600-FINISH-REP.
           IF WS-REP-ACCEL NOT = ZERO
               MOVE "TOTAL ACCELERATORS" TO WS-AL-LABEL
               MOVE WS-REP-ACCEL TO WS-AL-AMOUNT
               MOVE SPACES TO WS-AL-NOTE
               PERFORM 8100-WRITE-AMOUNT-LINE
           END-IF.
           IF WS-REP-CHARGEBACK NOT = ZERO
               MOVE "TOTAL CHARGEBACKS" TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT = ZERO - WS-REP-CHARGEBACK
               MOVE SPACES TO WS-AL-NOTE
               PERFORM 8100-WRITE-AMOUNT-LINE
           END-IF.
           IF SP-LAST-PAID-PERIOD NOT < WS-PERIOD-N
               COMPUTE WS-REP-NET = WS-REP-BASE + WS-REP-ACCEL
                   - WS-REP-CHARGEBACK
               MOVE "COMMISSION FOR THE PERIOD" TO WS-AL-LABEL
               MOVE WS-REP-NET TO WS-AL-AMOUNT
               MOVE "ALREADY PAID - STATEMENT ONLY" TO WS-AL-NOTE
               PERFORM 8100-WRITE-AMOUNT-LINE
               ADD 1 TO WS-REPS-ALREADY-PAID
               GO TO 4600-EXIT
           END-IF.
           MOVE SP-CHARGEBACK-CARRIED TO WS-REP-CARRIED-IN.
           IF WS-REP-CARRIED-IN NOT = ZERO
               MOVE "CHARGEBACK CARRIED IN" TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT = ZERO - WS-REP-CARRIED-IN
               MOVE SPACES TO WS-AL-NOTE
               PERFORM 8100-WRITE-AMOUNT-LINE
           END-IF.
           COMPUTE WS-REP-NET = WS-REP-BASE + WS-REP-ACCEL
               - WS-REP-CHARGEBACK - WS-REP-CARRIED-IN.
           MOVE "NET COMMISSION" TO WS-AL-LABEL.
           MOVE WS-REP-NET TO WS-AL-AMOUNT.
           IF WS-REP-NET > ZERO
               MOVE "PAID THROUGH PAYROLL" TO WS-AL-NOTE
               MOVE SP-EMP-ID  TO WS-SEO-EMP-ID
               MOVE WS-REP-NET TO WS-SEO-AMOUNT
               MOVE WS-SUPP-EARNINGS-OUT TO SUPP-EARNINGS-LINE
               WRITE SUPP-EARNINGS-LINE
               MOVE ZERO TO SP-CHARGEBACK-CARRIED
               ADD 1 TO WS-REPS-PAID
               ADD WS-REP-NET TO WS-TOTAL-PAID
           ELSE
               MOVE "NOTHING PAID - CARRIED TO NEXT PERIOD"
                   TO WS-AL-NOTE
               COMPUTE SP-CHARGEBACK-CARRIED = ZERO - WS-REP-NET
               IF WS-REP-NET < ZERO
                   ADD 1 TO WS-REPS-CARRIED
                   ADD SP-CHARGEBACK-CARRIED TO WS-TOTAL-CARRIED
               END-IF
           END-IF.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           MOVE WS-PERIOD-N TO SP-LAST-PAID-PERIOD.
           REWRITE SALESPERSON-RECORD
               INVALID KEY
                   DISPLAY "COMMRUN - SALESPERSON " WS-CURRENT-REP
                       " NOT ON MASTER - NOT PAID OR CARRIED"
                   ADD 1 TO WS-REP-ERRORS
           END-REWRITE.
       4600-EXIT.
           EXIT.

       5000-PRINT-RUN-TOTALS.
           SET WS-TOTALS-SECTION TO TRUE.
           PERFORM 8010-NEW-PAGE.
           MOVE SPACES TO WS-AL-NOTE.
           MOVE "COMMISSION PAID THROUGH PAYROLL" TO WS-AL-LABEL.
           MOVE WS-TOTAL-PAID TO WS-AL-AMOUNT.
           MOVE WS-REPS-PAID TO WS-ED-COUNT.
           STRING WS-ED-COUNT " SALESPEOPLE" DELIMITED BY SIZE
               INTO WS-AL-NOTE.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-AL-NOTE.
           MOVE "CHARGEBACKS CARRIED FORWARD" TO WS-AL-LABEL.
           MOVE WS-TOTAL-CARRIED TO WS-AL-AMOUNT.
           MOVE WS-REPS-CARRIED TO WS-ED-COUNT.
           STRING WS-ED-COUNT " SALESPEOPLE" DELIMITED BY SIZE
               INTO WS-AL-NOTE.
           PERFORM 8100-WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-TX-TEXT.
           MOVE WS-REPS-ALREADY-PAID TO WS-ED-COUNT.
           STRING WS-ED-COUNT " SALESPEOPLE ALREADY PAID FOR THE "
               "PERIOD - STATEMENTS ONLY" DELIMITED BY SIZE
               INTO WS-TX-TEXT.
           PERFORM 8300-WRITE-TEXT-LINE.
           IF WS-INVOICES-UNASSIGNED > ZERO
              OR WS-REP-ERRORS > ZERO
              OR WS-PLAN-LINES-REJECTED > ZERO
               MOVE "INVOICES LEFT UNCOMMISSIONED OR PLAN LINES "
                   TO WS-TX-TEXT
               MOVE "REJECTED - SEE THE JOB LOG" TO WS-TX-TEXT(44:26)
               PERFORM 8300-WRITE-TEXT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       8100-WRITE-AMOUNT-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE WS-AMOUNT-LINE TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8300-WRITE-TEXT-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           MOVE WS-TEXT-LINE TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           IF WS-REP-SECTION
               MOVE WS-REP-HEADING-2 TO COMMISSION-STATEMENT-LINE
               WRITE COMMISSION-STATEMENT-LINE
               MOVE WS-REP-HEADING-3 TO COMMISSION-STATEMENT-LINE
           ELSE
               MOVE WS-TOTALS-HEADING-2 TO COMMISSION-STATEMENT-LINE
           END-IF.
           WRITE COMMISSION-STATEMENT-LINE.
           MOVE SPACES TO COMMISSION-STATEMENT-LINE.
           WRITE COMMISSION-STATEMENT-LINE.
           IF WS-REP-SECTION
               MOVE 4 TO RH-LINE-COUNT
           ELSE
               MOVE 3 TO RH-LINE-COUNT
           END-IF.

       COPY RPTHDGP.

       9000-TERMINATE.
           CLOSE COMMISSION-INVOICE-FILE.
           CLOSE SALESPERSON-FILE.
           CLOSE ITEM-MASTER-FILE.
           IF WS-CUSTSLSP-OPEN
               CLOSE CUSTOMER-SALESPERSON-FILE
           END-IF.
           IF WS-STAXHIST-OPEN
               CLOSE SALES-TAX-DETAIL-FILE
           END-IF.
           CLOSE SUPP-EARNINGS-FILE.
           CLOSE COMMISSION-STATEMENT-FILE.
           DISPLAY "COMMISSION RUN - END OF JOB SUMMARY".
           DISPLAY "  PLAN LINES READ      : " WS-PLAN-LINES-READ.
           DISPLAY "  PLAN LINES REJECTED  : " WS-PLAN-LINES-REJECTED.
           DISPLAY "  COMMLINE LINES READ  : " WS-COMM-LINES-READ.
           DISPLAY "  INVOICES FILED       : " WS-INVOICES-FILED.
           DISPLAY "  ALREADY FILED        : " WS-INVOICES-ON-FILE.
           DISPLAY "  INVOICES ON BILLING  : " WS-INVOICES-BILLED.
           DISPLAY "  PAYMENTS READ        : " WS-PAYMENTS-READ.
           DISPLAY "  PAYMENTS CREDITED    : " WS-PAYMENTS-CREDITED.
           DISPLAY "  MEMOS CHARGED BACK   : " WS-MEMOS-CHARGED.
           DISPLAY "  UNASSIGNED INVOICES  : " WS-INVOICES-UNASSIGNED.
           DISPLAY "  SALESPERSON ERRORS   : " WS-REP-ERRORS.
           DISPLAY "  STATEMENTS PRINTED   : " WS-REPS-STATED.
           DISPLAY "  SALESPEOPLE PAID     : " WS-REPS-PAID.
           DISPLAY "  TOTAL PAID           : " WS-TOTAL-PAID.
           IF WS-INVOICES-UNASSIGNED > ZERO
              OR WS-REP-ERRORS > ZERO
              OR WS-PLAN-LINES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM COMMRUN.
