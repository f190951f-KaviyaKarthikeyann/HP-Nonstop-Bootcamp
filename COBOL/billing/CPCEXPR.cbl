      ******************************************************************
      * PROGRAM:      CPCEXPR
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Weekly price contract expiry report.  Lists
      *               every contract on CPCMAST that has expired -
      *               flagged EXPIRED; its customer is paying the
      *               item's break or list price again - and every
      *               contract expiring within the window, so sales
      *               can renew it or drop it from the file before
      *               the customer is invoiced at a price they did
      *               not expect.  DAYS is the days left on the
      *               contract, negative once it has expired; the
      *               item's current list price prints beside the
      *               contract price.  Contracts with no expiry date
      *               never appear.
      *
      *               Optional command-line parameter:
      *                 1-3    expiry window days, default 030
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original price contract expiry report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPCEXPR.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPC-KEY
               FILE STATUS IS WS-CPCMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CPCEXPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-PRICE-FILE.
       COPY CPCREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CPCMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-CONTRACTS-READ         PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACTS-EXPIRING     PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACTS-EXPIRED      PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-WINDOW-DAYS                PIC 9(03).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY           PIC 9(4).
           05  WS-CURRENT-MM             PIC 9(2).
           05  WS-CURRENT-DD             PIC 9(2).
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                         PIC 9(08).
       01  WS-RUN-DAY-NO                 PIC 9(07).
       01  WS-EXPIRY-DAY-NO              PIC 9(07).
       01  WS-DAYS-DIFF                  PIC S9(07).

       COPY RPTHDGW.

       01  WS-HEADING-LINE-1.
           05  FILLER                    PIC X(40) VALUE
               "PRICE CONTRACT EXPIRY REPORT".
           05  FILLER                    PIC X(10) VALUE "RUN DATE ".
           05  WS-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(08) VALUE "  PAGE ".
           05  WS-HDG-PAGE-NO            PIC ZZZ9.

       01  WS-HEADING-LINE-2.
           05  FILLER                    PIC X(36) VALUE
               "CONTRACTS EXPIRED OR EXPIRING WITHIN".
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HDG-WINDOW-DAYS        PIC ZZ9.
           05  FILLER                    PIC X(05) VALUE " DAYS".

       01  WS-COLUMN-HEADINGS.
           05  FILLER                    PIC X(12) VALUE "CUSTOMER".
           05  FILLER                    PIC X(18) VALUE "NAME".
           05  FILLER                    PIC X(10) VALUE "ITEM".
           05  FILLER                    PIC X(18) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(14) VALUE "CONTRACT REF".
           05  FILLER                    PIC X(10) VALUE "EXPIRES".
           05  FILLER                    PIC X(09) VALUE "   DAYS".
           05  FILLER                    PIC X(15) VALUE
               "      CONTRACT".
           05  FILLER                    PIC X(16) VALUE
               "          LIST".

       01  WS-CONTRACT-LINE.
           05  WS-CL-CUST-ID             PIC 9(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-CUST-NAME           PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-ITEM-CODE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-ITEM-DESC           PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-CONTRACT-REF        PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-EXPIRY-DATE         PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-DAYS                PIC ---,--9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-CONTRACT-PRICE      PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-CL-LIST-PRICE          PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-FLAG                PIC X(07).

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 8010-NEW-PAGE.
           PERFORM 2000-CHECK-ONE-CONTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE "CONTRACTS EXPIRING" TO WS-TL-LABEL.
           MOVE WS-CONTRACTS-EXPIRING TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           MOVE "CONTRACTS ALREADY EXPIRED" TO WS-TL-LABEL.
           MOVE WS-CONTRACTS-EXPIRED TO WS-TL-COUNT.
           PERFORM 8100-WRITE-TOTAL-LINE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YYYY TO RH-RUN-YYYY.
           MOVE WS-CURRENT-MM   TO RH-RUN-MM.
           MOVE WS-CURRENT-DD   TO RH-RUN-DD.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N).
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE 030 TO WS-WINDOW-DAYS.
           IF WS-CMD-LINE-PARM(1:3) IS NUMERIC
               MOVE WS-CMD-LINE-PARM(1:3) TO WS-WINDOW-DAYS
           END-IF.
           MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW-DAYS.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CPCMAST-STATUS NOT = "00"
               DISPLAY "CPCEXPR - CANNOT OPEN CPCMAST - STATUS "
                   WS-CPCMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CPCEXPR - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "CPCEXPR - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
       1000-EXIT.
           EXIT.

       2000-CHECK-ONE-CONTRACT.
           READ CONTRACT-PRICE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-CONTRACTS-READ.
           IF CPC-EXPIRY-DATE = ZERO
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-EXPIRY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (CPC-EXPIRY-DATE).
           COMPUTE WS-DAYS-DIFF = WS-EXPIRY-DAY-NO - WS-RUN-DAY-NO.
           IF WS-DAYS-DIFF > WS-WINDOW-DAYS
               GO TO 2000-EXIT
           END-IF.
           IF WS-DAYS-DIFF < ZERO
               MOVE "EXPIRED" TO WS-CL-FLAG
               ADD 1 TO WS-CONTRACTS-EXPIRED
           ELSE
               MOVE SPACES TO WS-CL-FLAG
               ADD 1 TO WS-CONTRACTS-EXPIRING
           END-IF.
           PERFORM 2100-PRINT-CONTRACT-LINE.
       2000-EXIT.
           EXIT.

       2100-PRINT-CONTRACT-LINE.
           MOVE CPC-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO CUST-NAME
           END-READ.
           MOVE CPC-ITEM-CODE TO ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO ITEM-DESC
                   MOVE ZERO TO ITEM-UNIT-PRICE
           END-READ.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE CPC-CUST-ID        TO WS-CL-CUST-ID.
           MOVE CUST-NAME          TO WS-CL-CUST-NAME.
           MOVE CPC-ITEM-CODE      TO WS-CL-ITEM-CODE.
           MOVE ITEM-DESC          TO WS-CL-ITEM-DESC.
           MOVE CPC-CONTRACT-REF   TO WS-CL-CONTRACT-REF.
           MOVE CPC-EXPIRY-DATE    TO WS-CL-EXPIRY-DATE.
           MOVE WS-DAYS-DIFF       TO WS-CL-DAYS.
           MOVE CPC-CONTRACT-PRICE TO WS-CL-CONTRACT-PRICE.
           MOVE ITEM-UNIT-PRICE    TO WS-CL-LIST-PRICE.
           MOVE WS-CONTRACT-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

       8100-WRITE-TOTAL-LINE.
           PERFORM 8000-CHECK-PAGE-BREAK.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-TOTAL-LINE TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

       8020-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE.
           MOVE RH-PAGE-NO TO WS-HDG-PAGE-NO.
           MOVE WS-HEADING-LINE-1 TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-HEADING-LINE-2 TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE SPACES TO EXPIRY-REPORT-LINE.
           WRITE EXPIRY-REPORT-LINE.
           MOVE 4 TO RH-LINE-COUNT.

       COPY RPTHDGP.

       9000-TERMINATE.
           DISPLAY "PRICE CONTRACT EXPIRY - END OF JOB SUMMARY".
           DISPLAY "  CONTRACTS READ       : " WS-CONTRACTS-READ.
           DISPLAY "  CONTRACTS EXPIRING   : " WS-CONTRACTS-EXPIRING.
           DISPLAY "  CONTRACTS EXPIRED    : " WS-CONTRACTS-EXPIRED.
           CLOSE CONTRACT-PRICE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE EXPIRY-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM CPCEXPR.
