      *                    and balance at zero; escrow terms are set
      *                    by the annual analysis once the tax and
      *                    insurance bills are known.
      *   2026-10-15  RJP  New loans book unrestructured, with no
      *                    modification date.
      *   2026-10-15  RJP  Application column 57 carries the loan
      *                    purpose - M mortgage, A auto, E equipment
      *                    (the secured purposes) or P personal
      *                    (blank).  A secured loan must have at least
      *                    one collateral item pledged against its
      *                    application id on the COLLPLDG file, and
      *                    every pledge must pass the shared
      *                    collateral edit, or the application is
      *                    rejected unbooked.  The pledged items of a
      *                    booked loan are filed on the COLLATERAL-
      *                    MASTER under its new account number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
               RECORD KEY IS CM-CURRENCY-CODE
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT COLLATERAL-PLEDGE-FILE ASSIGN TO "COLLPLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLPLDG-STATUS.

           SELECT COLLATERAL-MASTER-FILE ASSIGN TO "COLLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-COLLMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-APPLICATION-FILE.
       FD  CURRENCY-MASTER-FILE.
       COPY CURRMREC.

       FD  COLLATERAL-PLEDGE-FILE.
       01  COLLATERAL-PLEDGE-LINE        PIC X(100).

       FD  COLLATERAL-MASTER-FILE.
       COPY COLLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-LOANAPPR-STATUS        PIC X(02) VALUE "00".
           05  WS-LOANCTL-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-CURRMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-COLLPLDG-STATUS        PIC X(02) VALUE "00".
           05  WS-COLLMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-CURRENCY-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  WS-CURRENCY-FOUND             VALUE "Y".
           05  WS-PLEDGE-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-PLEDGE-END-OF-FILE        VALUE "Y".

       COPY LOANREC.
       COPY ANNUITW.
       COPY COLLCRDW.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-BOOKED-AMOUNT    PIC S9(11)V99 COMP-3
                                         VALUE ZERO.
           05  WS-COLLATERAL-FILED       PIC 9(9) COMP VALUE ZERO.

      * The run's collateral pledges, held whole so each application
      * can find its own items whatever order the two files arrive
      * in.  A pledge file bigger than the table abends the run.
       01  WS-PLEDGE-TABLE.
           05  WS-PLEDGE-LIMIT           PIC 9(04) COMP VALUE 500.
           05  WS-PLEDGE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PLEDGE-SUB             PIC 9(04) COMP VALUE ZERO.
           05  WS-PLEDGE-ENTRY OCCURS 500 TIMES.
               10  WS-PLG-APP-ID         PIC X(10).
               10  WS-PLG-LINE           PIC X(100).
       01  WS-PLEDGES-FOR-APP            PIC 9(03) COMP.
       01  WS-COLLATERAL-ITEM-NO         PIC 9(02).

       01  WS-LOAN-PURPOSE               PIC X(01).
           88  WS-PURPOSE-SECURED               VALUE "M" "A" "E".
           88  WS-PURPOSE-VALID                 VALUE "M" "A" "E"
                                                      "P".

       01  WS-LOAN-VALID-SWITCH          PIC X(01).
           88  WS-LOAN-VALID                     VALUE "Y".
           OPEN I-O LOAN-NUMBER-CONTROL-FILE.
           OPEN OUTPUT BOOKING-REGISTER-FILE.
           OPEN INPUT CURRENCY-MASTER-FILE.
           OPEN I-O COLLATERAL-MASTER-FILE.
           IF WS-COLLMAST-STATUS = "35"
               OPEN OUTPUT COLLATERAL-MASTER-FILE
               CLOSE COLLATERAL-MASTER-FILE
               OPEN I-O COLLATERAL-MASTER-FILE
           END-IF.
           PERFORM 1100-LOAD-PLEDGES
               THRU 1100-EXIT.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO CC-RUN-DATE.
           COMPUTE WS-RUN-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).
           READ LOAN-NUMBER-CONTROL-FILE
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-LOAD-PLEDGES - no pledge file at all means no collateral
      *                     this run: unsecured loans still book and
      *                     secured ones reject for want of a pledge.
      * ================================================================
       1100-LOAD-PLEDGES.
           OPEN INPUT COLLATERAL-PLEDGE-FILE.
           IF WS-COLLPLDG-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-PLEDGE
               UNTIL WS-PLEDGE-END-OF-FILE.
           CLOSE COLLATERAL-PLEDGE-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-PLEDGE.
           READ COLLATERAL-PLEDGE-FILE
               AT END
                   SET WS-PLEDGE-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-PLEDGE-COUNT >= WS-PLEDGE-LIMIT
                       DISPLAY "LOANBOOK - MORE THAN " WS-PLEDGE-LIMIT
                           " COLLATERAL PLEDGES - RUN ABORTED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PLEDGE-COUNT
                   MOVE COLLATERAL-PLEDGE-LINE(1:10)
                       TO WS-PLG-APP-ID (WS-PLEDGE-COUNT)
                   MOVE COLLATERAL-PLEDGE-LINE
                       TO WS-PLG-LINE (WS-PLEDGE-COUNT)
           END-READ.

       2000-PROCESS-APPLICATIONS.
           READ APPROVED-APPLICATION-FILE
               AT END
           IF WS-RATE-TYPE NOT = "V"
               MOVE "F" TO WS-RATE-TYPE
           END-IF.
           MOVE APPROVED-APPLICATION-LINE(57:1)  TO WS-LOAN-PURPOSE.
           IF WS-LOAN-PURPOSE = SPACE
               MOVE "P" TO WS-LOAN-PURPOSE
           END-IF.

       2200-EDIT-APPLICATION.
           SET WS-LOAN-VALID TO TRUE.
                   END-IF
               END-IF
           END-IF.
           IF WS-LOAN-VALID
               IF NOT WS-PURPOSE-VALID
                   SET WS-LOAN-INVALID TO TRUE
                   MOVE "LOAN PURPOSE NOT M, A, E OR P"
                       TO WS-LOAN-REJECT-REASON
               ELSE
                   PERFORM 2300-EDIT-PLEDGES
               END-IF
           END-IF.

      * ================================================================
      * 2300-EDIT-PLEDGES - every item pledged against the application
      *                     must pass the shared collateral edit, and
      *                     a secured purpose needs at least one.  A
      *                     loan of 99 items is a portfolio, not a
      *                     loan.
      * ================================================================
       2300-EDIT-PLEDGES.
           MOVE ZERO TO WS-PLEDGES-FOR-APP.
           PERFORM 2310-EDIT-ONE-PLEDGE
               VARYING WS-PLEDGE-SUB FROM 1 BY 1
               UNTIL WS-PLEDGE-SUB > WS-PLEDGE-COUNT.
           IF WS-LOAN-VALID
               IF WS-PLEDGES-FOR-APP > 99
                   SET WS-LOAN-INVALID TO TRUE
                   MOVE "MORE THAN 99 COLLATERAL ITEMS PLEDGED"
                       TO WS-LOAN-REJECT-REASON
               END-IF
               IF WS-PURPOSE-SECURED
                  AND WS-PLEDGES-FOR-APP = ZERO
                   SET WS-LOAN-INVALID TO TRUE
                   MOVE "SECURED LOAN HAS NO COLLATERAL PLEDGED"
                       TO WS-LOAN-REJECT-REASON
               END-IF
           END-IF.

       2310-EDIT-ONE-PLEDGE.
           IF WS-PLG-APP-ID (WS-PLEDGE-SUB) = LOAN-APP-ID
               ADD 1 TO WS-PLEDGES-FOR-APP
               MOVE WS-PLG-LINE (WS-PLEDGE-SUB)
                   TO COLLATERAL-CARD-FIELDS
               PERFORM 7520-EDIT-COLLATERAL-ITEM
               IF CC-ITEM-INVALID AND WS-LOAN-VALID
                   SET WS-LOAN-INVALID TO TRUE
                   MOVE CC-REJECT-REASON TO WS-LOAN-REJECT-REASON
               END-IF
           END-IF.

      * ================================================================
      * 3000-BOOK-ONE-LOAN - currency conversion and installment use
           MOVE ZERO TO LM-LAST-ACCRUAL-DATE.
           MOVE WS-CONVERSION-RATE TO LM-BOOKED-RATE.
           MOVE WS-CONVERSION-RATE TO LM-REVAL-RATE.
           MOVE "N" TO LM-RESTRUCTURED-FLAG.
           MOVE ZERO TO LM-LAST-MOD-DATE.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE "BOOKED" TO WS-REG-RESULT
                   MOVE LM-LOAN-ACCT-NO TO WS-REG-ACCT-NO
                   PERFORM 8000-WRITE-REGISTER-LINE
                   PERFORM 3300-FILE-COLLATERAL
           END-WRITE.
           ADD 1 TO WS-NEXT-ACCT-NO.
           MOVE WS-NEXT-ACCT-NO TO LNC-NEXT-ACCT-NO.
           END-IF.
           MOVE WS-DUE-DATE TO LM-NEXT-DUE-DATE.

      * ================================================================
      * 3300-FILE-COLLATERAL - the pledges become items 01, 02, ... of
      *                        the new account in the order they sit
      *                        on the pledge file.
      * ================================================================
       3300-FILE-COLLATERAL.
           MOVE ZERO TO WS-COLLATERAL-ITEM-NO.
           PERFORM 3310-FILE-ONE-ITEM
               VARYING WS-PLEDGE-SUB FROM 1 BY 1
               UNTIL WS-PLEDGE-SUB > WS-PLEDGE-COUNT.

       3310-FILE-ONE-ITEM.
           IF WS-PLG-APP-ID (WS-PLEDGE-SUB) = LOAN-APP-ID
               ADD 1 TO WS-COLLATERAL-ITEM-NO
               MOVE WS-PLG-LINE (WS-PLEDGE-SUB)
                   TO COLLATERAL-CARD-FIELDS
               MOVE SPACES TO COLLATERAL-RECORD
               MOVE LM-LOAN-ACCT-NO TO CL-LOAN-ACCT-NO
               MOVE WS-COLLATERAL-ITEM-NO TO CL-ITEM-NO
               PERFORM 7530-MOVE-CARD-TO-COLLATERAL
               SET CL-ACTIVE TO TRUE
               MOVE WS-RUN-DATE-NUM TO CL-LAST-MAINT-DATE
               WRITE COLLATERAL-RECORD
                   INVALID KEY
                       DISPLAY "LOANBOOK - COLLATERAL ITEM "
                           CL-KEY " ALREADY ON FILE - NOT FILED"
                   NOT INVALID KEY
                       ADD 1 TO WS-COLLATERAL-FILED
               END-WRITE
           END-IF.

       8000-WRITE-REGISTER-LINE.
           MOVE LOAN-APP-ID    TO WS-REG-APP-ID.
           MOVE LOAN-AMOUNT    TO WS-REG-AMOUNT.
           DISPLAY "  LOANS BOOKED     : " WS-LOANS-BOOKED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "  BOOKED AMOUNT    : " WS-GRAND-BOOKED-AMOUNT.
           DISPLAY "  COLLATERAL FILED : " WS-COLLATERAL-FILED.
           CLOSE APPROVED-APPLICATION-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE LOAN-NUMBER-CONTROL-FILE.
           CLOSE BOOKING-REGISTER-FILE.
           CLOSE CURRENCY-MASTER-FILE.
           CLOSE COLLATERAL-MASTER-FILE.
       9000-EXIT.
           EXIT.

       COPY ANNUITP.

       COPY COLLCRDP.

       END PROGRAM LOANBOOK.
