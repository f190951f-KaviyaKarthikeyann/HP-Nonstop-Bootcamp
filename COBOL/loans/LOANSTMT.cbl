      *   2026-09-01  RJP  Late fees outstanding on the master print
      *                    on the statement under the installment
      *                    line.
      *   2026-10-15  RJP  A returned autopay draft prints under the
      *                    payment it reverses, marked RETURNED, and
      *                    its principal comes back out of the
      *                    cycle's paydown so the statement still
      *                    foots.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
           05  SS-PAYMENT-AMOUNT         PIC 9(9)V99.
           05  SS-INTEREST-PORTION       PIC 9(9)V99.
           05  SS-PRINCIPAL-PORTION      PIC 9(9)V99.
           05  SS-ENTRY-TYPE             PIC X(01).
               88  SS-REVERSAL-ENTRY            VALUE "R".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
               10  WS-CYC-AMOUNT         PIC S9(9)V99 COMP-3.
               10  WS-CYC-INTEREST       PIC S9(9)V99 COMP-3.
               10  WS-CYC-PRINCIPAL      PIC S9(9)V99 COMP-3.
               10  WS-CYC-NOTE           PIC X(08).
       01  WS-CYCLE-SUB                  PIC 9(03) COMP.
       01  WS-CYCLE-PRINCIPAL-PAID       PIC S9(9)V99 COMP-3.
       01  WS-OPENING-PRINCIPAL          PIC S9(9)V99 COMP-3.
           05  WS-STM-PAY-INTEREST       PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STM-PAY-PRINCIPAL      PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-STM-PAY-NOTE           PIC X(08).

       01  WS-STMT-PAYMENT-HEADING.
           05  FILLER                    PIC X(04) VALUE SPACES.
                   MOVE LP-PAYMENT-AMOUNT    TO SS-PAYMENT-AMOUNT
                   MOVE LP-INTEREST-PORTION  TO SS-INTEREST-PORTION
                   MOVE LP-PRINCIPAL-PORTION TO SS-PRINCIPAL-PORTION
                   MOVE LP-ENTRY-TYPE        TO SS-ENTRY-TYPE
                   RELEASE STMT-SORT-RECORD
           END-READ.

                   TO WS-CYC-INTEREST (WS-CYCLE-SUB)
               MOVE SS-PRINCIPAL-PORTION
                   TO WS-CYC-PRINCIPAL (WS-CYCLE-SUB)
               IF SS-REVERSAL-ENTRY
                   MOVE "RETURNED" TO WS-CYC-NOTE (WS-CYCLE-SUB)
                   SUBTRACT SS-PRINCIPAL-PORTION
                       FROM WS-CYCLE-PRINCIPAL-PAID
               ELSE
                   MOVE SPACES TO WS-CYC-NOTE (WS-CYCLE-SUB)
                   ADD SS-PRINCIPAL-PORTION
                       TO WS-CYCLE-PRINCIPAL-PAID
               END-IF
           ELSE
               DISPLAY "LOANSTMT - MORE THAN 24 PAYMENTS THIS CYCLE "
                   "FOR ACCOUNT " LM-LOAN-ACCT-NO
               TO WS-STM-PAY-INTEREST.
           MOVE WS-CYC-PRINCIPAL (WS-CYCLE-SUB)
               TO WS-STM-PAY-PRINCIPAL.
           MOVE WS-CYC-NOTE (WS-CYCLE-SUB)      TO WS-STM-PAY-NOTE.
           MOVE WS-STMT-PAYMENT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.

