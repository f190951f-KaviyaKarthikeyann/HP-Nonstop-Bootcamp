      *               approval screen, under a different operator,
      *               can release a journal to the posting file.
      *               Journal numbers draw from the GLJNCTL
      *               one-record control.  An accrual can be flagged
      *               to reverse in the next period; GLJRNREV cuts
      *               the reversal once the journal has posted and
      *               its period is closed.
      *
      * MOD HISTORY:
      *   2026-09-01  RJP  Original pending journal entry.
      *   2026-10-15  RJP  Reverse-next-period flag asked on each
      *                    journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNENT.
       01  WS-ENTER-ACCT                 PIC X(06).
       01  WS-ENTER-DRCR                 PIC X(01).
       01  WS-ENTER-AMOUNT               PIC 9(9)V99.
       01  WS-ENTER-REVERSE              PIC X(01).
       01  WS-LINE-COUNT                 PIC 9(03).
       01  WS-ENTRY-DEBITS               PIC S9(11)V99 COMP-3.
       01  WS-ENTRY-CREDITS              PIC S9(11)V99 COMP-3.
           EXIT.

       3000-ENTER-ONE-JOURNAL.
           DISPLAY "REVERSE IN THE NEXT PERIOD? (Y/N)".
           ACCEPT WS-ENTER-REVERSE.
           IF WS-ENTER-REVERSE NOT = "Y" AND NOT = "N"
               DISPLAY "ANSWER MUST BE Y OR N - JOURNAL NOT OPENED"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-NEXT-JOURNAL-NO TO PJ-JOURNAL-NO.
           MOVE ZERO               TO PJ-LINE-NO.
           MOVE SO-OPERATOR-ID     TO PJ-ENTERED-BY.
           MOVE ZERO   TO PJ-ACCT-ID.
           MOVE SPACE  TO PJ-DRCR.
           MOVE ZERO   TO PJ-AMOUNT.
           MOVE SPACE  TO PJ-REVERSE-FLAG.
           IF WS-ENTER-REVERSE = "Y"
               SET PJ-REVERSE-NEXT-PERIOD TO TRUE
           END-IF.
           MOVE ZERO   TO PJ-REVERSAL-DATE.
           WRITE PENDING-JOURNAL-RECORD
               INVALID KEY
                   DISPLAY "JOURNAL NO " WS-NEXT-JOURNAL-NO
           END-WRITE.
           DISPLAY "JOURNAL " WS-NEXT-JOURNAL-NO " OPENED - "
               "AWAITS A SECOND OPERATOR'S APPROVAL".
           IF WS-ENTER-REVERSE = "Y"
               DISPLAY "JOURNAL WILL REVERSE IN THE NEXT OPEN PERIOD"
           END-IF.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-ENTRY-DEBITS.
           MOVE ZERO TO WS-ENTRY-CREDITS.
           MOVE WS-ENTER-ACCT   TO PJ-ACCT-ID.
           MOVE WS-ENTER-DRCR   TO PJ-DRCR.
           MOVE WS-ENTER-AMOUNT TO PJ-AMOUNT.
           MOVE SPACE           TO PJ-REVERSE-FLAG.
           MOVE ZERO            TO PJ-REVERSAL-DATE.
           WRITE PENDING-JOURNAL-RECORD.
           IF PJ-IS-DEBIT
               ADD WS-ENTER-AMOUNT TO WS-ENTRY-DEBITS
