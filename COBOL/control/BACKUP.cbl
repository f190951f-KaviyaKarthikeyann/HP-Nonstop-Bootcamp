      * DATE-WRITTEN: 2026-08-22
      * DATE-COMPILED:
      * PURPOSE:      Pre-update master backup.  Run by DAILYRUN
      *               before each updating step, it copies the eight
      *               indexed masters - EMPMAST, YTDCTL, STUMAST,
      *               CUSTMAST, GLBAL, LOANMAST, VOTEROLM and
      *               AROPEN - into the numbered backup
      *               generation file named on the command line (1,
      *               2 or 3, rotated by operations), one banner
      *               record and the raw record images per master,
      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original generation backup program.
      *   2026-10-15  RJP  LOANMAST, VOTEROLM and AROPEN are backed
      *                    up too, so REORG has a generation to fall
      *                    back on for every master it rebuilds.  The
      *                    generation record widens to X(150) to hold
      *                    the 144-byte loan master; the three
      *                    generations turn over to the new width in
      *                    one rotation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS-5.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-MASTER-STATUS-6.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-MASTER-STATUS-7.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-MASTER-STATUS-8.

           SELECT BACKUP-GEN1-FILE ASSIGN TO "BKPGEN1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  BACKUP-GEN1-FILE.
       01  BACKUP-GEN1-RECORD            PIC X(150).

       FD  BACKUP-GEN2-FILE.
       01  BACKUP-GEN2-RECORD            PIC X(150).

       FD  BACKUP-GEN3-FILE.
       01  BACKUP-GEN3-RECORD            PIC X(150).

       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-LINE           PIC X(80).
           05  WS-MASTER-STATUS-3        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-4        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-5        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-6        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-7        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-8        PIC X(02) VALUE "00".
           05  WS-GEN-STATUS             PIC X(02) VALUE "00".
           05  WS-CATALOG-STATUS         PIC X(02) VALUE "00".

       01  WS-MASTER-NAME                PIC X(08).
       01  WS-MASTER-RECORD-COUNT        PIC 9(09).
       01  WS-MASTERS-BACKED-UP          PIC 9(02) VALUE ZERO.
       01  WS-WORK-IMAGE                 PIC X(150).

      * Section banner inside a generation file: column 1 '*', then
      * B begin / E end, master name, record count.
           05  WS-BAN-MASTER-NAME        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-BAN-RECORD-COUNT       PIC 9(09).
           05  FILLER                    PIC X(129) VALUE SPACES.

       01  WS-CATALOG-ENTRY.
           05  WS-CAT-DATE               PIC 9(08).
               THRU 5000-EXIT.
           PERFORM 6000-BACKUP-GLBAL
               THRU 6000-EXIT.
           PERFORM 7000-BACKUP-LOANMAST
               THRU 7000-EXIT.
           PERFORM 7200-BACKUP-VOTEROLM
               THRU 7200-EXIT.
           PERFORM 7400-BACKUP-AROPEN
               THRU 7400-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.
                   PERFORM 8200-WRITE-ONE-IMAGE
           END-READ.

       7000-BACKUP-LOANMAST.
           MOVE "LOANMAST" TO WS-MASTER-NAME.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-MASTER-STATUS-6 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               GO TO 7000-EXIT
           END-IF.
           PERFORM 8000-BEGIN-ONE-SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 7100-COPY-ONE-LOAN
               UNTIL WS-END-OF-FILE.
           CLOSE LOAN-MASTER-FILE.
           PERFORM 8100-END-ONE-SECTION.
       7000-EXIT.
           EXIT.

       7100-COPY-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-IMAGE
                   MOVE LOAN-MASTER-RECORD TO WS-WORK-IMAGE
                   PERFORM 8200-WRITE-ONE-IMAGE
           END-READ.

       7200-BACKUP-VOTEROLM.
           MOVE "VOTEROLM" TO WS-MASTER-NAME.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-MASTER-STATUS-7 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               GO TO 7200-EXIT
           END-IF.
           PERFORM 8000-BEGIN-ONE-SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 7300-COPY-ONE-VOTER
               UNTIL WS-END-OF-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           PERFORM 8100-END-ONE-SECTION.
       7200-EXIT.
           EXIT.

       7300-COPY-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-IMAGE
                   MOVE VOTER-ROLL-MASTER-RECORD TO WS-WORK-IMAGE
                   PERFORM 8200-WRITE-ONE-IMAGE
           END-READ.

       7400-BACKUP-AROPEN.
           MOVE "AROPEN" TO WS-MASTER-NAME.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-MASTER-STATUS-8 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               GO TO 7400-EXIT
           END-IF.
           PERFORM 8000-BEGIN-ONE-SECTION.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 7500-COPY-ONE-OPEN-ITEM
               UNTIL WS-END-OF-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           PERFORM 8100-END-ONE-SECTION.
       7400-EXIT.
           EXIT.

       7500-COPY-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-IMAGE
                   MOVE AR-OPEN-ITEM-RECORD TO WS-WORK-IMAGE
                   PERFORM 8200-WRITE-ONE-IMAGE
           END-READ.

       8000-BEGIN-ONE-SECTION.
           MOVE ZERO TO WS-MASTER-RECORD-COUNT.
           MOVE "B" TO WS-BAN-TYPE.
