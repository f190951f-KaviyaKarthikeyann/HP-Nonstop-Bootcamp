      *
      * MOD HISTORY:
      *   2026-08-22  RJP  Original master restore program.
      *   2026-10-15  RJP  Restores LOANMAST, VOTEROLM and AROPEN,
      *                    which BACKUP now copies, from the widened
      *                    X(150) generation record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE.
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-MASTER-STATUS.

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
       01  WS-GENERATION                 PIC 9(01).
       01  WS-WANTED-MASTER              PIC X(08).
       01  WS-RECORDS-RESTORED           PIC 9(09) VALUE ZERO.
       01  WS-WORK-IMAGE                 PIC X(150).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).

                   OPEN OUTPUT CUSTOMER-MASTER-FILE
               WHEN "GLBAL"
                   OPEN OUTPUT GL-ACCOUNT-BALANCE-FILE
               WHEN "LOANMAST"
                   OPEN OUTPUT LOAN-MASTER-FILE
               WHEN "VOTEROLM"
                   OPEN OUTPUT VOTER-ROLL-MASTER-FILE
               WHEN "AROPEN"
                   OPEN OUTPUT AR-OPEN-ITEM-FILE
               WHEN OTHER
                   DISPLAY "RESTORE - UNKNOWN MASTER NAME '"
                       WS-WANTED-MASTER "' - RUN ABORTED"
               WHEN "GLBAL"
                   MOVE WS-WORK-IMAGE TO GL-ACCOUNT-BALANCE-RECORD
                   WRITE GL-ACCOUNT-BALANCE-RECORD
               WHEN "LOANMAST"
                   MOVE WS-WORK-IMAGE TO LOAN-MASTER-RECORD
                   WRITE LOAN-MASTER-RECORD
               WHEN "VOTEROLM"
                   MOVE WS-WORK-IMAGE TO VOTER-ROLL-MASTER-RECORD
                   WRITE VOTER-ROLL-MASTER-RECORD
               WHEN "AROPEN"
                   MOVE WS-WORK-IMAGE TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
           END-EVALUATE.

       9000-TERMINATE.
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN "GLBAL"
                   CLOSE GL-ACCOUNT-BALANCE-FILE
               WHEN "LOANMAST"
                   CLOSE LOAN-MASTER-FILE
               WHEN "VOTEROLM"
                   CLOSE VOTER-ROLL-MASTER-FILE
               WHEN "AROPEN"
                   CLOSE AR-OPEN-ITEM-FILE
           END-EVALUATE.
           IF NOT WS-SECTION-FOUND
               DISPLAY "RESTORE - " WS-WANTED-MASTER
