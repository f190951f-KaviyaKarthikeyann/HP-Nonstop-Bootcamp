      ******************************************************************
      * PROGRAM:      REORG
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Indexed master reorganization.  The masters are
      *               only ever added to and rewritten; purges,
      *               merges and archive runs leave them fragmented
      *               and the nightly chain slows with them.  Given a
      *               master name on the command line, this program
      *               unloads the master in key sequence to the
      *               REORGWRK work file (checking the sequence as it
      *               reads and putting it right through a sort), re-
      *               reads the unload to verify its record count and
      *               key hash total and that no key is duplicated,
      *               and only then reloads the master into a fresh
      *               file and verifies the reload against the same
      *               two totals.  It prints record counts, the file
      *               space before and after (the deleted-record
      *               space reclaimed) and the key-sequence errors
      *               found, and catalogs the run on BKPCATLG beside
      *               the backups.
      *
      *               Masters: CUSTMAST, STUMAST, LOANMAST, VOTEROLM
      *               and AROPEN.  A reorg rebuilds the master from
      *               scratch, so it refuses to start (return code
      *               8, rerun when clear) unless BACKUP has
      *               cataloged that master today, or while an
      *               online screen holds a RECLOCK lock on it.  A
      *               failed verification of the unload leaves the
      *               master untouched; a failed verification of the
      *               reload names the generation to RESTORE from.
      *               Both end return code 16.
      *
      *               Scheduled as a month-end DAILYRUN step after
      *               the BACKUP step, one RUNPARMS line per master:
      *                   REORG CUSTMAST   frequency code M
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original indexed master reorganization.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REORG-WORK-FILE ASSIGN TO "REORGWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT REORG-SORT-FILE ASSIGN TO "REORGSRT".

           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKPCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REORG-REPORT-FILE ASSIGN TO "REORGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

      * Raw record images - the masters carry packed fields that have
      * no place in a text line, the same reason BACKUP's generation
      * files are RECORD SEQUENTIAL.
       FD  REORG-WORK-FILE.
       01  REORG-WORK-RECORD             PIC X(150).

       SD  REORG-SORT-FILE.
       01  REORG-SORT-RECORD.
           05  RO-RECORD-KEY             PIC X(10).
           05  RO-REST-OF-IMAGE          PIC X(140).

       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-LINE           PIC X(80).

       FD  REORG-REPORT-FILE.
       01  REORG-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS          PIC X(02) VALUE "00".
           05  WS-WORK-STATUS            PIC X(02) VALUE "00".
           05  WS-CATALOG-STATUS         PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-BACKUP-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-BACKUP-FOUND              VALUE "Y".
           05  WS-ABANDON-SWITCH         PIC X(01) VALUE "N".
               88  WS-REORG-ABANDONED           VALUE "Y".
           05  WS-REBUILT-SWITCH         PIC X(01) VALUE "N".
               88  WS-MASTER-REBUILT            VALUE "Y".
           05  WS-KEY-WIDTH-SWITCH       PIC X(01) VALUE "T".
               88  WS-TEN-DIGIT-KEY             VALUE "T".
               88  WS-EIGHT-DIGIT-KEY           VALUE "E".

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-MASTER-NAME                PIC X(08).
       01  WS-BACKUP-GENERATION          PIC 9(01) VALUE ZERO.
       01  WS-BACKUP-COUNT               PIC 9(09) VALUE ZERO.
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).

       01  WS-WORK-IMAGE                 PIC X(150).
       01  WS-WORK-IMAGE-KEYS REDEFINES WS-WORK-IMAGE.
           05  WS-IMAGE-KEY-10           PIC 9(10).
           05  FILLER                    PIC X(140).
       01  WS-WORK-IMAGE-KEYS-8 REDEFINES WS-WORK-IMAGE.
           05  WS-IMAGE-KEY-8            PIC 9(08).
           05  FILLER                    PIC X(142).
       01  WS-RECORD-KEY                 PIC 9(10).
       01  WS-PRIOR-KEY                  PIC 9(10).
       01  WS-RECORDS-SEEN               PIC 9(09) COMP.

      * Unload, unload-verify and reload-verify totals: the three
      * record counts and key hash totals must agree.
       01  WS-CONTROL-TOTALS.
           05  WS-UNLOAD-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-UNLOAD-HASH            PIC 9(18) COMP VALUE ZERO.
           05  WS-VERIFY-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-VERIFY-HASH            PIC 9(18) COMP VALUE ZERO.
           05  WS-RELOAD-COUNT           PIC 9(09) COMP VALUE ZERO.
           05  WS-RELOAD-HASH            PIC 9(18) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
           05  WS-SEQUENCE-ERRORS        PIC 9(09) COMP VALUE ZERO.
           05  WS-DUPLICATE-KEYS         PIC 9(09) COMP VALUE ZERO.
           05  WS-LOAD-ERRORS            PIC 9(09) COMP VALUE ZERO.

      * File space off the run-time's file details, before the reload
      * and after; a size that cannot be had prints as not available.
       01  WS-FILE-NAME                  PIC X(09).
       01  WS-FILE-DETAILS.
           05  WS-FILE-SIZE              PIC 9(18) COMP.
           05  FILLER                    PIC X(08).
       01  WS-SIZE-BEFORE                PIC 9(18) COMP VALUE ZERO.
       01  WS-SIZE-AFTER                 PIC 9(18) COMP VALUE ZERO.
       01  WS-SPACE-RECLAIMED            PIC S9(18) COMP VALUE ZERO.
       01  WS-RECLAIMED-PCT              PIC S9(3)V9 VALUE ZERO.
       01  WS-PCT-EDIT                   PIC -ZZ9.9.
       01  WS-SIZE-SWITCH                PIC X(01) VALUE "N".
           88  WS-SIZES-KNOWN                   VALUE "Y".

       COPY RECLOCKW.
       COPY ERRLOGW.

       01  WS-CATALOG-ENTRY.
           05  WS-CAT-DATE               PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CAT-TIME               PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CAT-ACTION             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CAT-GENERATION         PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CAT-MASTER-NAME        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CAT-RECORD-COUNT       PIC 9(09).

       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(34)
               VALUE "INDEXED MASTER REORGANIZATION  - ".
           05  WS-HDG-MASTER-NAME        PIC X(08).
           05  FILLER                    PIC X(08) VALUE "  RUN ".
           05  WS-HDG-DATE               PIC 9(08).
           05  FILLER                    PIC X(21)
               VALUE "  BACKUP GENERATION ".
           05  WS-HDG-GENERATION         PIC 9(01).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL              PIC X(40).
           05  WS-TOT-VALUE              PIC Z(17)9.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-SIZE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SIZ-LABEL              PIC X(40).
           05  WS-SIZ-VALUE              PIC -(17)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SIZ-NOTE               PIC X(70).

       01  WS-SEQUENCE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(28)
               VALUE "KEY OUT OF SEQUENCE - KEY ".
           05  WS-SEQ-KEY                PIC 9(10).
           05  FILLER                    PIC X(16)
               VALUE " READ AFTER KEY ".
           05  WS-SEQ-PRIOR-KEY          PIC 9(10).
           05  FILLER                    PIC X(66) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-MSG-TEXT               PIC X(130).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT REORG-SORT-FILE
               ON ASCENDING KEY RO-RECORD-KEY
               INPUT PROCEDURE IS 2000-UNLOAD-MASTER
                   THRU 2000-EXIT
               GIVING REORG-WORK-FILE.
           PERFORM 3000-VERIFY-UNLOAD
               THRU 3000-EXIT.
           IF NOT WS-REORG-ABANDONED
               PERFORM 4000-RELOAD-MASTER
                   THRU 4000-EXIT
               PERFORM 5000-VERIFY-RELOAD
                   THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - a known master, a backup of it cataloged
      *                   today, and no operator holding one of its
      *                   records; anything less and nothing is
      *                   touched.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-MASTER-NAME.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
               WHEN "STUMAST"
               WHEN "LOANMAST"
               WHEN "VOTEROLM"
                   SET WS-TEN-DIGIT-KEY TO TRUE
               WHEN "AROPEN"
                   SET WS-EIGHT-DIGIT-KEY TO TRUE
               WHEN OTHER
                   DISPLAY "REORG - PARAMETER MUST BE CUSTMAST, "
                       "STUMAST, LOANMAST, VOTEROLM OR AROPEN - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 1100-FIND-TODAYS-BACKUP
               THRU 1100-EXIT.
           IF NOT WS-BACKUP-FOUND
               DISPLAY "REORG - NO BACKUP OF " WS-MASTER-NAME
                   " CATALOGED TODAY - RUN BACKUP FIRST - "
                   "RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "REORG" TO RK-OPERATOR-ID.
           MOVE "REORG" TO RK-PROGRAM-ID.
           MOVE WS-MASTER-NAME TO RK-FILE-ID.
           SET RK-REQUEST-ANY-HELD TO TRUE.
           CALL "RECLOCK" USING WS-RECLOCK-PARAMETERS.
           IF RK-LOCK-HELD-BY-OTHER
               DISPLAY "REORG - " RK-LOCKS-HELD-COUNT " "
                   WS-MASTER-NAME " RECORD(S) LOCKED - FIRST BY "
                   RK-HOLDER-OPERATOR-ID " (" RK-HOLDER-PROGRAM-ID
                   ") - RUN NOT STARTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-OPEN-MASTER-INPUT.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "REORG - " WS-MASTER-NAME " WILL NOT OPEN - "
                   "STATUS " WS-MASTER-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MASTER-NAME TO WS-FILE-NAME.
           PERFORM 6000-GET-FILE-SIZE.
           IF RETURN-CODE = ZERO
               MOVE WS-FILE-SIZE TO WS-SIZE-BEFORE
               SET WS-SIZES-KNOWN TO TRUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           OPEN OUTPUT REORG-REPORT-FILE.
           MOVE WS-MASTER-NAME TO WS-HDG-MASTER-NAME.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE.
           MOVE WS-BACKUP-GENERATION TO WS-HDG-GENERATION.
           MOVE WS-HEADING-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           MOVE SPACES TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-FIND-TODAYS-BACKUP - the last BACKUP line BKPCATLG holds
      *                           for the master, if it is today's,
      *                           names the generation to fall back
      *                           on.
      * ================================================================
       1100-FIND-TODAYS-BACKUP.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 1110-CHECK-ONE-CATALOG-LINE
               UNTIL WS-END-OF-FILE.
           CLOSE BACKUP-CATALOG-FILE.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-CATALOG-LINE.
           READ BACKUP-CATALOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE BACKUP-CATALOG-LINE TO WS-CATALOG-ENTRY
                   IF WS-CAT-ACTION = "BACKUP"
                      AND WS-CAT-MASTER-NAME = WS-MASTER-NAME
                       IF WS-CAT-DATE = WS-CURRENT-DATE
                           SET WS-BACKUP-FOUND TO TRUE
                           MOVE WS-CAT-GENERATION
                               TO WS-BACKUP-GENERATION
                           MOVE WS-CAT-RECORD-COUNT
                               TO WS-BACKUP-COUNT
                       ELSE
                           MOVE "N" TO WS-BACKUP-FOUND-SWITCH
                       END-IF
                   END-IF
           END-READ.

       1200-OPEN-MASTER-INPUT.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
                   OPEN INPUT CUSTOMER-MASTER-FILE
               WHEN "STUMAST"
                   OPEN INPUT STUDENT-MASTER-FILE
               WHEN "LOANMAST"
                   OPEN INPUT LOAN-MASTER-FILE
               WHEN "VOTEROLM"
                   OPEN INPUT VOTER-ROLL-MASTER-FILE
               WHEN "AROPEN"
                   OPEN INPUT AR-OPEN-ITEM-FILE
           END-EVALUATE.

      * ================================================================
      * 2000-UNLOAD-MASTER - sort input procedure: the master in key
      *                      sequence, counted and hash-totalled.  A
      *                      key not above the one before it is a
      *                      sequence error in the master's index;
      *                      the sort puts the unload right either
      *                      way, and duplicates are caught by the
      *                      verification.
      * ================================================================
       2000-UNLOAD-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-PRIOR-KEY.
           PERFORM 2100-UNLOAD-ONE-RECORD
               UNTIL WS-END-OF-FILE.
           PERFORM 7000-CLOSE-MASTER.
       2000-EXIT.
           EXIT.

       2100-UNLOAD-ONE-RECORD.
           PERFORM 7100-READ-MASTER-NEXT.
           IF WS-END-OF-FILE
               CONTINUE
           ELSE
               PERFORM 7300-TAKE-IMAGE-KEY
               ADD 1 TO WS-UNLOAD-COUNT
               ADD WS-RECORD-KEY TO WS-UNLOAD-HASH
               IF WS-UNLOAD-COUNT > 1
                  AND WS-RECORD-KEY NOT > WS-PRIOR-KEY
                   PERFORM 2200-NOTE-SEQUENCE-ERROR
               END-IF
               MOVE WS-RECORD-KEY TO WS-PRIOR-KEY
               MOVE WS-WORK-IMAGE TO REORG-SORT-RECORD
               RELEASE REORG-SORT-RECORD
           END-IF.

       2200-NOTE-SEQUENCE-ERROR.
           ADD 1 TO WS-SEQUENCE-ERRORS.
           MOVE WS-RECORD-KEY TO WS-SEQ-KEY.
           MOVE WS-PRIOR-KEY TO WS-SEQ-PRIOR-KEY.
           MOVE WS-SEQUENCE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.

      * ================================================================
      * 3000-VERIFY-UNLOAD - the sorted unload must carry exactly the
      *                      records and keys read off the master,
      *                      and no key twice, before the master is
      *                      rebuilt from it.
      * ================================================================
       3000-VERIFY-UNLOAD.
           OPEN INPUT REORG-WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "UNLOAD WORK FILE WILL NOT OPEN"
                   TO WS-MSG-TEXT
               PERFORM 8100-ABANDON-REORG
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-RECORDS-SEEN.
           PERFORM 3100-VERIFY-ONE-IMAGE
               UNTIL WS-END-OF-FILE.
           CLOSE REORG-WORK-FILE.
           IF WS-VERIFY-COUNT NOT = WS-UNLOAD-COUNT
              OR WS-VERIFY-HASH NOT = WS-UNLOAD-HASH
               MOVE "UNLOAD DISAGREES WITH MASTER - UNTOUCHED"
                   TO WS-MSG-TEXT
               PERFORM 8100-ABANDON-REORG
               GO TO 3000-EXIT
           END-IF.
           IF WS-DUPLICATE-KEYS > ZERO
               MOVE "DUPLICATE KEYS ON UNLOAD - UNTOUCHED"
                   TO WS-MSG-TEXT
               PERFORM 8100-ABANDON-REORG
           END-IF.
       3000-EXIT.
           EXIT.

       3100-VERIFY-ONE-IMAGE.
           READ REORG-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE REORG-WORK-RECORD TO WS-WORK-IMAGE
                   PERFORM 7300-TAKE-IMAGE-KEY
                   ADD 1 TO WS-RECORDS-SEEN
                   ADD 1 TO WS-VERIFY-COUNT
                   ADD WS-RECORD-KEY TO WS-VERIFY-HASH
                   IF WS-RECORDS-SEEN > 1
                      AND WS-RECORD-KEY = WS-PRIOR-KEY
                       ADD 1 TO WS-DUPLICATE-KEYS
                   END-IF
                   MOVE WS-RECORD-KEY TO WS-PRIOR-KEY
           END-READ.

      * ================================================================
      * 4000-RELOAD-MASTER - OPEN OUTPUT gives the fresh file; the
      *                      verified unload is written back in key
      *                      sequence.
      * ================================================================
       4000-RELOAD-MASTER.
           OPEN INPUT REORG-WORK-FILE.
           PERFORM 7200-OPEN-MASTER-OUTPUT.
           IF WS-MASTER-STATUS NOT = "00"
               CLOSE REORG-WORK-FILE
               MOVE "RELOAD OPEN FAILED - RESTORE FROM BACKUP"
                   TO WS-MSG-TEXT
               PERFORM 8100-ABANDON-REORG
               GO TO 4000-EXIT
           END-IF.
           SET WS-MASTER-REBUILT TO TRUE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-RELOAD-ONE-RECORD
               UNTIL WS-END-OF-FILE.
           CLOSE REORG-WORK-FILE.
           PERFORM 7000-CLOSE-MASTER.
       4000-EXIT.
           EXIT.

       4100-RELOAD-ONE-RECORD.
           READ REORG-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE REORG-WORK-RECORD TO WS-WORK-IMAGE
                   PERFORM 7400-WRITE-MASTER-RECORD
           END-READ.

      * ================================================================
      * 5000-VERIFY-RELOAD - the rebuilt master read back end to end
      *                      must carry the unload's count and key
      *                      hash total.
      * ================================================================
       5000-VERIFY-RELOAD.
           IF WS-REORG-ABANDONED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1200-OPEN-MASTER-INPUT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5100-COUNT-ONE-RELOADED
               UNTIL WS-END-OF-FILE.
           PERFORM 7000-CLOSE-MASTER.
           MOVE WS-MASTER-NAME TO WS-FILE-NAME.
           PERFORM 6000-GET-FILE-SIZE.
           IF RETURN-CODE = ZERO
               MOVE WS-FILE-SIZE TO WS-SIZE-AFTER
           ELSE
               MOVE "N" TO WS-SIZE-SWITCH
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RELOAD-COUNT NOT = WS-UNLOAD-COUNT
              OR WS-RELOAD-HASH NOT = WS-UNLOAD-HASH
              OR WS-LOAD-ERRORS > ZERO
               MOVE "RELOAD DISAGREES - RESTORE FROM BACKUP"
                   TO WS-MSG-TEXT
               PERFORM 8100-ABANDON-REORG
           END-IF.
       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-RELOADED.
           PERFORM 7100-READ-MASTER-NEXT.
           IF NOT WS-END-OF-FILE
               PERFORM 7300-TAKE-IMAGE-KEY
               ADD 1 TO WS-RELOAD-COUNT
               ADD WS-RECORD-KEY TO WS-RELOAD-HASH
           END-IF.

      * ================================================================
      * 6000-GET-FILE-SIZE - file space as the run-time reports it;
      *                      a non-zero return code means the size
      *                      is not to be had.
      * ================================================================
       6000-GET-FILE-SIZE.
           MOVE ZERO TO WS-FILE-SIZE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
               WS-FILE-DETAILS.

       7000-CLOSE-MASTER.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN "STUMAST"
                   CLOSE STUDENT-MASTER-FILE
               WHEN "LOANMAST"
                   CLOSE LOAN-MASTER-FILE
               WHEN "VOTEROLM"
                   CLOSE VOTER-ROLL-MASTER-FILE
               WHEN "AROPEN"
                   CLOSE AR-OPEN-ITEM-FILE
           END-EVALUATE.

       7100-READ-MASTER-NEXT.
           MOVE SPACES TO WS-WORK-IMAGE.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD
                               TO WS-WORK-IMAGE
                   END-READ
               WHEN "STUMAST"
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE STUDENT-MASTER-RECORD
                               TO WS-WORK-IMAGE
                   END-READ
               WHEN "LOANMAST"
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE LOAN-MASTER-RECORD TO WS-WORK-IMAGE
                   END-READ
               WHEN "VOTEROLM"
                   READ VOTER-ROLL-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE VOTER-ROLL-MASTER-RECORD
                               TO WS-WORK-IMAGE
                   END-READ
               WHEN "AROPEN"
                   READ AR-OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE AR-OPEN-ITEM-RECORD TO WS-WORK-IMAGE
                   END-READ
           END-EVALUATE.

       7200-OPEN-MASTER-OUTPUT.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
               WHEN "STUMAST"
                   OPEN OUTPUT STUDENT-MASTER-FILE
               WHEN "LOANMAST"
                   OPEN OUTPUT LOAN-MASTER-FILE
               WHEN "VOTEROLM"
                   OPEN OUTPUT VOTER-ROLL-MASTER-FILE
               WHEN "AROPEN"
                   OPEN OUTPUT AR-OPEN-ITEM-FILE
           END-EVALUATE.

      * Every master's key is its first field - ten digits, or the
      * eight-digit invoice number on AROPEN.
       7300-TAKE-IMAGE-KEY.
           IF WS-EIGHT-DIGIT-KEY
               MOVE WS-IMAGE-KEY-8 TO WS-RECORD-KEY
           ELSE
               MOVE WS-IMAGE-KEY-10 TO WS-RECORD-KEY
           END-IF.

       7400-WRITE-MASTER-RECORD.
           EVALUATE WS-MASTER-NAME
               WHEN "CUSTMAST"
                   MOVE WS-WORK-IMAGE TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               WHEN "STUMAST"
                   MOVE WS-WORK-IMAGE TO STUDENT-MASTER-RECORD
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               WHEN "LOANMAST"
                   MOVE WS-WORK-IMAGE TO LOAN-MASTER-RECORD
                   WRITE LOAN-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               WHEN "VOTEROLM"
                   MOVE WS-WORK-IMAGE TO VOTER-ROLL-MASTER-RECORD
                   WRITE VOTER-ROLL-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
               WHEN "AROPEN"
                   MOVE WS-WORK-IMAGE TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOAD-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-EVALUATE.

      * ================================================================
      * 8100-ABANDON-REORG - the reason goes on the report and to
      *                      ERRLOG; the run ends return code 16.
      * ================================================================
       8100-ABANDON-REORG.
           SET WS-REORG-ABANDONED TO TRUE.
           MOVE WS-MESSAGE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           DISPLAY "REORG - " WS-MASTER-NAME " - " WS-MSG-TEXT.
           MOVE "REORG" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-ERROR TO TRUE.
           MOVE WS-MASTER-NAME TO EL-RECORD-KEY.
           MOVE WS-MSG-TEXT TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

       8200-PRINT-ONE-TOTAL.
           MOVE WS-TOTAL-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.

       8300-PRINT-SPACE-LINES.
           MOVE "FILE SPACE BEFORE (BYTES)" TO WS-SIZ-LABEL.
           MOVE WS-SIZE-BEFORE TO WS-SIZ-VALUE.
           MOVE SPACES TO WS-SIZ-NOTE.
           MOVE WS-SIZE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           MOVE "FILE SPACE AFTER (BYTES)" TO WS-SIZ-LABEL.
           MOVE WS-SIZE-AFTER TO WS-SIZ-VALUE.
           MOVE WS-SIZE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           COMPUTE WS-SPACE-RECLAIMED =
               WS-SIZE-BEFORE - WS-SIZE-AFTER.
           IF WS-SIZE-BEFORE > ZERO
               COMPUTE WS-RECLAIMED-PCT ROUNDED =
                   WS-SPACE-RECLAIMED * 100 / WS-SIZE-BEFORE
           END-IF.
           MOVE "DELETED-RECORD SPACE RECLAIMED (BYTES)"
               TO WS-SIZ-LABEL.
           MOVE WS-SPACE-RECLAIMED TO WS-SIZ-VALUE.
           MOVE WS-RECLAIMED-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO WS-SIZ-NOTE.
           STRING "(" DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " PCT OF THE FILE)" DELIMITED BY SIZE
               INTO WS-SIZ-NOTE.
           MOVE WS-SIZE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.

      * ================================================================
      * 9000-TERMINATE - counts, space and sequence errors on the
      *                  report; the run on the backup catalog; a
      *                  warning to ERRLOG for an index that had
      *                  drifted out of sequence.
      * ================================================================
       9000-TERMINATE.
           MOVE SPACES TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           MOVE "RECORDS ON LAST BACKUP" TO WS-TOT-LABEL.
           MOVE WS-BACKUP-COUNT TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "RECORDS UNLOADED" TO WS-TOT-LABEL.
           MOVE WS-UNLOAD-COUNT TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "UNLOAD KEY HASH TOTAL" TO WS-TOT-LABEL.
           MOVE WS-UNLOAD-HASH TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "RECORDS VERIFIED ON THE UNLOAD" TO WS-TOT-LABEL.
           MOVE WS-VERIFY-COUNT TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "RECORDS RELOADED" TO WS-TOT-LABEL.
           MOVE WS-RECORDS-WRITTEN TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "RECORDS VERIFIED ON THE RELOAD" TO WS-TOT-LABEL.
           MOVE WS-RELOAD-COUNT TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "RELOAD KEY HASH TOTAL" TO WS-TOT-LABEL.
           MOVE WS-RELOAD-HASH TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "KEY-SEQUENCE ERRORS FOUND" TO WS-TOT-LABEL.
           MOVE WS-SEQUENCE-ERRORS TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           MOVE "DUPLICATE KEYS FOUND" TO WS-TOT-LABEL.
           MOVE WS-DUPLICATE-KEYS TO WS-TOT-VALUE.
           PERFORM 8200-PRINT-ONE-TOTAL.
           IF WS-SIZES-KNOWN
              AND NOT WS-REORG-ABANDONED
               PERFORM 8300-PRINT-SPACE-LINES
           ELSE
               MOVE "FILE SPACE RECLAIMED NOT AVAILABLE"
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO REORG-REPORT-LINE
               WRITE REORG-REPORT-LINE
           END-IF.
           IF WS-SEQUENCE-ERRORS > ZERO
               MOVE "REORG" TO EL-PROGRAM-ID
               SET EL-SEVERITY-WARNING TO TRUE
               MOVE WS-MASTER-NAME TO EL-RECORD-KEY
               MOVE "KEY-SEQUENCE ERRORS FOUND - SEE REORGRPT"
                   TO EL-MESSAGE
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
           END-IF.
           IF NOT WS-REORG-ABANDONED
               PERFORM 9100-LOG-THE-REORG
               MOVE "REORGANIZATION COMPLETE" TO WS-MSG-TEXT
           ELSE
               MOVE 16 TO RETURN-CODE
               MOVE "REORGANIZATION ABANDONED" TO WS-MSG-TEXT
           END-IF.
           MOVE SPACES TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           MOVE WS-MESSAGE-LINE TO REORG-REPORT-LINE.
           WRITE REORG-REPORT-LINE.
           CLOSE REORG-REPORT-FILE.
           DISPLAY "MASTER REORGANIZATION - END OF JOB SUMMARY".
           DISPLAY "  MASTER               : " WS-MASTER-NAME.
           DISPLAY "  BACKUP GENERATION    : " WS-BACKUP-GENERATION.
           DISPLAY "  RECORDS UNLOADED     : " WS-UNLOAD-COUNT.
           DISPLAY "  RECORDS RELOADED     : " WS-RECORDS-WRITTEN.
           DISPLAY "  KEY-SEQUENCE ERRORS  : " WS-SEQUENCE-ERRORS.
           DISPLAY "  SPACE RECLAIMED      : " WS-SPACE-RECLAIMED.
           IF WS-REORG-ABANDONED
              AND WS-MASTER-REBUILT
               DISPLAY "REORG - RUN RESTORE "
                   WS-BACKUP-GENERATION " " WS-MASTER-NAME
                   " BEFORE THE MASTER IS USED"
           END-IF.
       9000-EXIT.
           EXIT.

       9100-LOG-THE-REORG.
           OPEN EXTEND BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
               OPEN OUTPUT BACKUP-CATALOG-FILE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-CAT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WS-CAT-TIME.
           MOVE "REORG" TO WS-CAT-ACTION.
           MOVE WS-BACKUP-GENERATION TO WS-CAT-GENERATION.
           MOVE WS-MASTER-NAME TO WS-CAT-MASTER-NAME.
           MOVE WS-RECORDS-WRITTEN TO WS-CAT-RECORD-COUNT.
           MOVE WS-CATALOG-ENTRY TO BACKUP-CATALOG-LINE.
           WRITE BACKUP-CATALOG-LINE.
           CLOSE BACKUP-CATALOG-FILE.

       END PROGRAM REORG.
