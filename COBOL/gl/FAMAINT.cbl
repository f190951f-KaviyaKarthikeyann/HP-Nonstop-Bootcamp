      ******************************************************************
      * PROGRAM:      FAMAINT
      * AUTHOR:       R. J. PILLAI - GENERAL LEDGER SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Maintains the FIXED-ASSET-MASTER from keyed asset
      *               cards.  An A card capitalizes a new acquisition
      *               out of the capital purchases clearing account
      *               the purchase was coded to; C converts an asset
      *               already carried on the books (brought over from
      *               the old spreadsheet register) with its opening
      *               accumulated depreciation and no GL entry; T
      *               transfers an asset to another department,
      *               moving its cost and accumulated depreciation on
      *               the departmental ledger; D disposes of it,
      *               taking cost and accumulated depreciation off the
      *               books against the proceeds and booking the gain
      *               or loss.  Every GL entry goes out through one
      *               GLBATCH batch and every event is appended to the
      *               FAHIST history FAROLL rolls forward from.
      *               Rejected cards print on the FALERR exception
      *               list.
      *
      *               Asset card (fixed column):
      *                   1-8    asset id
      *                   9      action - A acquire, C convert,
      *                          T transfer, D dispose
      *                 A and C cards:
      *                   10-39  description
      *                   40-41  department
      *                   42-52  cost                     9(9)V99
      *                   53-60  in-service date YYYYMMDD
      *                   61-63  useful life in months
      *                   64     method - S straight-line,
      *                          D declining-balance
      *                   65-70  asset (cost) GL account
      *                   71-76  accumulated depreciation account
      *                   77-82  depreciation expense account
      *                   83-93  salvage value (blank - zero)
      *                 C cards only:
      *                   94-104  accumulated depreciation to date
      *                   105-107 months already depreciated
      *                 T cards:
      *                   40-41  new department
      *                 D cards:
      *                   53-60  disposal date YYYYMMDD
      *                   94-104 proceeds (blank - zero)
      *
      *               A converted asset is taken as depreciated
      *               through last month; FADEPR takes it from this
      *               month on.  Depreciation stops at the last
      *               FADEPR run before a disposal.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original fixed asset maintenance program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMAINT.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-CARD-FILE ASSIGN TO "FACRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT FIXED-ASSET-MASTER-FILE ASSIGN TO "FAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-ID
               FILE STATUS IS WS-FAMAST-STATUS.

           SELECT FIXED-ASSET-HISTORY-FILE ASSIGN TO "FAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAHIST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT GL-TRANSACTION-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRANS-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "FALERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-CARD-FILE.
       01  ASSET-CARD-RECORD             PIC X(120).

       FD  FIXED-ASSET-MASTER-FILE.
       COPY FAMREC.

       FD  FIXED-ASSET-HISTORY-FILE.
       COPY FAHREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  GL-TRANSACTION-FILE.
       COPY GLTRANRC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CARDS-STATUS           PIC X(02) VALUE "00".
           05  WS-FAMAST-STATUS          PIC X(02) VALUE "00".
           05  WS-FAHIST-STATUS          PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-GLTRANS-STATUS         PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-ASSET-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-ASSET-ON-FILE             VALUE "Y".
           05  WS-CARD-VALID-SWITCH      PIC X(01) VALUE "Y".
               88  WS-CARD-VALID                VALUE "Y".
               88  WS-CARD-INVALID              VALUE "N".

       COPY GLBATW.

       01  WS-GL-FEED-ACCOUNTS.
           05  WS-GL-CLEARING-ACCT       PIC 9(06) VALUE 150900.
           05  WS-GL-CASH-ACCT           PIC 9(06) VALUE 110100.
           05  WS-GL-DISPOSAL-GAIN-ACCT  PIC 9(06) VALUE 450100.
           05  WS-GL-DISPOSAL-LOSS-ACCT  PIC 9(06) VALUE 540100.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSETS-ACQUIRED        PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSETS-CONVERTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSETS-TRANSFERRED     PIC 9(9) COMP VALUE ZERO.
           05  WS-ASSETS-DISPOSED        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-GAIN-LOSS        PIC S9(11)V99 COMP-3
                                         VALUE ZERO.

       01  WS-CARD-FIELDS.
           05  WS-CRD-ASSET-ID-X         PIC X(08).
           05  WS-CRD-ASSET-ID REDEFINES WS-CRD-ASSET-ID-X
                                         PIC 9(08).
           05  WS-CRD-ACTION             PIC X(01).
               88  WS-CRD-IS-ACQUIRE            VALUE "A".
               88  WS-CRD-IS-CONVERT            VALUE "C".
               88  WS-CRD-IS-TRANSFER           VALUE "T".
               88  WS-CRD-IS-DISPOSE            VALUE "D".
           05  WS-CRD-DESCRIPTION        PIC X(30).
           05  WS-CRD-DEPT-CODE          PIC X(02).
           05  WS-CRD-COST-DIGITS        PIC X(11).
           05  WS-CRD-COST REDEFINES WS-CRD-COST-DIGITS
                                         PIC 9(9)V99.
           05  WS-CRD-DATE-X.
               10  WS-CRD-YYYY           PIC X(04).
               10  WS-CRD-MM             PIC X(02).
               10  WS-CRD-DD             PIC X(02).
           05  WS-CRD-DATE REDEFINES WS-CRD-DATE-X
                                         PIC 9(08).
           05  WS-CRD-LIFE-DIGITS        PIC X(03).
           05  WS-CRD-LIFE REDEFINES WS-CRD-LIFE-DIGITS
                                         PIC 9(03).
           05  WS-CRD-METHOD             PIC X(01).
           05  WS-CRD-ASSET-ACCT-X       PIC X(06).
           05  WS-CRD-ASSET-ACCT REDEFINES WS-CRD-ASSET-ACCT-X
                                         PIC 9(06).
           05  WS-CRD-ACCUM-ACCT-X       PIC X(06).
           05  WS-CRD-ACCUM-ACCT REDEFINES WS-CRD-ACCUM-ACCT-X
                                         PIC 9(06).
           05  WS-CRD-EXPENSE-ACCT-X     PIC X(06).
           05  WS-CRD-EXPENSE-ACCT REDEFINES WS-CRD-EXPENSE-ACCT-X
                                         PIC 9(06).
           05  WS-CRD-SALVAGE-DIGITS     PIC X(11).
           05  WS-CRD-SALVAGE REDEFINES WS-CRD-SALVAGE-DIGITS
                                         PIC 9(9)V99.
           05  WS-CRD-AMOUNT-DIGITS      PIC X(11).
           05  WS-CRD-AMOUNT REDEFINES WS-CRD-AMOUNT-DIGITS
                                         PIC 9(9)V99.
           05  WS-CRD-MONTHS-DIGITS      PIC X(03).
           05  WS-CRD-MONTHS REDEFINES WS-CRD-MONTHS-DIGITS
                                         PIC 9(03).
           05  FILLER                    PIC X(13).

       01  WS-REJECT-REASON              PIC X(40).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY             PIC 9(04).
           05  WS-PRIOR-MM               PIC 9(02).
       01  WS-NET-BOOK-VALUE             PIC S9(9)V99 COMP-3.
       01  WS-OLD-DEPT-CODE              PIC X(02).
       01  WS-CHECK-ACCT                 PIC 9(06).
       01  WS-CHECK-TYPE                 PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARDS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:6) TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-MM = 1
               MOVE 12 TO WS-PRIOR-MM
               SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.
           OPEN INPUT ASSET-CARD-FILE.
           OPEN I-O FIXED-ASSET-MASTER-FILE.
           IF WS-FAMAST-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-MASTER-FILE
               CLOSE FIXED-ASSET-MASTER-FILE
               OPEN I-O FIXED-ASSET-MASTER-FILE
           END-IF.
           OPEN EXTEND FIXED-ASSET-HISTORY-FILE.
           IF WS-FAHIST-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-HISTORY-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "FAMAINT - CANNOT OPEN DEPTMAST - STATUS "
                   WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WS-COAMAST-STATUS NOT = "00"
               DISPLAY "FAMAINT - CANNOT OPEN COAMAST - STATUS "
                   WS-COAMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GL-TRANSACTION-FILE.
           IF WS-GLTRANS-STATUS = "35"
               OPEN OUTPUT GL-TRANSACTION-FILE
           END-IF.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
           MOVE "FA" TO GBH-BATCH-ID(1:2).
           MOVE WS-CURRENT-DATE(3:6) TO GBH-BATCH-ID(3:6).
           MOVE WS-CURRENT-DATE TO GBH-BATCH-DATE.
           MOVE "FAMAINT" TO GBH-SOURCE.
           PERFORM 7900-OPEN-GL-BATCH.
       1000-EXIT.
           EXIT.

       2000-LOAD-CARDS.
           READ ASSET-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE ASSET-CARD-RECORD TO WS-CARD-FIELDS.
           IF WS-CRD-ASSET-ID-X IS NOT NUMERIC
              OR WS-CRD-ASSET-ID = ZERO
               MOVE "ASSET ID MUST BE 8 DIGITS, NOT ZERO"
                   TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2350-READ-ASSET.
           EVALUATE TRUE
               WHEN WS-CRD-IS-ACQUIRE
               WHEN WS-CRD-IS-CONVERT
                   PERFORM 2300-ADD-ASSET
                       THRU 2300-EXIT
               WHEN WS-CRD-IS-TRANSFER
                   PERFORM 2500-TRANSFER-ASSET
                       THRU 2500-EXIT
               WHEN WS-CRD-IS-DISPOSE
                   PERFORM 2600-DISPOSE-ASSET
                       THRU 2600-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, C, T OR D"
                       TO WS-REJECT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED ASSET " WS-CRD-ASSET-ID-X
                  " ACTION " WS-CRD-ACTION
                  " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

      * ================================================================
      * 2300-ADD-ASSET - every term is edited before the asset is
      *                  filed; an asset id is never reused, even
      *                  after disposal.
      * ================================================================
       2300-ADD-ASSET.
           IF WS-ASSET-ON-FILE
               MOVE "ASSET ID ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-EDIT-ASSET-TERMS
               THRU 2400-EXIT.
           IF WS-CARD-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO FIXED-ASSET-RECORD.
           MOVE WS-CRD-ASSET-ID     TO FA-ASSET-ID.
           MOVE WS-CRD-DESCRIPTION  TO FA-DESCRIPTION.
           MOVE WS-CRD-DEPT-CODE    TO FA-DEPT-CODE.
           MOVE WS-CRD-COST         TO FA-COST.
           MOVE WS-CRD-SALVAGE      TO FA-SALVAGE-VALUE.
           MOVE WS-CRD-DATE         TO FA-IN-SERVICE-DATE.
           MOVE WS-CRD-LIFE         TO FA-USEFUL-LIFE.
           MOVE WS-CRD-METHOD       TO FA-METHOD.
           MOVE WS-CRD-ASSET-ACCT   TO FA-ASSET-ACCT.
           MOVE WS-CRD-ACCUM-ACCT   TO FA-ACCUM-ACCT.
           MOVE WS-CRD-EXPENSE-ACCT TO FA-EXPENSE-ACCT.
           SET FA-ACTIVE TO TRUE.
           MOVE ZERO TO FA-DISPOSAL-DATE.
           MOVE ZERO TO FA-DISPOSAL-PROCEEDS.
           MOVE ZERO TO FA-GAIN-LOSS.
           MOVE WS-CURRENT-DATE TO FA-ACQUIRED-DATE.
           MOVE WS-CURRENT-DATE TO FA-LAST-MAINT-DATE.
           IF WS-CRD-IS-CONVERT
               MOVE WS-CRD-AMOUNT TO FA-ACCUM-DEPRECIATION
               MOVE WS-CRD-MONTHS TO FA-MONTHS-DEPRECIATED
               MOVE WS-PRIOR-PERIOD TO FA-LAST-DEPR-PERIOD
           ELSE
               MOVE ZERO TO FA-ACCUM-DEPRECIATION
               MOVE ZERO TO FA-MONTHS-DEPRECIATED
               MOVE ZERO TO FA-LAST-DEPR-PERIOD
           END-IF.
           WRITE FIXED-ASSET-RECORD.
           MOVE SPACES TO FIXED-ASSET-HISTORY-RECORD.
           PERFORM 2800-START-HISTORY.
           MOVE FA-COST TO FH-COST-AMOUNT.
           IF WS-CRD-IS-CONVERT
               SET FH-CONVERTED TO TRUE
               MOVE FA-ACCUM-DEPRECIATION TO FH-DEPR-AMOUNT
               ADD 1 TO WS-ASSETS-CONVERTED
           ELSE
               SET FH-ACQUIRED TO TRUE
               MOVE FA-ASSET-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE FA-COST TO GL-TRANS-AMOUNT
               MOVE "ASSET ACQUIRED" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
               MOVE WS-GL-CLEARING-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE FA-COST TO GL-TRANS-AMOUNT
               MOVE "ASSET ACQUIRED" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
               ADD 1 TO WS-ASSETS-ACQUIRED
           END-IF.
           WRITE FIXED-ASSET-HISTORY-RECORD.
       2300-EXIT.
           EXIT.

       2350-READ-ASSET.
           MOVE "N" TO WS-ASSET-FOUND-SWITCH.
           MOVE WS-CRD-ASSET-ID TO FA-ASSET-ID.
           READ FIXED-ASSET-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASSET-FOUND-SWITCH
           END-READ.

      * ================================================================
      * 2400-EDIT-ASSET-TERMS - the accounts must be active on the
      *                         chart: the cost and accumulated
      *                         accounts ASSET, the expense account
      *                         EXPENSE.  A conversion's opening
      *                         accumulated depreciation may not
      *                         exceed cost less salvage, nor its
      *                         months the useful life.
      * ================================================================
       2400-EDIT-ASSET-TERMS.
           SET WS-CARD-INVALID TO TRUE.
           IF WS-CRD-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-CHECK-DEPARTMENT
               THRU 2450-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-COST-DIGITS IS NOT NUMERIC
              OR WS-CRD-COST = ZERO
               MOVE "COST MISSING OR ZERO" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-DATE-X IS NOT NUMERIC
              OR WS-CRD-MM < "01" OR WS-CRD-MM > "12"
              OR WS-CRD-DD < "01" OR WS-CRD-DD > "31"
              OR WS-CRD-DATE > WS-CURRENT-DATE
               MOVE "IN-SERVICE DATE INVALID OR IN THE FUTURE"
                   TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-LIFE-DIGITS IS NOT NUMERIC
              OR WS-CRD-LIFE = ZERO
               MOVE "USEFUL LIFE MUST BE 001-999 MONTHS"
                   TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CRD-METHOD TO FA-METHOD.
           IF NOT FA-METHOD-VALID
               MOVE "METHOD MUST BE S OR D" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-SALVAGE-DIGITS = SPACES
               MOVE ZERO TO WS-CRD-SALVAGE
           END-IF.
           IF WS-CRD-SALVAGE-DIGITS IS NOT NUMERIC
              OR WS-CRD-SALVAGE NOT < WS-CRD-COST
               MOVE "SALVAGE NOT NUMERIC OR NOT BELOW COST"
                   TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CRD-ASSET-ACCT-X TO WS-CHECK-ACCT.
           MOVE "A" TO WS-CHECK-TYPE.
           IF WS-CRD-ASSET-ACCT-X IS NOT NUMERIC
               MOVE "ASSET ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2470-CHECK-ACCOUNT
               THRU 2470-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-ACCUM-ACCT-X IS NOT NUMERIC
               MOVE "ACCUMULATED ACCOUNT NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CRD-ACCUM-ACCT TO WS-CHECK-ACCT.
           PERFORM 2470-CHECK-ACCOUNT
               THRU 2470-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-EXPENSE-ACCT-X IS NOT NUMERIC
               MOVE "EXPENSE ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-CRD-EXPENSE-ACCT TO WS-CHECK-ACCT.
           MOVE "E" TO WS-CHECK-TYPE.
           PERFORM 2470-CHECK-ACCOUNT
               THRU 2470-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2400-EXIT
           END-IF.
           IF WS-CRD-IS-CONVERT
               IF WS-CRD-AMOUNT-DIGITS = SPACES
                   MOVE ZERO TO WS-CRD-AMOUNT
               END-IF
               IF WS-CRD-MONTHS-DIGITS = SPACES
                   MOVE ZERO TO WS-CRD-MONTHS
               END-IF
               IF WS-CRD-AMOUNT-DIGITS IS NOT NUMERIC
                  OR WS-CRD-AMOUNT > WS-CRD-COST - WS-CRD-SALVAGE
                   MOVE "OPENING ACCUMULATED EXCEEDS COST - SALVAGE"
                       TO WS-REJECT-REASON
                   GO TO 2400-EXIT
               END-IF
               IF WS-CRD-MONTHS-DIGITS IS NOT NUMERIC
                  OR WS-CRD-MONTHS > WS-CRD-LIFE
                   MOVE "MONTHS DEPRECIATED EXCEED USEFUL LIFE"
                       TO WS-REJECT-REASON
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           SET WS-CARD-VALID TO TRUE.
       2400-EXIT.
           EXIT.

       2450-CHECK-DEPARTMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-CRD-DEPT-CODE = SPACES
              OR WS-CRD-DEPT-CODE = "??"
               MOVE "DEPARTMENT MISSING OR ??" TO WS-REJECT-REASON
               GO TO 2450-EXIT
           END-IF.
           MOVE WS-CRD-DEPT-CODE TO DEPT-CODE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON DEPARTMENT MASTER"
                       TO WS-REJECT-REASON
                   GO TO 2450-EXIT
           END-READ.
           IF NOT DEPT-ACTIVE
               MOVE "DEPARTMENT IS INACTIVE" TO WS-REJECT-REASON
           END-IF.
       2450-EXIT.
           EXIT.

       2470-CHECK-ACCOUNT.
           MOVE WS-CHECK-ACCT TO COA-ACCT-ID.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ACCOUNT " WS-CHECK-ACCT " NOT ON CHART"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   GO TO 2470-EXIT
           END-READ.
           IF COA-INACTIVE
              OR COA-TYPE NOT = WS-CHECK-TYPE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "ACCOUNT " WS-CHECK-ACCT
                      " INACTIVE OR WRONG TYPE"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.
       2470-EXIT.
           EXIT.

      * ================================================================
      * 2500-TRANSFER-ASSET - the cost moves to the new department's
      *                       slice of the asset account and the
      *                       accumulated depreciation with it; the
      *                       accounts themselves do not change.
      * ================================================================
       2500-TRANSFER-ASSET.
           IF NOT WS-ASSET-ON-FILE
               MOVE "ASSET NOT ON FIXED ASSET MASTER"
                   TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           IF FA-DISPOSED
               MOVE "ASSET ALREADY DISPOSED" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           IF WS-CRD-DEPT-CODE = FA-DEPT-CODE
               MOVE "ASSET ALREADY IN THAT DEPARTMENT"
                   TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2450-CHECK-DEPARTMENT
               THRU 2450-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           MOVE FA-DEPT-CODE TO WS-OLD-DEPT-CODE.
           MOVE FA-ASSET-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-DEBIT TO TRUE.
           MOVE FA-COST TO GL-TRANS-AMOUNT.
           MOVE "ASSET TRANSFER" TO GL-TRANS-DESC.
           MOVE WS-CRD-DEPT-CODE TO GL-TRANS-DEPT-CODE.
           PERFORM 2900-WRITE-GL-LEG.
           MOVE FA-ASSET-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE FA-COST TO GL-TRANS-AMOUNT.
           MOVE "ASSET TRANSFER" TO GL-TRANS-DESC.
           MOVE WS-OLD-DEPT-CODE TO GL-TRANS-DEPT-CODE.
           PERFORM 2900-WRITE-GL-LEG.
           IF FA-ACCUM-DEPRECIATION NOT = ZERO
               MOVE FA-ACCUM-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE FA-ACCUM-DEPRECIATION TO GL-TRANS-AMOUNT
               MOVE "ASSET TRANSFER" TO GL-TRANS-DESC
               MOVE WS-OLD-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
               MOVE FA-ACCUM-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE FA-ACCUM-DEPRECIATION TO GL-TRANS-AMOUNT
               MOVE "ASSET TRANSFER" TO GL-TRANS-DESC
               MOVE WS-CRD-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
           END-IF.
           MOVE WS-CRD-DEPT-CODE TO FA-DEPT-CODE.
           MOVE WS-CURRENT-DATE TO FA-LAST-MAINT-DATE.
           REWRITE FIXED-ASSET-RECORD.
           MOVE SPACES TO FIXED-ASSET-HISTORY-RECORD.
           PERFORM 2800-START-HISTORY.
           SET FH-TRANSFERRED TO TRUE.
           MOVE WS-OLD-DEPT-CODE TO FH-DEPT-CODE.
           MOVE WS-CRD-DEPT-CODE TO FH-TO-DEPT-CODE.
           MOVE FA-COST TO FH-COST-AMOUNT.
           MOVE FA-ACCUM-DEPRECIATION TO FH-DEPR-AMOUNT.
           WRITE FIXED-ASSET-HISTORY-RECORD.
           ADD 1 TO WS-ASSETS-TRANSFERRED.
       2500-EXIT.
           EXIT.

      * ================================================================
      * 2600-DISPOSE-ASSET - gain or loss is the proceeds less the
      *                      net book value.  Cost comes off the
      *                      asset account, accumulated depreciation
      *                      off the contra account, proceeds go to
      *                      cash, and the difference to gain or
      *                      loss on disposal - a balanced entry in
      *                      the asset's department.
      * ================================================================
       2600-DISPOSE-ASSET.
           IF NOT WS-ASSET-ON-FILE
               MOVE "ASSET NOT ON FIXED ASSET MASTER"
                   TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2600-EXIT
           END-IF.
           IF FA-DISPOSED
               MOVE "ASSET ALREADY DISPOSED" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2600-EXIT
           END-IF.
           IF WS-CRD-DATE-X IS NOT NUMERIC
              OR WS-CRD-MM < "01" OR WS-CRD-MM > "12"
              OR WS-CRD-DD < "01" OR WS-CRD-DD > "31"
              OR WS-CRD-DATE > WS-CURRENT-DATE
              OR WS-CRD-DATE < FA-IN-SERVICE-DATE
               MOVE "DISPOSAL DATE INVALID OR OUT OF RANGE"
                   TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2600-EXIT
           END-IF.
           IF WS-CRD-AMOUNT-DIGITS = SPACES
               MOVE ZERO TO WS-CRD-AMOUNT
           END-IF.
           IF WS-CRD-AMOUNT-DIGITS IS NOT NUMERIC
               MOVE "PROCEEDS NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-NET-BOOK-VALUE =
               FA-COST - FA-ACCUM-DEPRECIATION.
           COMPUTE FA-GAIN-LOSS = WS-CRD-AMOUNT - WS-NET-BOOK-VALUE.
           IF FA-ACCUM-DEPRECIATION NOT = ZERO
               MOVE FA-ACCUM-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE FA-ACCUM-DEPRECIATION TO GL-TRANS-AMOUNT
               MOVE "ASSET DISPOSAL" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
           END-IF.
           IF WS-CRD-AMOUNT NOT = ZERO
               MOVE WS-GL-CASH-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               MOVE WS-CRD-AMOUNT TO GL-TRANS-AMOUNT
               MOVE "DISPOSAL PROCEEDS" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
           END-IF.
           MOVE FA-ASSET-ACCT TO GL-TRANS-ACCT-ID.
           SET GL-TRANS-IS-CREDIT TO TRUE.
           MOVE FA-COST TO GL-TRANS-AMOUNT.
           MOVE "ASSET DISPOSAL" TO GL-TRANS-DESC.
           MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE.
           PERFORM 2900-WRITE-GL-LEG.
           IF FA-GAIN-LOSS > ZERO
               MOVE WS-GL-DISPOSAL-GAIN-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-CREDIT TO TRUE
               MOVE FA-GAIN-LOSS TO GL-TRANS-AMOUNT
               MOVE "GAIN ON DISPOSAL" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
           END-IF.
           IF FA-GAIN-LOSS < ZERO
               MOVE WS-GL-DISPOSAL-LOSS-ACCT TO GL-TRANS-ACCT-ID
               SET GL-TRANS-IS-DEBIT TO TRUE
               COMPUTE GL-TRANS-AMOUNT = ZERO - FA-GAIN-LOSS
               MOVE "LOSS ON DISPOSAL" TO GL-TRANS-DESC
               MOVE FA-DEPT-CODE TO GL-TRANS-DEPT-CODE
               PERFORM 2900-WRITE-GL-LEG
           END-IF.
           SET FA-DISPOSED TO TRUE.
           MOVE WS-CRD-DATE TO FA-DISPOSAL-DATE.
           MOVE WS-CRD-AMOUNT TO FA-DISPOSAL-PROCEEDS.
           MOVE WS-CURRENT-DATE TO FA-LAST-MAINT-DATE.
           REWRITE FIXED-ASSET-RECORD.
           MOVE SPACES TO FIXED-ASSET-HISTORY-RECORD.
           PERFORM 2800-START-HISTORY.
           SET FH-DISPOSED TO TRUE.
           MOVE FA-COST TO FH-COST-AMOUNT.
           MOVE FA-ACCUM-DEPRECIATION TO FH-DEPR-AMOUNT.
           MOVE FA-DISPOSAL-PROCEEDS TO FH-PROCEEDS.
           MOVE FA-GAIN-LOSS TO FH-GAIN-LOSS.
           WRITE FIXED-ASSET-HISTORY-RECORD.
           ADD FA-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS.
           ADD 1 TO WS-ASSETS-DISPOSED.
       2600-EXIT.
           EXIT.

       2800-START-HISTORY.
           MOVE FA-ASSET-ID          TO FH-ASSET-ID.
           MOVE WS-CURRENT-DATE      TO FH-TRANS-DATE.
           MOVE WS-CURRENT-DATE(1:6) TO FH-PERIOD.
           MOVE FA-DEPT-CODE         TO FH-DEPT-CODE.
           MOVE FA-ASSET-ACCT        TO FH-ASSET-ACCT.
           MOVE FA-ACCUM-ACCT        TO FH-ACCUM-ACCT.
           MOVE ZERO TO FH-COST-AMOUNT.
           MOVE ZERO TO FH-DEPR-AMOUNT.
           MOVE ZERO TO FH-PROCEEDS.
           MOVE ZERO TO FH-GAIN-LOSS.

       2900-WRITE-GL-LEG.
           MOVE WS-CURRENT-DATE TO GL-TRANS-DATE.
           PERFORM 7910-WRITE-GL-BATCH-DETAIL.

       9000-TERMINATE.
           PERFORM 7950-CLOSE-GL-BATCH.
           DISPLAY "FIXED ASSET MAINTENANCE - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "  ASSETS ACQUIRED    : " WS-ASSETS-ACQUIRED.
           DISPLAY "  ASSETS CONVERTED   : " WS-ASSETS-CONVERTED.
           DISPLAY "  ASSETS TRANSFERRED : " WS-ASSETS-TRANSFERRED.
           DISPLAY "  ASSETS DISPOSED    : " WS-ASSETS-DISPOSED.
           DISPLAY "  NET GAIN (LOSS)    : " WS-TOTAL-GAIN-LOSS.
           DISPLAY "  RECORDS REJECTED   : " WS-RECORDS-REJECTED.
           CLOSE ASSET-CARD-FILE.
           CLOSE FIXED-ASSET-MASTER-FILE.
           CLOSE FIXED-ASSET-HISTORY-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE GL-TRANSACTION-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY GLBATP.

       END PROGRAM FAMAINT.
