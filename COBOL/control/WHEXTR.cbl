      ******************************************************************
      * PROGRAM:      WHEXTR
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Nightly reporting-warehouse extract.  Writes
      *               each major master and history file as a
      *               pipe-delimited text file with a header row of
      *               column names, so the reporting tool loads data
      *               instead of scraping print files:
      *
      *                   EMPMAST  -> WHEMPMST    YTDCTL   -> WHYTDCTL
      *                   CUSTMAST -> WHCUSMST    AROPEN   -> WHAROPEN
      *                   LOANMAST -> WHLOANMS    GLBAL    -> WHGLBAL
      *                   GLPERBAL -> WHGLPBAL    STUMAST  -> WHSTUMST
      *                   SCOREHIS -> WHSCOREH    VOTEROLM -> WHVOTERL
      *
      *               Packed and edited money fields go out as plain
      *               signed decimals (-1234.56), dates as ISO
      *               YYYY-MM-DD (a zero date as an empty field),
      *               accounting periods as YYYY-MM; ids keep their
      *               leading zeros.  A pipe inside a text field
      *               becomes a space.
      *
      *               The WHMANIFT manifest carries one row per file:
      *               rows written, delete rows, and the control
      *               totals of the whole master as it stood - record
      *               count, key hash total and the total of one
      *               money field named on the row - for the loader
      *               to prove its tables against.
      *
      *               Extract type.  The customer master and the
      *               voter roll are journaled (CUSTAUD, VOTEAUD), so
      *               on an incremental night only the records those
      *               trails show changed since the last extract are
      *               written, with a leading CHANGE column - U the
      *               record as it now stands, D a record no longer
      *               on the master.  Every other file, and both of
      *               these on a full night, is written whole with
      *               CHANGE F.  A night is full when F is keyed in
      *               column 1 of the command line, when WHEXCTL
      *               shows no earlier extract, or when the last
      *               full extract is seven or more days old - the
      *               weekly refresh picks up the customer adds
      *               ALUMTRAN and STUFEES make and the roll loads
      *               and purges, none of which are journaled; the
      *               manifest master totals show the loader any
      *               drift in between.
      *
      *               Scheduled as the last daily DAILYRUN step:
      *                   WHEXTR            frequency code D
      *               A RESTORE or FWDRECOV run rewrites masters
      *               outside the trails; run WHEXTR F afterwards.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original reporting-warehouse extract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHEXTR.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT YTD-CONTROL-FILE ASSIGN TO "YTDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS-2.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-MASTER-STATUS-3.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARO-INVOICE-ID
               FILE STATUS IS WS-MASTER-STATUS-4.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-ACCT-NO
               FILE STATUS IS WS-MASTER-STATUS-5.

           SELECT GL-ACCOUNT-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GL-BAL-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS-6.

           SELECT GL-PERIOD-BALANCE-FILE ASSIGN TO "GLPERBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-MASTER-STATUS-7.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS-8.

           SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-MASTER-STATUS-9.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-MASTER-STATUS-10.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

           SELECT VOTER-AUDIT-FILE ASSIGN TO "VOTEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

           SELECT CHANGED-KEY-SORT-FILE ASSIGN TO "WHKEYSRT".

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "WHEXCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WHC-RELKEY
               FILE STATUS IS WS-WHEXCTL-STATUS.

           SELECT WH-EMPLOYEE-FILE ASSIGN TO "WHEMPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-YTD-FILE ASSIGN TO "WHYTDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-CUSTOMER-FILE ASSIGN TO "WHCUSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-AR-OPEN-FILE ASSIGN TO "WHAROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-LOAN-FILE ASSIGN TO "WHLOANMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-GL-BALANCE-FILE ASSIGN TO "WHGLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-GL-PERIOD-FILE ASSIGN TO "WHGLPBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-STUDENT-FILE ASSIGN TO "WHSTUMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-SCORE-FILE ASSIGN TO "WHSCOREH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-VOTER-FILE ASSIGN TO "WHVOTERL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT WH-MANIFEST-FILE ASSIGN TO "WHMANIFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  YTD-CONTROL-FILE.
       COPY YTDCTL.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  AR-OPEN-ITEM-FILE.
       COPY AROPNREC.

       FD  LOAN-MASTER-FILE.
       COPY LOANMREC.

       FD  GL-ACCOUNT-BALANCE-FILE.
       COPY GLBALREC.

       FD  GL-PERIOD-BALANCE-FILE.
       COPY GLPERBAL.

       FD  STUDENT-MASTER-FILE.
       COPY STUDREC.

       FD  SCORE-HISTORY-FILE.
       COPY SCOREHIS.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE           PIC X(209).

       FD  VOTER-AUDIT-FILE.
       01  VOTER-AUDIT-LINE              PIC X(250).

       SD  CHANGED-KEY-SORT-FILE.
       01  CHANGED-KEY-SORT-RECORD.
           05  WK-CHANGED-KEY            PIC 9(10).

       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05  WHC-LAST-EXTRACT-DATE     PIC 9(08).
           05  WHC-LAST-EXTRACT-TIME     PIC 9(06).
           05  WHC-LAST-FULL-DATE        PIC 9(08).
           05  WHC-LAST-EXTRACT-TYPE     PIC X(04).
           05  FILLER                    PIC X(14).

       FD  WH-EMPLOYEE-FILE.
       01  WH-EMPLOYEE-LINE              PIC X(500).

       FD  WH-YTD-FILE.
       01  WH-YTD-LINE                   PIC X(500).

       FD  WH-CUSTOMER-FILE.
       01  WH-CUSTOMER-LINE              PIC X(500).

       FD  WH-AR-OPEN-FILE.
       01  WH-AR-OPEN-LINE               PIC X(500).

       FD  WH-LOAN-FILE.
       01  WH-LOAN-LINE                  PIC X(500).

       FD  WH-GL-BALANCE-FILE.
       01  WH-GL-BALANCE-LINE            PIC X(500).

       FD  WH-GL-PERIOD-FILE.
       01  WH-GL-PERIOD-LINE             PIC X(500).

       FD  WH-STUDENT-FILE.
       01  WH-STUDENT-LINE               PIC X(500).

       FD  WH-SCORE-FILE.
       01  WH-SCORE-LINE                 PIC X(500).

       FD  WH-VOTER-FILE.
       01  WH-VOTER-LINE                 PIC X(500).

       FD  WH-MANIFEST-FILE.
       01  WH-MANIFEST-LINE              PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS          PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-2        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-3        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-4        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-5        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-6        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-7        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-8        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-9        PIC X(02) VALUE "00".
           05  WS-MASTER-STATUS-10       PIC X(02) VALUE "00".
           05  WS-TRAIL-STATUS           PIC X(02) VALUE "00".
           05  WS-WHEXCTL-STATUS         PIC X(02) VALUE "00".
           05  WS-OUTPUT-STATUS          PIC X(02) VALUE "00".
           05  WS-MANIFEST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-EXTRACT-TYPE-SWITCH    PIC X(01) VALUE "F".
               88  WS-FULL-EXTRACT              VALUE "F".
               88  WS-INCREMENTAL-EXTRACT       VALUE "I".
           05  WS-CONTROL-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-CONTROL-FOUND             VALUE "Y".
           05  WS-WINDOW-SWITCH          PIC X(01) VALUE "N".
               88  WS-LINE-IN-WINDOW            VALUE "Y".
           05  WS-FIRST-FIELD-SWITCH     PIC X(01) VALUE "Y".
               88  WS-FIRST-FIELD               VALUE "Y".
           05  WS-TRIM-SWITCH            PIC X(01) VALUE "N".
               88  WS-TRIM-DONE                 VALUE "Y".
           05  WS-FORCE-FULL-SWITCH      PIC X(01) VALUE "N".
               88  WS-FORCE-FULL-NEXT           VALUE "Y".

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).
       01  WS-WHC-RELKEY                 PIC 9(4) COMP VALUE 1.
       01  WS-DAYS-SINCE-FULL            PIC S9(07) COMP.
       01  WS-FULL-REASON                PIC X(30) VALUE SPACES.
       01  WS-SINCE-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-SINCE-TIME                 PIC 9(06) VALUE ZERO.
       01  WS-SUB                        PIC 9(02) COMP.
       01  WS-PRIOR-CHANGED-KEY          PIC 9(10).
       01  WS-FILES-EXTRACTED            PIC 9(02) VALUE ZERO.
       01  WS-MASTERS-MISSING            PIC 9(02) VALUE ZERO.

      * The file being written and its control totals, reset by
      * 8000-BEGIN-ONE-FILE and written to the manifest by
      * 8100-END-ONE-FILE.
       01  WS-FILE-CONTROL.
           05  WS-MASTER-NAME            PIC X(08).
           05  WS-OUTPUT-NAME            PIC X(08).
           05  WS-FILE-TYPE              PIC X(07).
           05  WS-AMOUNT-FIELD-NAME      PIC X(24).
           05  WS-ROWS-WRITTEN           PIC 9(09) COMP.
           05  WS-DELETE-ROWS            PIC 9(09) COMP.
           05  WS-MASTER-RECORDS         PIC 9(09) COMP.
           05  WS-KEY-HASH               PIC 9(18) COMP.
           05  WS-AMOUNT-TOTAL           PIC S9(15)V99 COMP-3.
           05  WS-HASH-KEY               PIC 9(10).
           05  WS-HASH-AMOUNT            PIC S9(11)V99 COMP-3.

      * One audit line pulled apart, as FWDRECOV reads the trails:
      * the id arrives right-justified with leading spaces, which
      * become zeros before the numeric view is trusted.
       01  WS-PARSE-FIELDS.
           05  WS-AUD-TRANS-CODE         PIC X(01).
           05  WS-AUD-KEY-X              PIC X(10).
           05  WS-AUD-KEY-N REDEFINES WS-AUD-KEY-X
                                         PIC 9(10).
           05  WS-AUD-DATE-X             PIC X(08).
           05  WS-AUD-DATE-N REDEFINES WS-AUD-DATE-X
                                         PIC 9(08).
           05  WS-AUD-TIME-X             PIC X(08).
           05  WS-AUD-TIME-N REDEFINES WS-AUD-TIME-X
                                         PIC 9(08).

      * The delimited row under construction and the one field
      * being added to it.
       01  WS-ROW                        PIC X(500).
       01  WS-ROW-PTR                    PIC 9(04) COMP.
       01  WS-FIELD-WORK.
           05  WS-FLD-TEXT               PIC X(40).
           05  WS-FLD-LEN                PIC 9(02) COMP.
           05  WS-FLD-LEAD               PIC 9(02) COMP.
           05  WS-FLD-AMOUNT             PIC S9(15)V99.
           05  WS-FLD-AMOUNT-EDIT        PIC -(16)9.99.
           05  WS-FLD-RATE               PIC S9(03)V9(06).
           05  WS-FLD-RATE-EDIT          PIC -(03)9.9(06).
           05  WS-FLD-INTEGER            PIC S9(18).
           05  WS-FLD-INTEGER-EDIT       PIC -(18)9.
           05  WS-FLD-DATE               PIC 9(08).
           05  WS-FLD-DATE-R REDEFINES WS-FLD-DATE.
               10  WS-FLD-DATE-YYYY      PIC 9(04).
               10  WS-FLD-DATE-MM        PIC 9(02).
               10  WS-FLD-DATE-DD        PIC 9(02).
           05  WS-FLD-PERIOD             PIC 9(06).
           05  WS-FLD-PERIOD-R REDEFINES WS-FLD-PERIOD.
               10  WS-FLD-PERIOD-YYYY    PIC 9(04).
               10  WS-FLD-PERIOD-MM      PIC 9(02).

       COPY ERRLOGW.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-EXTRACT-EMPMAST
               THRU 2000-EXIT.
           PERFORM 2200-EXTRACT-YTDCTL
               THRU 2200-EXIT.
           PERFORM 2400-EXTRACT-CUSTMAST
               THRU 2400-EXIT.
           PERFORM 2700-EXTRACT-AROPEN
               THRU 2700-EXIT.
           PERFORM 2800-EXTRACT-LOANMAST
               THRU 2800-EXIT.
           PERFORM 3000-EXTRACT-GLBAL
               THRU 3000-EXIT.
           PERFORM 3200-EXTRACT-GLPERBAL
               THRU 3200-EXIT.
           PERFORM 3400-EXTRACT-STUMAST
               THRU 3400-EXIT.
           PERFORM 3600-EXTRACT-SCOREHIS
               THRU 3600-EXIT.
           PERFORM 3800-EXTRACT-VOTEROLM
               THRU 3800-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - full or incremental, then the manifest
      *                   header row.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           OPEN I-O EXTRACT-CONTROL-FILE.
           IF WS-WHEXCTL-STATUS = "35"
               OPEN OUTPUT EXTRACT-CONTROL-FILE
               CLOSE EXTRACT-CONTROL-FILE
               OPEN I-O EXTRACT-CONTROL-FILE
           END-IF.
           READ EXTRACT-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO EXTRACT-CONTROL-RECORD
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ.
           PERFORM 1100-DECIDE-EXTRACT-TYPE
               THRU 1100-EXIT.
           IF WS-FULL-EXTRACT
               DISPLAY "WHEXTR - FULL EXTRACT - " WS-FULL-REASON
           ELSE
               DISPLAY "WHEXTR - INCREMENTAL EXTRACT - CHANGES "
                   "SINCE " WS-SINCE-DATE "/" WS-SINCE-TIME
           END-IF.
           OPEN OUTPUT WH-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "WHEXTR - MANIFEST WHMANIFT WILL NOT OPEN - "
                   "STATUS " WS-MANIFEST-STATUS " - RUN ABORTED"
               CLOSE EXTRACT-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-ROW.
           STRING "FILE_NAME|SOURCE_FILE|EXTRACT_TYPE|"
                      DELIMITED BY SIZE
                  "ROWS_WRITTEN|DELETE_ROWS|MASTER_RECORDS|"
                      DELIMITED BY SIZE
                  "KEY_HASH_TOTAL|AMOUNT_FIELD|AMOUNT_TOTAL|"
                      DELIMITED BY SIZE
                  "EXTRACT_DATE|EXTRACT_TIME|"
                      DELIMITED BY SIZE
                  "CHANGES_SINCE_DATE|CHANGES_SINCE_TIME"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-MANIFEST-LINE FROM WS-ROW.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 1100-DECIDE-EXTRACT-TYPE - incremental only when asked for
      *                            nothing else, an earlier extract
      *                            is on record, and a full one ran
      *                            within the week.  The window
      *                            opens at the start of the last
      *                            extract.
      * ================================================================
       1100-DECIDE-EXTRACT-TYPE.
           SET WS-FULL-EXTRACT TO TRUE.
           IF WS-CMD-LINE-PARM(1:1) = "F"
               MOVE "REQUESTED ON COMMAND LINE" TO WS-FULL-REASON
               GO TO 1100-EXIT
           END-IF.
           IF NOT WS-CONTROL-FOUND
              OR WHC-LAST-EXTRACT-DATE IS NOT NUMERIC
              OR WHC-LAST-EXTRACT-TIME IS NOT NUMERIC
              OR WHC-LAST-FULL-DATE IS NOT NUMERIC
               MOVE "NO EARLIER EXTRACT ON WHEXCTL" TO WS-FULL-REASON
               GO TO 1100-EXIT
           END-IF.
           IF WHC-LAST-FULL-DATE = ZERO
               MOVE "FULL EXTRACT OWED" TO WS-FULL-REASON
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WS-DAYS-SINCE-FULL =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE (WHC-LAST-FULL-DATE).
           IF WS-DAYS-SINCE-FULL NOT < 7
               MOVE "WEEKLY FULL REFRESH" TO WS-FULL-REASON
               GO TO 1100-EXIT
           END-IF.
           SET WS-INCREMENTAL-EXTRACT TO TRUE.
           MOVE WHC-LAST-EXTRACT-DATE TO WS-SINCE-DATE.
           MOVE WHC-LAST-EXTRACT-TIME TO WS-SINCE-TIME.
       1100-EXIT.
           EXIT.

      * ================================================================
      * 2000-EXTRACT-EMPMAST
      * ================================================================
       2000-EXTRACT-EMPMAST.
           MOVE "EMPMAST"  TO WS-MASTER-NAME.
           MOVE "WHEMPMST" TO WS-OUTPUT-NAME.
           MOVE "EMP-SALARY" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-EMPLOYEE-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "EMP_ID|EMP_NAME|SALARY|PF_PCT|INS_PREMIUM|"
                      DELIMITED BY SIZE
                  "LAST_TAX|STATUS_CODE|FILING_STATUS|PAY_FREQ|"
                      DELIMITED BY SIZE
                  "PAY_METHOD|DEPT_CODE|WORK_STATE|POSITION_NO"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-EMPLOYEE-LINE FROM WS-ROW.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-EMPLOYEE-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-EXTRACT-ONE-EMPLOYEE
               UNTIL WS-END-OF-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE WH-EMPLOYEE-FILE.
           PERFORM 8100-END-ONE-FILE.
       2000-EXIT.
           EXIT.

       2100-EXTRACT-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE EMP-ID TO WS-HASH-KEY
                   MOVE EMP-SALARY TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 2150-FORMAT-EMPLOYEE
                   WRITE WH-EMPLOYEE-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

       2150-FORMAT-EMPLOYEE.
           PERFORM 7000-START-ROW.
           MOVE EMP-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-SALARY TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE EMP-PF-PCT TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE EMP-INS-PREM TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE EMP-LAST-TAX TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE EMP-STATUS-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-FILING-STATUS TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-PAY-FREQ TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-PAY-METHOD TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-DEPT-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-WORK-STATE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE EMP-POSITION-NO TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

      * ================================================================
      * 2200-EXTRACT-YTDCTL - the three state slots flatten into
      *                       ST1_ through ST3_ columns.
      * ================================================================
       2200-EXTRACT-YTDCTL.
           MOVE "YTDCTL"   TO WS-MASTER-NAME.
           MOVE "WHYTDCTL" TO WS-OUTPUT-NAME.
           MOVE "YTD-SALARY-ACCUM" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-YTD-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "EMP_ID|TAX_YEAR|TAX_ACCUM|SALARY_ACCUM|"
                      DELIMITED BY SIZE
                  "PF_ACCUM|INS_ACCUM|LAST_RUN_DATE|"
                      DELIMITED BY SIZE
                  "ST1_CODE|ST1_WAGES|ST1_TAX|"
                      DELIMITED BY SIZE
                  "ST2_CODE|ST2_WAGES|ST2_TAX|"
                      DELIMITED BY SIZE
                  "ST3_CODE|ST3_WAGES|ST3_TAX"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-YTD-LINE FROM WS-ROW.
           OPEN INPUT YTD-CONTROL-FILE.
           IF WS-MASTER-STATUS-2 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-YTD-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2300-EXTRACT-ONE-YTD
               UNTIL WS-END-OF-FILE.
           CLOSE YTD-CONTROL-FILE.
           CLOSE WH-YTD-FILE.
           PERFORM 8100-END-ONE-FILE.
       2200-EXIT.
           EXIT.

       2300-EXTRACT-ONE-YTD.
           READ YTD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE YTD-EMP-ID TO WS-HASH-KEY
                   MOVE YTD-SALARY-ACCUM TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 2350-FORMAT-YTD
                   WRITE WH-YTD-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

       2350-FORMAT-YTD.
           PERFORM 7000-START-ROW.
           MOVE YTD-EMP-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE YTD-YEAR TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE YTD-TAX-ACCUM TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE YTD-SALARY-ACCUM TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE YTD-PF-ACCUM TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE YTD-INS-ACCUM TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE YTD-LAST-RUN-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           PERFORM 2360-FORMAT-ONE-STATE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 3.

       2360-FORMAT-ONE-STATE.
           MOVE YTD-ST-CODE (WS-SUB) TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE YTD-ST-WAGES (WS-SUB) TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE YTD-ST-TAX (WS-SUB) TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.

      * ================================================================
      * 2400-EXTRACT-CUSTMAST - journaled on CUSTAUD.  The master is
      *                         always read end to end for its
      *                         control totals; on a full night each
      *                         record is written as it is read, on
      *                         an incremental night only the keys
      *                         the trail shows changed are.
      * ================================================================
       2400-EXTRACT-CUSTMAST.
           MOVE "CUSTMAST" TO WS-MASTER-NAME.
           MOVE "WHCUSMST" TO WS-OUTPUT-NAME.
           MOVE "CUST-CREDIT-LIMIT" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           IF WS-INCREMENTAL-EXTRACT
               MOVE "INCR" TO WS-FILE-TYPE
           END-IF.
           OPEN OUTPUT WH-CUSTOMER-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "CHANGE|CUST_ID|CUST_NAME|ADDR_STREET|"
                      DELIMITED BY SIZE
                  "ADDR_CITY|ADDR_STATE|ADDR_ZIP|STATUS_CODE|"
                      DELIMITED BY SIZE
                  "FC_EXEMPT|CREDIT_LIMIT"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-CUSTOMER-LINE FROM WS-ROW.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS-3 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-CUSTOMER-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 2400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2410-EXTRACT-ONE-CUSTOMER
               UNTIL WS-END-OF-FILE.
           IF WS-INCREMENTAL-EXTRACT
               SORT CHANGED-KEY-SORT-FILE
                   ON ASCENDING KEY WK-CHANGED-KEY
                   INPUT PROCEDURE IS 2500-GATHER-CUSTOMER-KEYS
                       THRU 2500-EXIT
                   OUTPUT PROCEDURE IS 2600-WRITE-CHANGED-CUSTOMERS
                       THRU 2600-EXIT
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE WH-CUSTOMER-FILE.
           PERFORM 8100-END-ONE-FILE.
       2400-EXIT.
           EXIT.

       2410-EXTRACT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUST-ID TO WS-HASH-KEY
                   MOVE CUST-CREDIT-LIMIT TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   IF WS-FULL-EXTRACT
                       PERFORM 7000-START-ROW
                       MOVE "F" TO WS-FLD-TEXT
                       PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                       PERFORM 2450-FORMAT-CUSTOMER
                       WRITE WH-CUSTOMER-LINE FROM WS-ROW
                       ADD 1 TO WS-ROWS-WRITTEN
                   END-IF
           END-READ.

       2450-FORMAT-CUSTOMER.
           MOVE CUST-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-ADDR-STREET TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-ADDR-CITY TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-ADDR-STATE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-ADDR-ZIP TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-STATUS-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-FC-EXEMPT-SWITCH TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE CUST-CREDIT-LIMIT TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.

      * ================================================================
      * 2500-GATHER-CUSTOMER-KEYS - every CUSTAUD line stamped at or
      *                             after the window opened, other
      *                             than an inquiry, releases its
      *                             customer id.  No trail means no
      *                             journaled change.
      * ================================================================
       2500-GATHER-CUSTOMER-KEYS.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WS-TRAIL-STATUS NOT = "00"
               DISPLAY "WHEXTR - NO CUSTAUD TRAIL - NO CUSTOMER "
                   "CHANGES EXTRACTED"
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2510-READ-ONE-CUSTAUD
               UNTIL WS-END-OF-FILE.
           CLOSE CUSTOMER-AUDIT-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-CUSTAUD.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE CUSTOMER-AUDIT-LINE(1:1)
                       TO WS-AUD-TRANS-CODE
                   MOVE CUSTOMER-AUDIT-LINE(4:10) TO WS-AUD-KEY-X
                   MOVE CUSTOMER-AUDIT-LINE(16:8) TO WS-AUD-DATE-X
                   MOVE CUSTOMER-AUDIT-LINE(24:8) TO WS-AUD-TIME-X
                   PERFORM 7500-NORMALIZE-TRAIL-LINE
                       THRU 7500-DONE
                   IF WS-LINE-IN-WINDOW
                       MOVE WS-AUD-KEY-N TO WK-CHANGED-KEY
                       RELEASE CHANGED-KEY-SORT-RECORD
                   END-IF
           END-READ.

      * ================================================================
      * 2600-WRITE-CHANGED-CUSTOMERS - one row per changed id, as
      *                                the master now holds it, or a
      *                                D row when it is gone.
      * ================================================================
       2600-WRITE-CHANGED-CUSTOMERS.
           MOVE ZERO TO WS-PRIOR-CHANGED-KEY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2610-RETURN-ONE-CUSTOMER
               UNTIL WS-END-OF-FILE.
       2600-EXIT.
           EXIT.

       2610-RETURN-ONE-CUSTOMER.
           RETURN CHANGED-KEY-SORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WK-CHANGED-KEY NOT = WS-PRIOR-CHANGED-KEY
                       MOVE WK-CHANGED-KEY TO WS-PRIOR-CHANGED-KEY
                       PERFORM 2620-WRITE-ONE-CHANGED-CUSTOMER
                   END-IF
           END-RETURN.

       2620-WRITE-ONE-CHANGED-CUSTOMER.
           PERFORM 7000-START-ROW.
           MOVE WK-CHANGED-KEY TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "D" TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE WK-CHANGED-KEY TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   ADD 1 TO WS-DELETE-ROWS
               NOT INVALID KEY
                   MOVE "U" TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   PERFORM 2450-FORMAT-CUSTOMER
           END-READ.
           WRITE WH-CUSTOMER-LINE FROM WS-ROW.
           ADD 1 TO WS-ROWS-WRITTEN.

      * ================================================================
      * 2700-EXTRACT-AROPEN
      * ================================================================
       2700-EXTRACT-AROPEN.
           MOVE "AROPEN"   TO WS-MASTER-NAME.
           MOVE "WHAROPEN" TO WS-OUTPUT-NAME.
           MOVE "ARO-OPEN-BALANCE" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-AR-OPEN-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "INVOICE_ID|CUST_ID|INVOICE_DATE|"
                      DELIMITED BY SIZE
                  "ORIGINAL_AMOUNT|OPEN_BALANCE|STATUS|"
                      DELIMITED BY SIZE
                  "LAST_FC_DATE"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-AR-OPEN-LINE FROM WS-ROW.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-MASTER-STATUS-4 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-AR-OPEN-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 2700-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2710-EXTRACT-ONE-OPEN-ITEM
               UNTIL WS-END-OF-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           CLOSE WH-AR-OPEN-FILE.
           PERFORM 8100-END-ONE-FILE.
       2700-EXIT.
           EXIT.

       2710-EXTRACT-ONE-OPEN-ITEM.
           READ AR-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE ARO-INVOICE-ID TO WS-HASH-KEY
                   MOVE ARO-OPEN-BALANCE TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 2750-FORMAT-OPEN-ITEM
                   WRITE WH-AR-OPEN-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

       2750-FORMAT-OPEN-ITEM.
           PERFORM 7000-START-ROW.
           MOVE ARO-INVOICE-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE ARO-CUST-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE ARO-INVOICE-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE ARO-ORIGINAL-AMOUNT TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE ARO-OPEN-BALANCE TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE ARO-STATUS TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE ARO-LAST-FC-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.

      * ================================================================
      * 2800-EXTRACT-LOANMAST
      * ================================================================
       2800-EXTRACT-LOANMAST.
           MOVE "LOANMAST" TO WS-MASTER-NAME.
           MOVE "WHLOANMS" TO WS-OUTPUT-NAME.
           MOVE "LM-OUTSTANDING-PRINCIPAL" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-LOAN-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "LOAN_ACCT_NO|APP_ID|LOAN_AMOUNT|INTEREST_PCT|"
                      DELIMITED BY SIZE
                  "TERM_PERIODS|PERIODS_REMAINING|LOAN_TYPE|"
                      DELIMITED BY SIZE
                  "CURRENCY_CODE|INSTALLMENT|"
                      DELIMITED BY SIZE
                  "OUTSTANDING_PRINCIPAL|BOOKED_DATE|"
                      DELIMITED BY SIZE
                  "NEXT_DUE_DATE|LOAN_STATUS|RATE_TYPE|"
                      DELIMITED BY SIZE
                  "ESCROW_PORTION|ESCROW_BALANCE|"
                      DELIMITED BY SIZE
                  "SUSPENSE_BALANCE|FEES_DUE|LAST_FEE_DATE|"
                      DELIMITED BY SIZE
                  "ACCRUED_INTEREST|LAST_ACCRUAL_DATE|"
                      DELIMITED BY SIZE
                  "BOOKED_FX_RATE|REVAL_FX_RATE|RESTRUCTURED|"
                      DELIMITED BY SIZE
                  "LAST_MOD_DATE"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-LOAN-LINE FROM WS-ROW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-MASTER-STATUS-5 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-LOAN-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 2800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2810-EXTRACT-ONE-LOAN
               UNTIL WS-END-OF-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE WH-LOAN-FILE.
           PERFORM 8100-END-ONE-FILE.
       2800-EXIT.
           EXIT.

       2810-EXTRACT-ONE-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LM-LOAN-ACCT-NO TO WS-HASH-KEY
                   MOVE LM-OUTSTANDING-PRINCIPAL TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 2850-FORMAT-LOAN
                   WRITE WH-LOAN-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

       2850-FORMAT-LOAN.
           PERFORM 7000-START-ROW.
           MOVE LM-LOAN-ACCT-NO TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-APP-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-AMOUNT TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-INTEREST TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-PERIOD TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE LM-PERIODS-REMAINING TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE LM-TYPE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-CURRENCY-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-INSTALLMENT TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-OUTSTANDING-PRINCIPAL TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-BOOKED-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE LM-NEXT-DUE-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE LM-STATUS TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-RATE-TYPE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-ESCROW-PORTION TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-ESCROW-BALANCE TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-SUSPENSE-BALANCE TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-FEES-DUE TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-LAST-FEE-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE LM-ACCRUED-INTEREST TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE LM-LAST-ACCRUAL-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE LM-BOOKED-RATE TO WS-FLD-RATE.
           PERFORM 7250-ADD-RATE.
           MOVE LM-REVAL-RATE TO WS-FLD-RATE.
           PERFORM 7250-ADD-RATE.
           MOVE LM-RESTRUCTURED-FLAG TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE LM-LAST-MOD-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.

      * ================================================================
      * 3000-EXTRACT-GLBAL
      * ================================================================
       3000-EXTRACT-GLBAL.
           MOVE "GLBAL"    TO WS-MASTER-NAME.
           MOVE "WHGLBAL"  TO WS-OUTPUT-NAME.
           MOVE "GL-BAL-RUNNING-BALANCE" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-GL-BALANCE-FILE.
           MOVE "ACCT_ID|RUNNING_BALANCE" TO WS-ROW.
           WRITE WH-GL-BALANCE-LINE FROM WS-ROW.
           OPEN INPUT GL-ACCOUNT-BALANCE-FILE.
           IF WS-MASTER-STATUS-6 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-GL-BALANCE-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3010-EXTRACT-ONE-BALANCE
               UNTIL WS-END-OF-FILE.
           CLOSE GL-ACCOUNT-BALANCE-FILE.
           CLOSE WH-GL-BALANCE-FILE.
           PERFORM 8100-END-ONE-FILE.
       3000-EXIT.
           EXIT.

       3010-EXTRACT-ONE-BALANCE.
           READ GL-ACCOUNT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE GL-BAL-ACCT-ID TO WS-HASH-KEY
                   MOVE GL-BAL-RUNNING-BALANCE TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 7000-START-ROW
                   MOVE GL-BAL-ACCT-ID TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE GL-BAL-RUNNING-BALANCE TO WS-FLD-AMOUNT
                   PERFORM 7200-ADD-AMOUNT
                   WRITE WH-GL-BALANCE-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

      * ================================================================
      * 3200-EXTRACT-GLPERBAL - the period goes out as YYYY-MM; the
      *                         key hash is on the account.
      * ================================================================
       3200-EXTRACT-GLPERBAL.
           MOVE "GLPERBAL" TO WS-MASTER-NAME.
           MOVE "WHGLPBAL" TO WS-OUTPUT-NAME.
           MOVE "PB-BALANCE" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-GL-PERIOD-FILE.
           MOVE "ACCT_ID|PERIOD|PERIOD_BALANCE" TO WS-ROW.
           WRITE WH-GL-PERIOD-LINE FROM WS-ROW.
           OPEN INPUT GL-PERIOD-BALANCE-FILE.
           IF WS-MASTER-STATUS-7 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-GL-PERIOD-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 3200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3210-EXTRACT-ONE-PERIOD
               UNTIL WS-END-OF-FILE.
           CLOSE GL-PERIOD-BALANCE-FILE.
           CLOSE WH-GL-PERIOD-FILE.
           PERFORM 8100-END-ONE-FILE.
       3200-EXIT.
           EXIT.

       3210-EXTRACT-ONE-PERIOD.
           READ GL-PERIOD-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PB-ACCT-ID TO WS-HASH-KEY
                   MOVE PB-BALANCE TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 7000-START-ROW
                   MOVE PB-ACCT-ID TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE PB-PERIOD TO WS-FLD-PERIOD
                   PERFORM 7450-ADD-PERIOD
                   MOVE PB-BALANCE TO WS-FLD-AMOUNT
                   PERFORM 7200-ADD-AMOUNT
                   WRITE WH-GL-PERIOD-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

      * ================================================================
      * 3400-EXTRACT-STUMAST
      * ================================================================
       3400-EXTRACT-STUMAST.
           MOVE "STUMAST"  TO WS-MASTER-NAME.
           MOVE "WHSTUMST" TO WS-OUTPUT-NAME.
           MOVE "STU-TOTAL" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-STUDENT-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "STU_ID|STU_NAME|SUBJECT_COUNT|ELIG_STATUS|"
                      DELIMITED BY SIZE
                  "CREDIT_HOURS|TOTAL_MARKS|AVERAGE_MARK|GRADE|"
                      DELIMITED BY SIZE
                  "CLASS_RANK"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-STUDENT-LINE FROM WS-ROW.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS-8 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-STUDENT-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 3400-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3410-EXTRACT-ONE-STUDENT
               UNTIL WS-END-OF-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE WH-STUDENT-FILE.
           PERFORM 8100-END-ONE-FILE.
       3400-EXIT.
           EXIT.

       3410-EXTRACT-ONE-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE STU-ID TO WS-HASH-KEY
                   MOVE STU-TOTAL TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 3450-FORMAT-STUDENT
                   WRITE WH-STUDENT-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

       3450-FORMAT-STUDENT.
           PERFORM 7000-START-ROW.
           MOVE STU-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE STU-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE STU-SUBJECT-COUNT TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE STU-ELIG-STATUS TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE STU-CREDIT-HOURS TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE STU-TOTAL TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE STU-AVERAGE TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE STU-GRADE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE STU-CLASS-RANK TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.

      * ================================================================
      * 3600-EXTRACT-SCOREHIS - the term stays YYYYTT, a term code
      *                         rather than a date.
      * ================================================================
       3600-EXTRACT-SCOREHIS.
           MOVE "SCOREHIS" TO WS-MASTER-NAME.
           MOVE "WHSCOREH" TO WS-OUTPUT-NAME.
           MOVE "SH-MARK" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           OPEN OUTPUT WH-SCORE-FILE.
           MOVE "STU_ID|TERM|SUBJ_CODE|MARK" TO WS-ROW.
           WRITE WH-SCORE-LINE FROM WS-ROW.
           OPEN INPUT SCORE-HISTORY-FILE.
           IF WS-MASTER-STATUS-9 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-SCORE-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 3600-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3610-EXTRACT-ONE-SCORE
               UNTIL WS-END-OF-FILE.
           CLOSE SCORE-HISTORY-FILE.
           CLOSE WH-SCORE-FILE.
           PERFORM 8100-END-ONE-FILE.
       3600-EXIT.
           EXIT.

       3610-EXTRACT-ONE-SCORE.
           READ SCORE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SH-STU-ID TO WS-HASH-KEY
                   MOVE SH-MARK TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   PERFORM 7000-START-ROW
                   MOVE SH-STU-ID TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE SH-TERM TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE SH-SUBJ-CODE TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE SH-MARK TO WS-FLD-INTEGER
                   PERFORM 7300-ADD-INTEGER
                   WRITE WH-SCORE-LINE FROM WS-ROW
                   ADD 1 TO WS-ROWS-WRITTEN
           END-READ.

      * ================================================================
      * 3800-EXTRACT-VOTEROLM - journaled on VOTEAUD, handled as the
      *                         customer master is.  The roll
      *                         carries no money; its amount total
      *                         stays zero.
      * ================================================================
       3800-EXTRACT-VOTEROLM.
           MOVE "VOTEROLM" TO WS-MASTER-NAME.
           MOVE "WHVOTERL" TO WS-OUTPUT-NAME.
           MOVE "NONE" TO WS-AMOUNT-FIELD-NAME.
           PERFORM 8000-BEGIN-ONE-FILE.
           IF WS-INCREMENTAL-EXTRACT
               MOVE "INCR" TO WS-FILE-TYPE
           END-IF.
           OPEN OUTPUT WH-VOTER-FILE.
           MOVE SPACES TO WS-ROW.
           STRING "CHANGE|VOTER_ID|VOTER_NAME|AGE|GENDER_CODE|"
                      DELIMITED BY SIZE
                  "CITIZEN|RESIDENCY_YEARS|BATCH_DATE|"
                      DELIMITED BY SIZE
                  "PRECINCT_CODE|VOTER_STATUS|ADDR_STREET|"
                      DELIMITED BY SIZE
                  "ADDR_CITY|ADDR_STATE|ADDR_ZIP|DATE_OF_BIRTH|"
                      DELIMITED BY SIZE
                  "PARTY_CODE"
                      DELIMITED BY SIZE
               INTO WS-ROW.
           WRITE WH-VOTER-LINE FROM WS-ROW.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-MASTER-STATUS-10 NOT = "00"
               PERFORM 8400-NOTE-MISSING-MASTER
               CLOSE WH-VOTER-FILE
               PERFORM 8100-END-ONE-FILE
               GO TO 3800-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3810-EXTRACT-ONE-VOTER
               UNTIL WS-END-OF-FILE.
           IF WS-INCREMENTAL-EXTRACT
               SORT CHANGED-KEY-SORT-FILE
                   ON ASCENDING KEY WK-CHANGED-KEY
                   INPUT PROCEDURE IS 3900-GATHER-VOTER-KEYS
                       THRU 3900-EXIT
                   OUTPUT PROCEDURE IS 3950-WRITE-CHANGED-VOTERS
                       THRU 3950-EXIT
           END-IF.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE WH-VOTER-FILE.
           PERFORM 8100-END-ONE-FILE.
       3800-EXIT.
           EXIT.

       3810-EXTRACT-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE VRM-VOTER-ID TO WS-HASH-KEY
                   MOVE ZERO TO WS-HASH-AMOUNT
                   PERFORM 8200-ADD-TO-CONTROL-TOTALS
                   IF WS-FULL-EXTRACT
                       PERFORM 7000-START-ROW
                       MOVE "F" TO WS-FLD-TEXT
                       PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                       PERFORM 3850-FORMAT-VOTER
                       WRITE WH-VOTER-LINE FROM WS-ROW
                       ADD 1 TO WS-ROWS-WRITTEN
                   END-IF
           END-READ.

       3850-FORMAT-VOTER.
           MOVE VRM-VOTER-ID TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-AGE TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE VRM-GENDER-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-CITIZEN-SWITCH TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-RESIDENCY-YEARS TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE VRM-BATCH-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE VRM-PRECINCT-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-STATUS TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-ADDR-STREET TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-ADDR-CITY TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-ADDR-STATE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-ADDR-ZIP TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE VRM-DATE-OF-BIRTH TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE VRM-PARTY-CODE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

      * ================================================================
      * 3900-GATHER-VOTER-KEYS - VOTEAUD lines in the window, other
      *                          than inquiries.
      * ================================================================
       3900-GATHER-VOTER-KEYS.
           OPEN INPUT VOTER-AUDIT-FILE.
           IF WS-TRAIL-STATUS NOT = "00"
               DISPLAY "WHEXTR - NO VOTEAUD TRAIL - NO VOTER "
                   "CHANGES EXTRACTED"
               GO TO 3900-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3910-READ-ONE-VOTEAUD
               UNTIL WS-END-OF-FILE.
           CLOSE VOTER-AUDIT-FILE.
       3900-EXIT.
           EXIT.

       3910-READ-ONE-VOTEAUD.
           READ VOTER-AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE VOTER-AUDIT-LINE(1:1)
                       TO WS-AUD-TRANS-CODE
                   MOVE VOTER-AUDIT-LINE(4:10)  TO WS-AUD-KEY-X
                   MOVE VOTER-AUDIT-LINE(16:8)  TO WS-AUD-DATE-X
                   MOVE VOTER-AUDIT-LINE(24:8)  TO WS-AUD-TIME-X
                   PERFORM 7500-NORMALIZE-TRAIL-LINE
                       THRU 7500-DONE
                   IF WS-LINE-IN-WINDOW
                       MOVE WS-AUD-KEY-N TO WK-CHANGED-KEY
                       RELEASE CHANGED-KEY-SORT-RECORD
                   END-IF
           END-READ.

       3950-WRITE-CHANGED-VOTERS.
           MOVE ZERO TO WS-PRIOR-CHANGED-KEY.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3960-RETURN-ONE-VOTER
               UNTIL WS-END-OF-FILE.
       3950-EXIT.
           EXIT.

       3960-RETURN-ONE-VOTER.
           RETURN CHANGED-KEY-SORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WK-CHANGED-KEY NOT = WS-PRIOR-CHANGED-KEY
                       MOVE WK-CHANGED-KEY TO WS-PRIOR-CHANGED-KEY
                       PERFORM 3970-WRITE-ONE-CHANGED-VOTER
                   END-IF
           END-RETURN.

       3970-WRITE-ONE-CHANGED-VOTER.
           PERFORM 7000-START-ROW.
           MOVE WK-CHANGED-KEY TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   MOVE "D" TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   MOVE WK-CHANGED-KEY TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   ADD 1 TO WS-DELETE-ROWS
               NOT INVALID KEY
                   MOVE "U" TO WS-FLD-TEXT
                   PERFORM 7100-ADD-TEXT THRU 7100-EXIT
                   PERFORM 3850-FORMAT-VOTER
           END-READ.
           WRITE WH-VOTER-LINE FROM WS-ROW.
           ADD 1 TO WS-ROWS-WRITTEN.

      * ================================================================
      * 7000-START-ROW through 7450-ADD-PERIOD - the delimited row is
      *                         built one field at a time.  Each
      *                         field but the first is preceded by
      *                         the pipe; each goes in trimmed of
      *                         leading and trailing spaces.
      * ================================================================
       7000-START-ROW.
           MOVE SPACES TO WS-ROW.
           MOVE 1 TO WS-ROW-PTR.
           MOVE "Y" TO WS-FIRST-FIELD-SWITCH.

       7100-ADD-TEXT.
           IF WS-FIRST-FIELD
               MOVE "N" TO WS-FIRST-FIELD-SWITCH
           ELSE
               STRING "|" DELIMITED BY SIZE
                   INTO WS-ROW WITH POINTER WS-ROW-PTR
           END-IF.
           INSPECT WS-FLD-TEXT REPLACING ALL "|" BY SPACE.
           IF WS-FLD-TEXT = SPACES
               GO TO 7100-EXIT
           END-IF.
           MOVE ZERO TO WS-FLD-LEAD.
           INSPECT WS-FLD-TEXT TALLYING WS-FLD-LEAD
               FOR LEADING SPACES.
           MOVE 40 TO WS-FLD-LEN.
           MOVE "N" TO WS-TRIM-SWITCH.
           PERFORM 7110-TRIM-ONE-TRAILING
               UNTIL WS-TRIM-DONE.
           SUBTRACT WS-FLD-LEAD FROM WS-FLD-LEN.
           ADD 1 TO WS-FLD-LEAD.
           STRING WS-FLD-TEXT(WS-FLD-LEAD:WS-FLD-LEN)
                      DELIMITED BY SIZE
               INTO WS-ROW WITH POINTER WS-ROW-PTR.
       7100-EXIT.
           MOVE SPACES TO WS-FLD-TEXT.

       7110-TRIM-ONE-TRAILING.
           IF WS-FLD-TEXT(WS-FLD-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-FLD-LEN
           ELSE
               SET WS-TRIM-DONE TO TRUE
           END-IF.

       7200-ADD-AMOUNT.
           MOVE WS-FLD-AMOUNT TO WS-FLD-AMOUNT-EDIT.
           MOVE WS-FLD-AMOUNT-EDIT TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

       7250-ADD-RATE.
           MOVE WS-FLD-RATE TO WS-FLD-RATE-EDIT.
           MOVE WS-FLD-RATE-EDIT TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

       7300-ADD-INTEGER.
           MOVE WS-FLD-INTEGER TO WS-FLD-INTEGER-EDIT.
           MOVE WS-FLD-INTEGER-EDIT TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

       7400-ADD-DATE.
           MOVE SPACES TO WS-FLD-TEXT.
           IF WS-FLD-DATE NOT = ZERO
               STRING WS-FLD-DATE-YYYY "-" WS-FLD-DATE-MM "-"
                      WS-FLD-DATE-DD DELIMITED BY SIZE
                   INTO WS-FLD-TEXT
           END-IF.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

       7450-ADD-PERIOD.
           MOVE SPACES TO WS-FLD-TEXT.
           IF WS-FLD-PERIOD NOT = ZERO
               STRING WS-FLD-PERIOD-YYYY "-" WS-FLD-PERIOD-MM
                      DELIMITED BY SIZE
                   INTO WS-FLD-TEXT
           END-IF.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.

      * ================================================================
      * 7500-NORMALIZE-TRAIL-LINE - the edited id arrives right-
      *                             justified; leading spaces become
      *                             zeros.  Inquiries, lines that do
      *                             not parse and lines stamped
      *                             before the window opened are
      *                             outside it.
      * ================================================================
       7500-NORMALIZE-TRAIL-LINE.
           MOVE "N" TO WS-WINDOW-SWITCH.
           IF WS-AUD-TRANS-CODE = "I"
               GO TO 7500-DONE
           END-IF.
           INSPECT WS-AUD-KEY-X
               REPLACING LEADING SPACES BY ZEROS.
           IF WS-AUD-KEY-X IS NOT NUMERIC
            OR WS-AUD-DATE-X IS NOT NUMERIC
            OR WS-AUD-TIME-X IS NOT NUMERIC
               GO TO 7500-DONE
           END-IF.
           IF WS-AUD-DATE-N < WS-SINCE-DATE
               GO TO 7500-DONE
           END-IF.
           IF WS-AUD-DATE-N = WS-SINCE-DATE
              AND WS-AUD-TIME-X(1:6) < WS-SINCE-TIME
               GO TO 7500-DONE
           END-IF.
           SET WS-LINE-IN-WINDOW TO TRUE.
       7500-DONE.
           EXIT.

      * ================================================================
      * 8000-BEGIN-ONE-FILE / 8100-END-ONE-FILE - control totals
      *                         reset, then one manifest row.
      * ================================================================
       8000-BEGIN-ONE-FILE.
           MOVE "FULL" TO WS-FILE-TYPE.
           MOVE ZERO TO WS-ROWS-WRITTEN.
           MOVE ZERO TO WS-DELETE-ROWS.
           MOVE ZERO TO WS-MASTER-RECORDS.
           MOVE ZERO TO WS-KEY-HASH.
           MOVE ZERO TO WS-AMOUNT-TOTAL.

       8100-END-ONE-FILE.
           PERFORM 7000-START-ROW.
           MOVE WS-OUTPUT-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE WS-MASTER-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE WS-FILE-TYPE TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE WS-ROWS-WRITTEN TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE WS-DELETE-ROWS TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE WS-MASTER-RECORDS TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE WS-KEY-HASH TO WS-FLD-INTEGER.
           PERFORM 7300-ADD-INTEGER.
           MOVE WS-AMOUNT-FIELD-NAME TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           MOVE WS-AMOUNT-TOTAL TO WS-FLD-AMOUNT.
           PERFORM 7200-ADD-AMOUNT.
           MOVE WS-CURRENT-DATE TO WS-FLD-DATE.
           PERFORM 7400-ADD-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WS-FLD-TEXT.
           PERFORM 7100-ADD-TEXT THRU 7100-EXIT.
           IF WS-FILE-TYPE = "INCR"
               MOVE WS-SINCE-DATE TO WS-FLD-DATE
               PERFORM 7400-ADD-DATE
               MOVE WS-SINCE-TIME TO WS-FLD-TEXT
               PERFORM 7100-ADD-TEXT THRU 7100-EXIT
           ELSE
               MOVE ZERO TO WS-FLD-DATE
               PERFORM 7400-ADD-DATE
               PERFORM 7100-ADD-TEXT THRU 7100-EXIT
           END-IF.
           WRITE WH-MANIFEST-LINE FROM WS-ROW.
           ADD 1 TO WS-FILES-EXTRACTED.
           DISPLAY "WHEXTR - " WS-OUTPUT-NAME " " WS-FILE-TYPE
               " ROWS " WS-ROWS-WRITTEN.

       8200-ADD-TO-CONTROL-TOTALS.
           ADD 1 TO WS-MASTER-RECORDS.
           ADD WS-HASH-KEY TO WS-KEY-HASH.
           ADD WS-HASH-AMOUNT TO WS-AMOUNT-TOTAL.

      * ================================================================
      * 8400-NOTE-MISSING-MASTER - the file still goes out, header
      *                            row only, so the loader sees it
      *                            empty rather than stale.  A
      *                            journaled master missing on an
      *                            incremental night has lost its
      *                            window; the next run is made full.
      * ================================================================
       8400-NOTE-MISSING-MASTER.
           DISPLAY "WHEXTR - " WS-MASTER-NAME
               " NOT ON FILE - HEADER ROW ONLY".
           MOVE "MISSING" TO WS-FILE-TYPE.
           ADD 1 TO WS-MASTERS-MISSING.
           IF WS-INCREMENTAL-EXTRACT
              AND (WS-MASTER-NAME = "CUSTMAST"
                OR WS-MASTER-NAME = "VOTEROLM")
               SET WS-FORCE-FULL-NEXT TO TRUE
           END-IF.
           MOVE "WHEXTR" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-WARNING TO TRUE.
           MOVE WS-MASTER-NAME TO EL-RECORD-KEY.
           MOVE "MASTER NOT ON FILE - NOT EXTRACTED"
               TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

      * ================================================================
      * 9000-TERMINATE - the start of this run opens the next run's
      *                  window.
      * ================================================================
       9000-TERMINATE.
           CLOSE WH-MANIFEST-FILE.
           MOVE WS-CURRENT-DATE TO WHC-LAST-EXTRACT-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WHC-LAST-EXTRACT-TIME.
           IF WS-FULL-EXTRACT
               MOVE WS-CURRENT-DATE TO WHC-LAST-FULL-DATE
               MOVE "FULL" TO WHC-LAST-EXTRACT-TYPE
           ELSE
               MOVE "INCR" TO WHC-LAST-EXTRACT-TYPE
           END-IF.
           IF WS-FORCE-FULL-NEXT
               MOVE ZERO TO WHC-LAST-FULL-DATE
           END-IF.
           IF WS-CONTROL-FOUND
               REWRITE EXTRACT-CONTROL-RECORD
                   INVALID KEY
                       WRITE EXTRACT-CONTROL-RECORD
               END-REWRITE
           ELSE
               WRITE EXTRACT-CONTROL-RECORD
                   INVALID KEY
                       REWRITE EXTRACT-CONTROL-RECORD
               END-WRITE
           END-IF.
           CLOSE EXTRACT-CONTROL-FILE.
           DISPLAY "WAREHOUSE EXTRACT - END OF JOB SUMMARY".
           DISPLAY "  EXTRACT TYPE      : " WHC-LAST-EXTRACT-TYPE.
           DISPLAY "  FILES WRITTEN     : " WS-FILES-EXTRACTED.
           DISPLAY "  MASTERS MISSING   : " WS-MASTERS-MISSING.
           MOVE ZERO TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       END PROGRAM WHEXTR.
