      ******************************************************************
      * PROGRAM:      LOCKLIST
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Record-lock listing for operations.  Lists every
      *               lock on the RECLOCKS file - master, record key,
      *               holding operator and program, when it was taken
      *               and its age in minutes - marking each LIVE or
      *               STALE against the SECPARMS timeout (columns
      *               6-8, minutes, default 030) RECLOCK applies, with
      *               live and stale counts per master.  Run before a
      *               batch step that refuses to start on online
      *               locks, to see who to call.
      *
      *               Command line column 1 P purges the stale locks
      *               (each purge goes to ERRLOG); otherwise the file
      *               is only listed and stale locks set return code
      *               4.  Live locks are never purged here - the
      *               holder releases them, or they go stale.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original record-lock listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKLIST.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORD-LOCK-FILE ASSIGN TO "RECLOCKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LCK-KEY
               FILE STATUS IS WS-RECLOCKS-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECPARMS-STATUS.

           SELECT LOCK-REPORT-FILE ASSIGN TO "LOCKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORD-LOCK-FILE.
       COPY LOCKREC.

       FD  SECURITY-PARM-FILE.
       01  SECURITY-PARM-LINE            PIC X(80).

       FD  LOCK-REPORT-FILE.
       01  LOCK-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RECLOCKS-STATUS        PIC X(02) VALUE "00".
           05  WS-SECPARMS-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-PURGE-SWITCH           PIC X(01) VALUE "N".
               88  WS-PURGE-STALE               VALUE "Y".
           05  WS-STALE-SWITCH           PIC X(01).
               88  WS-LOCK-IS-STALE             VALUE "Y".
               88  WS-LOCK-IS-LIVE              VALUE "N".

       01  WS-CONTROL-TOTALS.
           05  WS-LOCKS-READ             PIC 9(7) COMP VALUE ZERO.
           05  WS-LIVE-LOCKS             PIC 9(7) COMP VALUE ZERO.
           05  WS-STALE-LOCKS            PIC 9(7) COMP VALUE ZERO.
           05  WS-LOCKS-PURGED           PIC 9(7) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).

      * SECPARMS columns 6-8, as RECLOCK reads them.
       01  WS-LOCK-TIMEOUT-MINUTES       PIC 9(03) VALUE 030.

       01  WS-CLOCK-FIELDS.
           05  WS-CURRENT-DATE           PIC 9(08).
           05  WS-TIME-OF-DAY            PIC 9(08).
           05  WS-TIME-PARTS REDEFINES WS-TIME-OF-DAY.
               10  WS-NOW-HH             PIC 9(02).
               10  WS-NOW-MM             PIC 9(02).
               10  FILLER                PIC 9(04).
           05  WS-STAMP-TIME             PIC 9(06).
           05  WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
               10  WS-STAMP-HH           PIC 9(02).
               10  WS-STAMP-MM           PIC 9(02).
               10  FILLER                PIC 9(02).
           05  WS-NOW-MINUTES            PIC 9(11) COMP.
           05  WS-LOCK-MINUTES           PIC 9(11) COMP.
           05  WS-LOCK-AGE               PIC S9(11) COMP.

       01  WS-BREAK-FIELDS.
           05  WS-CURRENT-FILE-ID        PIC X(08) VALUE LOW-VALUES.
           05  WS-FILE-LIVE              PIC 9(7) COMP VALUE ZERO.
           05  WS-FILE-STALE             PIC 9(7) COMP VALUE ZERO.

       COPY ERRLOGW.

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(33) VALUE
               "RECORD LOCKS ON HAND        DATE ".
           05  WS-TL-DATE                PIC 9(08).
           05  FILLER                    PIC X(06) VALUE " TIME ".
           05  WS-TL-TIME                PIC 9(06).
           05  FILLER                    PIC X(18) VALUE
               "   TIMEOUT (MIN): ".
           05  WS-TL-TIMEOUT             PIC ZZ9.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(42) VALUE
               "MASTER    RECORD KEY".
           05  FILLER                    PIC X(44) VALUE
               "OPERATOR  PROGRAM   LOCKED             AGE  ".
           05  FILLER                    PIC X(06) VALUE
               "STATUS".

       01  WS-LOCK-DETAIL-LINE.
           05  WS-LD-FILE-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LD-RECORD-KEY          PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LD-OPERATOR-ID         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LD-PROGRAM-ID          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LD-LOCK-DATE           PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-LD-LOCK-HH             PIC 9(02).
           05  FILLER                    PIC X(01) VALUE ":".
           05  WS-LD-LOCK-MM             PIC 9(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-LD-AGE                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LD-STATUS              PIC X(14).

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-FT-FILE-ID             PIC X(08).
           05  FILLER                    PIC X(09) VALUE "  LIVE : ".
           05  WS-FT-LIVE                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(10) VALUE
               "  STALE : ".
           05  WS-FT-STALE               PIC ZZ,ZZ9.

       01  WS-NO-LOCKS-LINE              PIC X(40) VALUE
               "NO RECORD LOCKS ON HAND".

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LIST-ONE-LOCK
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:1) = "P"
               SET WS-PURGE-STALE TO TRUE
               DISPLAY "LOCKLIST - STALE LOCKS WILL BE PURGED"
           END-IF.
           PERFORM 1100-LOAD-LOCK-TIMEOUT
               THRU 1100-EXIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM.
           OPEN OUTPUT LOCK-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-TL-DATE.
           MOVE WS-TIME-OF-DAY(1:6) TO WS-TL-TIME.
           MOVE WS-LOCK-TIMEOUT-MINUTES TO WS-TL-TIMEOUT.
           MOVE WS-TITLE-LINE TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.
           MOVE SPACES TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.
           IF WS-PURGE-STALE
               OPEN I-O RECORD-LOCK-FILE
           ELSE
               OPEN INPUT RECORD-LOCK-FILE
           END-IF.
           IF WS-RECLOCKS-STATUS = "35"
               SET WS-END-OF-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-RECLOCKS-STATUS NOT = "00"
               DISPLAY "LOCKLIST - RECORD LOCK FILE UNREADABLE - "
                   "STATUS " WS-RECLOCKS-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COLUMN-HEADING-LINE TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-LOCK-TIMEOUT.
           OPEN INPUT SECURITY-PARM-FILE.
           IF WS-SECPARMS-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           READ SECURITY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SECURITY-PARM-LINE(6:3) IS NUMERIC
                      AND SECURITY-PARM-LINE(6:3) NOT = "000"
                       MOVE SECURITY-PARM-LINE(6:3)
                           TO WS-LOCK-TIMEOUT-MINUTES
                   END-IF
           END-READ.
           CLOSE SECURITY-PARM-FILE.
       1100-EXIT.
           EXIT.

       2000-LIST-ONE-LOCK.
           READ RECORD-LOCK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LOCKS-READ.
           IF LCK-FILE-ID NOT = WS-CURRENT-FILE-ID
               IF WS-CURRENT-FILE-ID NOT = LOW-VALUES
                   PERFORM 2300-PRINT-FILE-TOTALS
               END-IF
               MOVE LCK-FILE-ID TO WS-CURRENT-FILE-ID
               MOVE ZERO TO WS-FILE-LIVE
               MOVE ZERO TO WS-FILE-STALE
           END-IF.
           PERFORM 2100-CHECK-LOCK-AGE.
           MOVE LCK-FILE-ID      TO WS-LD-FILE-ID.
           MOVE LCK-RECORD-KEY   TO WS-LD-RECORD-KEY.
           MOVE LCK-OPERATOR-ID  TO WS-LD-OPERATOR-ID.
           MOVE LCK-PROGRAM-ID   TO WS-LD-PROGRAM-ID.
           MOVE LCK-LOCK-DATE    TO WS-LD-LOCK-DATE.
           MOVE WS-STAMP-HH      TO WS-LD-LOCK-HH.
           MOVE WS-STAMP-MM      TO WS-LD-LOCK-MM.
           MOVE WS-LOCK-AGE      TO WS-LD-AGE.
           IF WS-LOCK-IS-LIVE
               ADD 1 TO WS-LIVE-LOCKS
               ADD 1 TO WS-FILE-LIVE
               MOVE "LIVE" TO WS-LD-STATUS
           ELSE
               ADD 1 TO WS-STALE-LOCKS
               ADD 1 TO WS-FILE-STALE
               MOVE "STALE" TO WS-LD-STATUS
               IF WS-PURGE-STALE
                   PERFORM 2200-PURGE-STALE-LOCK
               END-IF
           END-IF.
           MOVE WS-LOCK-DETAIL-LINE TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.
       2000-EXIT.
           EXIT.

      * Same rule RECLOCK applies: an unreadable stamp is stale.
       2100-CHECK-LOCK-AGE.
           SET WS-LOCK-IS-STALE TO TRUE.
           MOVE ZERO TO WS-STAMP-TIME.
           MOVE ZERO TO WS-LOCK-AGE.
           IF LCK-LOCK-DATE IS NUMERIC
              AND LCK-LOCK-DATE NOT = ZERO
              AND LCK-LOCK-TIME IS NUMERIC
               MOVE LCK-LOCK-TIME TO WS-STAMP-TIME
               COMPUTE WS-LOCK-MINUTES =
                   FUNCTION INTEGER-OF-DATE (LCK-LOCK-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
               COMPUTE WS-LOCK-AGE = WS-NOW-MINUTES - WS-LOCK-MINUTES
               IF WS-LOCK-AGE NOT > WS-LOCK-TIMEOUT-MINUTES
                   SET WS-LOCK-IS-LIVE TO TRUE
               END-IF
           END-IF.

       2200-PURGE-STALE-LOCK.
           DELETE RECORD-LOCK-FILE RECORD.
           ADD 1 TO WS-LOCKS-PURGED.
           MOVE "STALE - PURGED" TO WS-LD-STATUS.
           MOVE "LOCKLIST" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-INFO TO TRUE.
           MOVE LCK-RECORD-KEY TO EL-RECORD-KEY.
           MOVE SPACES TO EL-MESSAGE.
           STRING "STALE LOCK PURGED - " DELIMITED BY SIZE
               LCK-FILE-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LCK-OPERATOR-ID DELIMITED BY SPACE
               INTO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

       2300-PRINT-FILE-TOTALS.
           MOVE WS-CURRENT-FILE-ID TO WS-FT-FILE-ID.
           MOVE WS-FILE-LIVE       TO WS-FT-LIVE.
           MOVE WS-FILE-STALE      TO WS-FT-STALE.
           MOVE WS-FILE-TOTAL-LINE TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.
           MOVE SPACES TO LOCK-REPORT-LINE.
           WRITE LOCK-REPORT-LINE.

       9000-TERMINATE.
           IF WS-CURRENT-FILE-ID NOT = LOW-VALUES
               PERFORM 2300-PRINT-FILE-TOTALS
           END-IF.
           IF WS-LOCKS-READ = ZERO
               MOVE WS-NO-LOCKS-LINE TO LOCK-REPORT-LINE
               WRITE LOCK-REPORT-LINE
           END-IF.
           DISPLAY "RECORD LOCK LISTING - END OF JOB SUMMARY".
           DISPLAY "  LOCKS ON FILE : " WS-LOCKS-READ.
           DISPLAY "  LIVE          : " WS-LIVE-LOCKS.
           DISPLAY "  STALE         : " WS-STALE-LOCKS.
           DISPLAY "  PURGED        : " WS-LOCKS-PURGED.
           IF WS-STALE-LOCKS > WS-LOCKS-PURGED
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE LOCK-REPORT-FILE.
           IF WS-RECLOCKS-STATUS NOT = "35"
               CLOSE RECORD-LOCK-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM LOCKLIST.
