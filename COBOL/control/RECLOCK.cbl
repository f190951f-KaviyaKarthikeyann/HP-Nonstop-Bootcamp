      ******************************************************************
      * PROGRAM:      RECLOCK
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Shared record-lock subroutine, in the SIGNON /
      *               ERRLOG mold.  A maintenance screen locks a
      *               master record's key before it reads the record
      *               for change and releases it after the REWRITE,
      *               so a second operator - or a batch step updating
      *               the same master - is told who holds the record
      *               instead of silently overwriting the change.
      *               Locks live on the RECLOCKS indexed file keyed
      *               by the master's ASSIGN name and the record key;
      *               the file is opened and closed around every call
      *               so every screen and batch step sees the others'
      *               locks.
      *
      *               A lock older than the SECPARMS timeout (columns
      *               6-8, minutes, default 030) is stale - the
      *               holder's session is taken to have died - and is
      *               taken over by the next operator who asks, with
      *               a warning on ERRLOG.  The same operator in the
      *               same program re-locking a key simply refreshes
      *               the lock.  LOCKLIST lists the locks on hand for
      *               operations.
      *
      *               Requests (see RECLOCKW):
      *                   L  lock            V  verify still held
      *                   U  release         A  any live lock on file
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original record-lock subroutine.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLOCK.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORD-LOCK-FILE ASSIGN TO "RECLOCKS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-KEY
               FILE STATUS IS WS-RECLOCKS-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECPARMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORD-LOCK-FILE.
       COPY LOCKREC.

       FD  SECURITY-PARM-FILE.
       01  SECURITY-PARM-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RECLOCKS-STATUS        PIC X(02) VALUE "00".
           05  WS-SECPARMS-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-PARMS-SWITCH           PIC X(01) VALUE "N".
               88  WS-PARMS-LOADED              VALUE "Y".
           05  WS-SCAN-SWITCH            PIC X(01) VALUE "N".
               88  WS-SCAN-DONE                 VALUE "Y".

      * SECPARMS columns 6-8; a missing file runs on the default.
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
           05  WS-STALE-SWITCH           PIC X(01).
               88  WS-LOCK-IS-STALE             VALUE "Y".
               88  WS-LOCK-IS-LIVE              VALUE "N".

       COPY ERRLOGW.

       LINKAGE SECTION.
       01  RECLOCK-PARAMETERS.
           05  RK-REQUEST                PIC X(01).
               88  RK-REQUEST-LOCK              VALUE "L".
               88  RK-REQUEST-VERIFY            VALUE "V".
               88  RK-REQUEST-UNLOCK            VALUE "U".
               88  RK-REQUEST-ANY-HELD          VALUE "A".
           05  RK-FILE-ID                PIC X(08).
           05  RK-RECORD-KEY             PIC X(30).
           05  RK-OPERATOR-ID            PIC X(08).
           05  RK-PROGRAM-ID             PIC X(08).
           05  RK-RESULT-SWITCH          PIC X(01).
               88  RK-LOCK-GRANTED              VALUE "G".
               88  RK-LOCK-HELD-BY-OTHER        VALUE "H".
               88  RK-NO-LOCK-HELD              VALUE "N".
           05  RK-HOLDER-OPERATOR-ID     PIC X(08).
           05  RK-HOLDER-PROGRAM-ID      PIC X(08).
           05  RK-HOLDER-DATE            PIC 9(08).
           05  RK-HOLDER-TIME            PIC 9(06).
           05  RK-LOCKS-HELD-COUNT       PIC 9(05).

       PROCEDURE DIVISION USING RECLOCK-PARAMETERS.
       0000-MAIN-PROCEDURE.
           IF NOT WS-PARMS-LOADED
               PERFORM 0500-LOAD-LOCK-TIMEOUT
                   THRU 0500-EXIT
           END-IF.
           SET RK-NO-LOCK-HELD TO TRUE.
           MOVE SPACES TO RK-HOLDER-OPERATOR-ID RK-HOLDER-PROGRAM-ID.
           MOVE ZERO TO RK-HOLDER-DATE RK-HOLDER-TIME
               RK-LOCKS-HELD-COUNT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM.
           OPEN I-O RECORD-LOCK-FILE.
           IF WS-RECLOCKS-STATUS = "35"
               OPEN OUTPUT RECORD-LOCK-FILE
               CLOSE RECORD-LOCK-FILE
               OPEN I-O RECORD-LOCK-FILE
           END-IF.
           IF WS-RECLOCKS-STATUS NOT = "00"
               PERFORM 0600-LOCK-FILE-UNAVAILABLE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN RK-REQUEST-LOCK
                   PERFORM 1000-LOCK-ONE-KEY
                       THRU 1000-EXIT
               WHEN RK-REQUEST-VERIFY
                   PERFORM 2000-VERIFY-ONE-KEY
               WHEN RK-REQUEST-UNLOCK
                   PERFORM 3000-RELEASE-ONE-KEY
               WHEN RK-REQUEST-ANY-HELD
                   PERFORM 4000-COUNT-FILE-LOCKS
                       THRU 4000-EXIT
           END-EVALUATE.
           CLOSE RECORD-LOCK-FILE.
           GOBACK.

      * ================================================================
      * 0500-LOAD-LOCK-TIMEOUT - the SECPARMS line SIGNON reads, once
      *                          per run; absent or unreadable, the
      *                          compiled-in default stands.
      * ================================================================
       0500-LOAD-LOCK-TIMEOUT.
           SET WS-PARMS-LOADED TO TRUE.
           OPEN INPUT SECURITY-PARM-FILE.
           IF WS-SECPARMS-STATUS NOT = "00"
               GO TO 0500-EXIT
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
       0500-EXIT.
           EXIT.

      * ================================================================
      * 0600-LOCK-FILE-UNAVAILABLE - a lock file that cannot be opened
      *                              must not stop the business: the
      *                              lock is granted as before this
      *                              facility existed and the failure
      *                              goes to ERRLOG for operations.
      * ================================================================
       0600-LOCK-FILE-UNAVAILABLE.
           IF RK-REQUEST-LOCK OR RK-REQUEST-VERIFY
               SET RK-LOCK-GRANTED TO TRUE
           END-IF.
           MOVE "RECLOCK"  TO EL-PROGRAM-ID.
           SET EL-SEVERITY-ERROR TO TRUE.
           MOVE RK-FILE-ID TO EL-RECORD-KEY.
           MOVE SPACES TO EL-MESSAGE.
           STRING "LOCK FILE UNAVAILABLE - STATUS "
                   DELIMITED BY SIZE
               WS-RECLOCKS-STATUS DELIMITED BY SIZE
               INTO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

      * ================================================================
      * 1000-LOCK-ONE-KEY - no lock on file: write one.  Our own lock:
      *                     refresh it.  Another operator's stale
      *                     lock: take it over.  Otherwise the key is
      *                     held and the holder goes back.
      * ================================================================
       1000-LOCK-ONE-KEY.
           MOVE RK-FILE-ID    TO LCK-FILE-ID.
           MOVE RK-RECORD-KEY TO LCK-RECORD-KEY.
           READ RECORD-LOCK-FILE
               INVALID KEY
                   PERFORM 1100-WRITE-NEW-LOCK
                   GO TO 1000-EXIT
           END-READ.
           IF LCK-OPERATOR-ID = RK-OPERATOR-ID
              AND LCK-PROGRAM-ID = RK-PROGRAM-ID
               PERFORM 1200-STAMP-OUR-LOCK
               REWRITE RECORD-LOCK-RECORD
               SET RK-LOCK-GRANTED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 5000-CHECK-LOCK-AGE.
           IF WS-LOCK-IS-STALE
               PERFORM 1300-LOG-TAKEOVER
               PERFORM 1200-STAMP-OUR-LOCK
               REWRITE RECORD-LOCK-RECORD
               SET RK-LOCK-GRANTED TO TRUE
           ELSE
               PERFORM 5100-RETURN-HOLDER
           END-IF.
       1000-EXIT.
           EXIT.

      * Two screens can reach the WRITE together; the loser finds the
      * winner's lock on the duplicate key and is told who holds it.
       1100-WRITE-NEW-LOCK.
           PERFORM 1200-STAMP-OUR-LOCK.
           WRITE RECORD-LOCK-RECORD
               INVALID KEY
                   READ RECORD-LOCK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 5100-RETURN-HOLDER
                   END-READ
               NOT INVALID KEY
                   SET RK-LOCK-GRANTED TO TRUE
           END-WRITE.

       1200-STAMP-OUR-LOCK.
           MOVE RK-FILE-ID          TO LCK-FILE-ID.
           MOVE RK-RECORD-KEY       TO LCK-RECORD-KEY.
           MOVE RK-OPERATOR-ID      TO LCK-OPERATOR-ID.
           MOVE RK-PROGRAM-ID       TO LCK-PROGRAM-ID.
           MOVE WS-CURRENT-DATE     TO LCK-LOCK-DATE.
           MOVE WS-TIME-OF-DAY(1:6) TO LCK-LOCK-TIME.

       1300-LOG-TAKEOVER.
           MOVE RK-PROGRAM-ID TO EL-PROGRAM-ID.
           SET EL-SEVERITY-WARNING TO TRUE.
           MOVE RK-RECORD-KEY TO EL-RECORD-KEY.
           MOVE SPACES TO EL-MESSAGE.
           STRING "STALE LOCK TAKEN FROM " DELIMITED BY SIZE
               LCK-OPERATOR-ID DELIMITED BY SPACE
               " BY " DELIMITED BY SIZE
               RK-OPERATOR-ID DELIMITED BY SPACE
               INTO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.

      * ================================================================
      * 2000-VERIFY-ONE-KEY - granted only while the lock is still the
      *                       caller's; the check refreshes it, so an
      *                       operator who is still at the keyboard
      *                       keeps the record.
      * ================================================================
       2000-VERIFY-ONE-KEY.
           MOVE RK-FILE-ID    TO LCK-FILE-ID.
           MOVE RK-RECORD-KEY TO LCK-RECORD-KEY.
           READ RECORD-LOCK-FILE
               INVALID KEY
                   SET RK-NO-LOCK-HELD TO TRUE
               NOT INVALID KEY
                   IF LCK-OPERATOR-ID = RK-OPERATOR-ID
                      AND LCK-PROGRAM-ID = RK-PROGRAM-ID
                       PERFORM 1200-STAMP-OUR-LOCK
                       REWRITE RECORD-LOCK-RECORD
                       SET RK-LOCK-GRANTED TO TRUE
                   ELSE
                       PERFORM 5100-RETURN-HOLDER
                   END-IF
           END-READ.

      * A lock taken over since is the new holder's - left alone.
       3000-RELEASE-ONE-KEY.
           MOVE RK-FILE-ID    TO LCK-FILE-ID.
           MOVE RK-RECORD-KEY TO LCK-RECORD-KEY.
           READ RECORD-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LCK-OPERATOR-ID = RK-OPERATOR-ID
                      AND LCK-PROGRAM-ID = RK-PROGRAM-ID
                       DELETE RECORD-LOCK-FILE
                   ELSE
                       PERFORM 5100-RETURN-HOLDER
                   END-IF
           END-READ.

      * ================================================================
      * 4000-COUNT-FILE-LOCKS - every live lock other operators hold
      *                         on the file; the first one found is
      *                         returned as the holder.
      * ================================================================
       4000-COUNT-FILE-LOCKS.
           MOVE RK-FILE-ID TO LCK-FILE-ID.
           MOVE LOW-VALUES TO LCK-RECORD-KEY.
           MOVE "N" TO WS-SCAN-SWITCH.
           START RECORD-LOCK-FILE KEY IS NOT LESS THAN LCK-KEY
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           PERFORM 4100-COUNT-ONE-LOCK
               UNTIL WS-SCAN-DONE.
           IF RK-LOCKS-HELD-COUNT > ZERO
               SET RK-LOCK-HELD-BY-OTHER TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-COUNT-ONE-LOCK.
           READ RECORD-LOCK-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF LCK-FILE-ID NOT = RK-FILE-ID
                       SET WS-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM 5000-CHECK-LOCK-AGE
                       IF WS-LOCK-IS-LIVE
                          AND LCK-OPERATOR-ID NOT = RK-OPERATOR-ID
                           ADD 1 TO RK-LOCKS-HELD-COUNT
                           IF RK-LOCKS-HELD-COUNT = 1
                               PERFORM 5100-RETURN-HOLDER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * ================================================================
      * 5000-CHECK-LOCK-AGE - minutes since the lock was stamped
      *                       against the timeout.  An unreadable
      *                       stamp is stale.
      * ================================================================
       5000-CHECK-LOCK-AGE.
           SET WS-LOCK-IS-STALE TO TRUE.
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

       5100-RETURN-HOLDER.
           SET RK-LOCK-HELD-BY-OTHER TO TRUE.
           MOVE LCK-OPERATOR-ID TO RK-HOLDER-OPERATOR-ID.
           MOVE LCK-PROGRAM-ID  TO RK-HOLDER-PROGRAM-ID.
           MOVE LCK-LOCK-DATE   TO RK-HOLDER-DATE.
           MOVE LCK-LOCK-TIME   TO RK-HOLDER-TIME.

       END PROGRAM RECLOCK.
