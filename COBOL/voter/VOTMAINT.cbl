      *                    transaction widens to X(90) to carry the
      *                    address and precinct to VOTAPPLY, and the
      *                    audit images now carry the street.
      *   2026-10-15  RJP  The C transaction also takes a corrected
      *                    date of birth (edited through the shared
      *                    DOBAGEP routine - the registrar backfills
      *                    voters registered before birth dates were
      *                    captured this way).  The roll transaction
      *                    widens to X(100) with the birth date in
      *                    columns 89-96, the audit line carries
      *                    before/after birth dates after the
      *                    operator id, and the inquiry shows the
      *                    birth date and today's age.
      *   2026-10-15  RJP  New P transaction changes the voter's
      *                    party affiliation (a PARTYTB code, or
      *                    blank for no party).  It is refused from
      *                    the day after a primary's party-change
      *                    cutoff on the ELECTION-EVENT master
      *                    through that primary's election day.  The
      *                    roll transaction carries a P flag in
      *                    column 97 and the party in 98-100, the
      *                    audit line carries before/after party
      *                    codes after the birth dates, and the
      *                    inquiry shows the party.
      *   2026-10-15  RJP  C, A, P and N lock the voter through the
      *                    shared RECLOCK subroutine for the length
      *                    of the change, telling a second operator
      *                    who holds it, and confirm the lock before
      *                    the REWRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTMAINT.
               RECORD KEY IS PREC-CODE
               FILE STATUS IS WS-PRECMAST-STATUS.

           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROLL-MASTER-FILE.
       01  AUDIT-TRAIL-LINE              PIC X(250).

       FD  ROLL-MAINT-TRANS-FILE.
       01  ROLL-MAINT-TRANS-RECORD       PIC X(100).

       FD  INACTIVATION-TRANS-FILE.
       01  INACTIVATION-TRANS-RECORD     PIC X(80).
       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.

       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-INACT-STATUS           PIC X(02) VALUE "00".
           05  WS-PRECSTRT-STATUS        PIC X(02) VALUE "00".
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EXIT-SWITCH            PIC X(01) VALUE "N".
               88  WS-RANGE-FOUND               VALUE "Y".
           05  WS-PRECINCT-OK-SWITCH     PIC X(01) VALUE "N".
               88  WS-PRECINCT-OK               VALUE "Y".
           05  WS-ELEC-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ELEC-END-OF-FILE          VALUE "Y".
           05  WS-PARTY-LOCK-SWITCH      PIC X(01) VALUE "N".
               88  WS-PARTY-LOCKED              VALUE "Y".
           05  WS-PARTY-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-PARTY-RECOGNIZED          VALUE "Y".

       01  WS-TRANS-CODE                 PIC X(01).
       01  WS-LOOKUP-ID                  PIC 9(10).
       01  WS-NEW-CITY                   PIC X(15).
       01  WS-NEW-STATE                  PIC X(02).
       01  WS-NEW-ZIP                    PIC 9(05).
       01  WS-NEW-DATE-OF-BIRTH          PIC X(08).
       01  WS-NEW-PARTY                  PIC X(03).
       01  WS-LOCKING-PRIMARY            PIC 9(08).
       01  WS-CURRENT-DATE               PIC 9(08).

      * Street-range table and parse fields, the same shapes the
      * assignment batch uses, so the screen derives exactly the
      * voter id 1-10, corrected name 11-40, corrected residency    *
      * 41-42, corrected address 43-84 and re-derived precinct      *
      * 85-88 (address and precinct blank on a name/residency       *
      * change), date of birth 89-96 (blank on an address change),  *
      * and a party change - "P" in 97, the party in 98-100         *
      * (spaces = no party) - the field set this screen can touch.  *
      * ---------------------------------------------------------- *
       01  WS-ROLL-TRANS-DETAIL.
           05  WS-RTR-VOTER-ID           PIC 9(10).
           05  WS-RTR-STATE              PIC X(02).
           05  WS-RTR-ZIP                PIC X(05).
           05  WS-RTR-PRECINCT           PIC X(04).
           05  WS-RTR-DATE-OF-BIRTH      PIC X(08).
           05  WS-RTR-PARTY-CHANGE-FLAG  PIC X(01).
           05  WS-RTR-PARTY-CODE         PIC X(03).

       01  WS-INACT-TRANS-DETAIL.
           05  WS-ITR-VOTER-ID           PIC 9(10).

       COPY EDITWS.
       COPY SIGNONW.
       COPY RECLOCKW.
       COPY DOBAGEW.
       COPY PARTYTB.

      * ================================================================
      * WS-AUDIT-DETAIL-LINE - transaction code, voter id, DATE/TIME
               10  WS-AUDA-STREET        PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUD-OPERATOR-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUDB-DATE-OF-BIRTH     PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUDA-DATE-OF-BIRTH     PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AUDB-PARTY             PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-AUDA-PARTY             PIC X(03).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               STOP RUN
           END-IF.
           MOVE SO-OPERATOR-ID TO WS-AUD-OPERATOR-ID.
           MOVE SO-OPERATOR-ID TO RK-OPERATOR-ID.
           MOVE "VOTMAINT" TO RK-PROGRAM-ID.
           MOVE "VOTEROLM" TO RK-FILE-ID.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN I-O VOTER-ROLL-MASTER-FILE.
           OPEN EXTEND ROLL-MAINT-TRANS-FILE.
           IF WS-MAINTTR-STATUS = "35"

       2000-PROCESS-TRANSACTION.
           DISPLAY "ENTER TRANSACTION (C-CHANGE A-ADDRESS "
               "P-PARTY N-INACTIVATE I-INQ X-EXIT)".
           ACCEPT WS-TRANS-CODE.
           EVALUATE WS-TRANS-CODE
               WHEN "C"
                   PERFORM 2100-CHANGE-VOTER
                       THRU 2100-EXIT
                   PERFORM 7320-RELEASE-LOCK
               WHEN "A"
                   PERFORM 2400-CHANGE-ADDRESS
                       THRU 2400-EXIT
                   PERFORM 7320-RELEASE-LOCK
               WHEN "P"
                   PERFORM 2600-CHANGE-PARTY
                       THRU 2600-EXIT
                   PERFORM 7320-RELEASE-LOCK
               WHEN "N"
                   PERFORM 2200-INACTIVATE-VOTER
                       THRU 2200-EXIT
                   PERFORM 7320-RELEASE-LOCK
               WHEN "I"
                   PERFORM 2300-INQUIRE-VOTER
               WHEN "X"
       2100-CHANGE-VOTER.
           DISPLAY "ENTER VOTER ID TO CHANGE".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 2530-LOCK-VOTER.
           IF RK-LOCK-HELD-BY-OTHER
               MOVE "C" TO WS-AUD-TRANS-CODE
               PERFORM 8000-WRITE-AUDIT-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   ACCEPT WS-NEW-NAME
                   DISPLAY "ENTER NEW RESIDENCY YEARS (00 = KEEP)"
                   ACCEPT WS-NEW-RESIDENCY
                   DISPLAY "ENTER NEW DATE OF BIRTH YYYYMMDD "
                       "(BLANK = KEEP)"
                   ACCEPT WS-NEW-DATE-OF-BIRTH
                   PERFORM 7310-CONFIRM-LOCK
                   IF RK-LOCK-GRANTED
                       PERFORM 2110-APPLY-CHANGE
                   ELSE
                       MOVE "REJECTED - RECORD LOCK LOST"
                           TO WS-AUD-RESULT
                       PERFORM 2520-CAPTURE-AFTER-IMAGE
                   END-IF
           END-READ.
           MOVE "C" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.
       2100-EXIT.
           EXIT.

       2110-APPLY-CHANGE.
           IF WS-NEW-NAME NOT = SPACES
           IF WS-NEW-RESIDENCY NOT = ZERO
               MOVE WS-NEW-RESIDENCY TO VRM-RESIDENCY-YEARS
           END-IF.
           MOVE WS-NEW-DATE-OF-BIRTH TO DA-BIRTH-DATE-X.
           IF NOT DA-BIRTH-DATE-NOT-GIVEN
               MOVE WS-CURRENT-DATE TO DA-AS-OF-DATE
               PERFORM 7100-EDIT-BIRTH-DATE
               IF DA-BIRTH-DATE-VALID
                   MOVE DA-BIRTH-DATE TO VRM-DATE-OF-BIRTH
               ELSE
                   DISPLAY "DATE OF BIRTH NOT CHANGED - " DA-REASON
               END-IF
           END-IF.
           REWRITE VOTER-ROLL-MASTER-RECORD.
           MOVE VRM-VOTER-ID        TO WS-RTR-VOTER-ID.
           MOVE VRM-NAME            TO WS-RTR-NAME.
           MOVE VRM-RESIDENCY-YEARS TO WS-RTR-RESIDENCY.
           MOVE VRM-DATE-OF-BIRTH   TO WS-RTR-DATE-OF-BIRTH.
           MOVE SPACES TO WS-RTR-PARTY-CHANGE-FLAG.
           MOVE SPACES TO WS-RTR-PARTY-CODE.
           MOVE SPACES TO WS-RTR-STREET.
           MOVE SPACES TO WS-RTR-CITY.
           MOVE SPACES TO WS-RTR-STATE.
       2400-CHANGE-ADDRESS.
           DISPLAY "ENTER VOTER ID TO CHANGE ADDRESS".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 2530-LOCK-VOTER.
           IF RK-LOCK-HELD-BY-OTHER
               PERFORM 2490-AUDIT-ADDRESS
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
               DISPLAY "NO STREET RANGE COVERS THE ADDRESS - "
                   "PRECINCT " VRM-PRECINCT-CODE " KEPT"
           END-IF.
           PERFORM 7310-CONFIRM-LOCK.
           IF NOT RK-LOCK-GRANTED
               MOVE "REJECTED - RECORD LOCK LOST" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2490-AUDIT-ADDRESS
               GO TO 2400-EXIT
           END-IF.
           REWRITE VOTER-ROLL-MASTER-RECORD.
           MOVE VRM-VOTER-ID        TO WS-RTR-VOTER-ID.
           MOVE SPACES              TO WS-RTR-NAME.
           MOVE VRM-ADDR-STATE      TO WS-RTR-STATE.
           MOVE VRM-ADDR-ZIP        TO WS-RTR-ZIP.
           MOVE VRM-PRECINCT-CODE   TO WS-RTR-PRECINCT.
           MOVE SPACES              TO WS-RTR-DATE-OF-BIRTH.
           MOVE SPACES              TO WS-RTR-PARTY-CHANGE-FLAG.
           MOVE SPACES              TO WS-RTR-PARTY-CODE.
           MOVE WS-ROLL-TRANS-DETAIL TO ROLL-MAINT-TRANS-RECORD.
           WRITE ROLL-MAINT-TRANS-RECORD.
           DISPLAY "ADDRESS CHANGED - PRECINCT "
       2200-INACTIVATE-VOTER.
           DISPLAY "ENTER VOTER ID TO INACTIVATE".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 2530-LOCK-VOTER.
           IF RK-LOCK-HELD-BY-OTHER
               MOVE "N" TO WS-AUD-TRANS-CODE
               PERFORM 8000-WRITE-AUDIT-LINE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                           TO WS-AUD-RESULT
                       MOVE WS-AUD-BEFORE-IMAGE
                           TO WS-AUD-AFTER-IMAGE
                       MOVE WS-AUDB-DATE-OF-BIRTH
                           TO WS-AUDA-DATE-OF-BIRTH
                       MOVE WS-AUDB-PARTY TO WS-AUDA-PARTY
                   ELSE
                       PERFORM 2210-APPLY-INACTIVATE
                   END-IF
           END-READ.
           MOVE "N" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.
       2200-EXIT.
           EXIT.

       2210-APPLY-INACTIVATE.
           PERFORM 7310-CONFIRM-LOCK.
           IF RK-LOCK-GRANTED
               SET VRM-INACTIVE TO TRUE
               REWRITE VOTER-ROLL-MASTER-RECORD
               MOVE VRM-VOTER-ID TO WS-ITR-VOTER-ID
               MOVE WS-INACT-TRANS-DETAIL
                   TO INACTIVATION-TRANS-RECORD
               WRITE INACTIVATION-TRANS-RECORD
               DISPLAY "VOTER INACTIVATED"
               MOVE "INACTIVATED" TO WS-AUD-RESULT
           ELSE
               MOVE "REJECTED - RECORD LOCK LOST" TO WS-AUD-RESULT
           END-IF.
           PERFORM 2520-CAPTURE-AFTER-IMAGE.

       2300-INQUIRE-VOTER.
           DISPLAY "ENTER VOTER ID TO INQUIRE".
                   PERFORM 2510-CLEAR-BOTH-IMAGES
               NOT INVALID KEY
                   DISPLAY "NAME       : " VRM-NAME
                   MOVE VRM-DATE-OF-BIRTH TO DA-BIRTH-DATE-X
                   IF DA-BIRTH-DATE-NOT-GIVEN
                       DISPLAY "BIRTH DATE : NOT ON FILE"
                       DISPLAY "AGE        : " VRM-AGE
                   ELSE
                       MOVE WS-CURRENT-DATE TO DA-AS-OF-DATE
                       PERFORM 7100-EDIT-BIRTH-DATE
                       DISPLAY "BIRTH DATE : " VRM-DATE-OF-BIRTH
                       DISPLAY "AGE TODAY  : " DA-AGE
                   END-IF
                   DISPLAY "RESIDENCY  : " VRM-RESIDENCY-YEARS
                   DISPLAY "PRECINCT   : " VRM-PRECINCT-CODE
                   IF VRM-PARTY-CODE = SPACES
                       DISPLAY "PARTY      : NONE"
                   ELSE
                       DISPLAY "PARTY      : " VRM-PARTY-CODE
                   END-IF
                   DISPLAY "STATUS     : " VRM-STATUS
                   MOVE "INQUIRED" TO WS-AUD-RESULT
                   PERFORM 2500-CAPTURE-BEFORE-IMAGE
                   MOVE WS-AUD-BEFORE-IMAGE TO WS-AUD-AFTER-IMAGE
                   MOVE WS-AUDB-DATE-OF-BIRTH
                       TO WS-AUDA-DATE-OF-BIRTH
                   MOVE WS-AUDB-PARTY TO WS-AUDA-PARTY
           END-READ.
           MOVE "I" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.
           MOVE VRM-RESIDENCY-YEARS TO WS-AUDB-RESIDENCY.
           MOVE VRM-STATUS          TO WS-AUDB-STATUS.
           MOVE VRM-ADDR-STREET     TO WS-AUDB-STREET.
           MOVE VRM-DATE-OF-BIRTH   TO WS-AUDB-DATE-OF-BIRTH.
           MOVE VRM-PARTY-CODE      TO WS-AUDB-PARTY.

       2510-CLEAR-BOTH-IMAGES.
           MOVE SPACES TO WS-AUDB-NAME WS-AUDB-STATUS
               WS-AUDA-NAME WS-AUDA-STATUS
               WS-AUDB-STREET WS-AUDA-STREET
               WS-AUDB-DATE-OF-BIRTH WS-AUDA-DATE-OF-BIRTH
               WS-AUDB-PARTY WS-AUDA-PARTY.
           MOVE ZERO TO WS-AUDB-RESIDENCY WS-AUDA-RESIDENCY.

       2520-CAPTURE-AFTER-IMAGE.
           MOVE VRM-RESIDENCY-YEARS TO WS-AUDA-RESIDENCY.
           MOVE VRM-STATUS          TO WS-AUDA-STATUS.
           MOVE VRM-ADDR-STREET     TO WS-AUDA-STREET.
           MOVE VRM-DATE-OF-BIRTH   TO WS-AUDA-DATE-OF-BIRTH.
           MOVE VRM-PARTY-CODE      TO WS-AUDA-PARTY.

      * ================================================================
      * 2530-LOCK-VOTER - a voter held by another operator is
      *                   refused before anything is keyed; the
      *                   audit line records the refusal.
      * ================================================================
       2530-LOCK-VOTER.
           MOVE WS-LOOKUP-ID TO RK-RECORD-KEY.
           PERFORM 7300-LOCK-RECORD.
           IF RK-LOCK-HELD-BY-OTHER
               MOVE "REJECTED - RECORD LOCKED" TO WS-AUD-RESULT
               PERFORM 2510-CLEAR-BOTH-IMAGES
           END-IF.

      * ================================================================
      * 2600-CHANGE-PARTY - a closed primary's books are drawn from
      *                     the party on file at the cutoff, so once
      *                     a primary's cutoff has passed no party
      *                     changes until that primary is over.
      *                     Blank means no party - the one field on
      *                     this screen where blank is not "keep".
      * ================================================================
       2600-CHANGE-PARTY.
           DISPLAY "ENTER VOTER ID TO CHANGE PARTY".
           ACCEPT WS-LOOKUP-ID.
           PERFORM 2530-LOCK-VOTER.
           IF RK-LOCK-HELD-BY-OTHER
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-LOOKUP-ID TO VRM-VOTER-ID.
           READ VOTER-ROLL-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOTER NOT FOUND - PARTY CHANGE REJECTED"
                   MOVE "REJECTED - NOT FOUND" TO WS-AUD-RESULT
                   PERFORM 2510-CLEAR-BOTH-IMAGES
                   PERFORM 2690-AUDIT-PARTY
                   GO TO 2600-EXIT
           END-READ.
           PERFORM 2500-CAPTURE-BEFORE-IMAGE.
           IF VRM-INACTIVE
               DISPLAY "VOTER INACTIVE - PARTY CHANGE REJECTED"
               MOVE "REJECTED - VOTER INACTIVE" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2650-CHECK-PARTY-CUTOFF
               THRU 2650-EXIT.
           IF WS-PARTY-LOCKED
               DISPLAY "PARTY CHANGES CLOSED - PAST THE CUTOFF FOR "
                   "THE " WS-LOCKING-PRIMARY " PRIMARY"
               MOVE "REJECTED - PAST PARTY CUTOFF" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           DISPLAY "CURRENT PARTY : " VRM-PARTY-CODE.
           DISPLAY "ENTER NEW PARTY CODE (BLANK = NO PARTY)".
           ACCEPT WS-NEW-PARTY.
           IF WS-NEW-PARTY = SPACES
               MOVE "Y" TO WS-PARTY-FOUND-SWITCH
           ELSE
               MOVE "N" TO WS-PARTY-FOUND-SWITCH
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       MOVE "N" TO WS-PARTY-FOUND-SWITCH
                   WHEN PT-CODE (PT-IDX) = WS-NEW-PARTY
                       MOVE "Y" TO WS-PARTY-FOUND-SWITCH
               END-SEARCH
           END-IF.
           IF NOT WS-PARTY-RECOGNIZED
               DISPLAY "PARTY CODE NOT RECOGNIZED - CHANGE REJECTED"
               MOVE "REJECTED - PARTY INVALID" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           IF WS-NEW-PARTY = VRM-PARTY-CODE
               DISPLAY "SAME PARTY ALREADY ON FILE - NO CHANGE"
               MOVE "REJECTED - SAME PARTY" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           PERFORM 7310-CONFIRM-LOCK.
           IF NOT RK-LOCK-GRANTED
               MOVE "REJECTED - RECORD LOCK LOST" TO WS-AUD-RESULT
               PERFORM 2520-CAPTURE-AFTER-IMAGE
               PERFORM 2690-AUDIT-PARTY
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NEW-PARTY TO VRM-PARTY-CODE.
           REWRITE VOTER-ROLL-MASTER-RECORD.
           MOVE VRM-VOTER-ID        TO WS-RTR-VOTER-ID.
           MOVE SPACES              TO WS-RTR-NAME.
           MOVE ZERO                TO WS-RTR-RESIDENCY.
           MOVE SPACES              TO WS-RTR-STREET.
           MOVE SPACES              TO WS-RTR-CITY.
           MOVE SPACES              TO WS-RTR-STATE.
           MOVE SPACES              TO WS-RTR-ZIP.
           MOVE SPACES              TO WS-RTR-PRECINCT.
           MOVE SPACES              TO WS-RTR-DATE-OF-BIRTH.
           MOVE "P"                 TO WS-RTR-PARTY-CHANGE-FLAG.
           MOVE VRM-PARTY-CODE      TO WS-RTR-PARTY-CODE.
           MOVE WS-ROLL-TRANS-DETAIL TO ROLL-MAINT-TRANS-RECORD.
           WRITE ROLL-MAINT-TRANS-RECORD.
           DISPLAY "PARTY CHANGED".
           MOVE "PARTY CHANGED" TO WS-AUD-RESULT.
           PERFORM 2520-CAPTURE-AFTER-IMAGE.
           PERFORM 2690-AUDIT-PARTY.
       2600-EXIT.
           EXIT.

      * ================================================================
      * 2650-CHECK-PARTY-CUTOFF - walks the elections from today
      *                           forward; a primary whose cutoff
      *                           is already behind us locks party
      *                           changes until its election day has
      *                           passed.  No election master on
      *                           file means nothing is scheduled.
      * ================================================================
       2650-CHECK-PARTY-CUTOFF.
           MOVE "N" TO WS-PARTY-LOCK-SWITCH.
           MOVE "N" TO WS-ELEC-EOF-SWITCH.
           OPEN INPUT ELECTION-MASTER-FILE.
           IF WS-ELECMAST-STATUS NOT = "00"
               GO TO 2650-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO EE-ELECTION-DATE.
           START ELECTION-MASTER-FILE
               KEY IS NOT LESS THAN EE-ELECTION-DATE
               INVALID KEY
                   SET WS-ELEC-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2660-CHECK-ONE-ELECTION
               UNTIL WS-ELEC-END-OF-FILE OR WS-PARTY-LOCKED.
           CLOSE ELECTION-MASTER-FILE.
       2650-EXIT.
           EXIT.

       2660-CHECK-ONE-ELECTION.
           READ ELECTION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ELEC-END-OF-FILE TO TRUE
               NOT AT END
                   IF EE-TYPE-PRIMARY
                      AND WS-CURRENT-DATE > EE-PARTY-CHANGE-CUTOFF
                       SET WS-PARTY-LOCKED TO TRUE
                       MOVE EE-ELECTION-DATE TO WS-LOCKING-PRIMARY
                   END-IF
           END-READ.

       2690-AUDIT-PARTY.
           MOVE "P" TO WS-AUD-TRANS-CODE.
           PERFORM 8000-WRITE-AUDIT-LINE.

       8000-WRITE-AUDIT-LINE.
           MOVE WS-LOOKUP-ID TO WS-AUD-VOTER-ID.
           EXIT.

       COPY EDITPR.
       COPY DOBAGEP.
       COPY RECLOCKP.

       END PROGRAM VOTMAINT.
