      ******************************************************************
      * PROGRAM:      DISTLOAD
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the DISTRICT-PRECINCT map from the
      *               county's district extract, in the PRECLOAD
      *               mold: one line per precinct a district takes
      *               in, added or renamed, or dropped when the
      *               district lines are redrawn.  Every precinct
      *               must be on the PRECINCT-MASTER - a district
      *               naming a precinct that does not exist would
      *               put a contest on no ballot at all.
      *
      *               Extract line (fixed column):
      *                   1-6    district code
      *                   7-10   precinct code
      *                   11     action - A add (blank), D drop
      *                   12-41  district name
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original district map load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRICT-EXTRACT-FILE ASSIGN TO "DISTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT DISTRICT-MAP-FILE ASSIGN TO "DISTMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISTMAP-STATUS.

           SELECT PRECINCT-MASTER-FILE ASSIGN TO "PRECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PREC-CODE
               FILE STATUS IS WS-PRECMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRICT-EXTRACT-FILE.
       01  DISTRICT-EXTRACT-RECORD       PIC X(80).

       FD  DISTRICT-MAP-FILE.
       COPY DISTREC.

       FD  PRECINCT-MASTER-FILE.
       COPY PRECREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-DISTMAP-STATUS         PIC X(02) VALUE "00".
           05  WS-PRECMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-ADDED        PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-UPDATED      PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-DROPPED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-DISTRICT-CODE      PIC X(06).
           05  WS-EXT-PRECINCT-CODE      PIC X(04).
           05  WS-EXT-ACTION             PIC X(01).
               88  WS-EXT-ADD                   VALUE "A" " ".
               88  WS-EXT-DROP                  VALUE "D".
           05  WS-EXT-DISTRICT-NAME      PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-EXTRACT
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DISTRICT-EXTRACT-FILE.
           OPEN INPUT PRECINCT-MASTER-FILE.
           IF WS-PRECMAST-STATUS NOT = "00"
               DISPLAY "DISTLOAD - CANNOT OPEN PRECMAST - STATUS "
                   WS-PRECMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DISTRICT-MAP-FILE.
           IF WS-DISTMAP-STATUS = "35"
               OPEN OUTPUT DISTRICT-MAP-FILE
               CLOSE DISTRICT-MAP-FILE
               OPEN I-O DISTRICT-MAP-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ DISTRICT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE DISTRICT-EXTRACT-RECORD(1:6)
                       TO WS-EXT-DISTRICT-CODE
                   MOVE DISTRICT-EXTRACT-RECORD(7:4)
                       TO WS-EXT-PRECINCT-CODE
                   MOVE DISTRICT-EXTRACT-RECORD(11:1)
                       TO WS-EXT-ACTION
                   MOVE DISTRICT-EXTRACT-RECORD(12:30)
                       TO WS-EXT-DISTRICT-NAME
                   PERFORM 2100-APPLY-ONE-LINE
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-LINE.
           IF WS-EXT-DISTRICT-CODE = SPACES
              OR WS-EXT-PRECINCT-CODE = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "DISTLOAD - REJECTED LINE " WS-RECORDS-READ
                   " - BLANK DISTRICT OR PRECINCT"
               GO TO 2100-EXIT
           END-IF.
           IF NOT WS-EXT-ADD AND NOT WS-EXT-DROP
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "DISTLOAD - REJECTED " WS-EXT-DISTRICT-CODE
                   "/" WS-EXT-PRECINCT-CODE " - ACTION MUST BE A OR D"
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-DISTRICT-CODE TO DP-DISTRICT-CODE.
           MOVE WS-EXT-PRECINCT-CODE TO DP-PRECINCT-CODE.
           IF WS-EXT-DROP
               READ DISTRICT-MAP-FILE
                   INVALID KEY
                       ADD 1 TO WS-RECORDS-REJECTED
                       DISPLAY "DISTLOAD - REJECTED "
                           WS-EXT-DISTRICT-CODE "/"
                           WS-EXT-PRECINCT-CODE
                           " - NOT IN THE DISTRICT TO DROP"
                   NOT INVALID KEY
                       DELETE DISTRICT-MAP-FILE
                       ADD 1 TO WS-PRECINCTS-DROPPED
               END-READ
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-EXT-PRECINCT-CODE TO PREC-CODE.
           READ PRECINCT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   DISPLAY "DISTLOAD - REJECTED " WS-EXT-DISTRICT-CODE
                       "/" WS-EXT-PRECINCT-CODE
                       " - PRECINCT NOT ON PRECINCT MASTER"
                   GO TO 2100-EXIT
           END-READ.
           READ DISTRICT-MAP-FILE
               INVALID KEY
                   MOVE SPACES TO DISTRICT-PRECINCT-RECORD
                   MOVE WS-EXT-DISTRICT-CODE TO DP-DISTRICT-CODE
                   MOVE WS-EXT-PRECINCT-CODE TO DP-PRECINCT-CODE
                   MOVE WS-EXT-DISTRICT-NAME TO DP-DISTRICT-NAME
                   MOVE WS-CURRENT-DATE      TO DP-LAST-CHANGED-DATE
                   WRITE DISTRICT-PRECINCT-RECORD
                   ADD 1 TO WS-PRECINCTS-ADDED
               NOT INVALID KEY
                   MOVE WS-EXT-DISTRICT-NAME TO DP-DISTRICT-NAME
                   MOVE WS-CURRENT-DATE      TO DP-LAST-CHANGED-DATE
                   REWRITE DISTRICT-PRECINCT-RECORD
                   ADD 1 TO WS-PRECINCTS-UPDATED
           END-READ.
       2100-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "DISTRICT MAP LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ      : " WS-RECORDS-READ.
           DISPLAY "  PRECINCTS ADDED   : " WS-PRECINCTS-ADDED.
           DISPLAY "  PRECINCTS UPDATED : " WS-PRECINCTS-UPDATED.
           DISPLAY "  PRECINCTS DROPPED : " WS-PRECINCTS-DROPPED.
           DISPLAY "  RECORDS REJECTED  : " WS-RECORDS-REJECTED.
           CLOSE DISTRICT-EXTRACT-FILE.
           CLOSE DISTRICT-MAP-FILE.
           CLOSE PRECINCT-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM DISTLOAD.
