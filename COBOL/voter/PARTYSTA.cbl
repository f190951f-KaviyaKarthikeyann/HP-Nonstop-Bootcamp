      ******************************************************************
      * PROGRAM:      PARTYSTA
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Registration statistics by party and precinct.
      *               Counts the active voters on the VOTER-ROLL-
      *               MASTER by precinct and party affiliation - one
      *               column per PARTYTB party, then no party, then
      *               any code no longer in the table - with a total
      *               per precinct, a county total line and the
      *               county's share per party.  The primary's
      *               ballot order quantities and the party
      *               registration figures the state asks for come
      *               off this report.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original party registration statistics.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTYSTA.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-ROLLMAST-STATUS.

           SELECT PARTY-STATS-REPORT-FILE ASSIGN TO "PARTYSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PARTY-SORT-FILE ASSIGN TO "PSTASORT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  PARTY-STATS-REPORT-FILE.
       01  PARTY-STATS-REPORT-LINE       PIC X(132).

       SD  PARTY-SORT-FILE.
       01  PARTY-SORT-RECORD.
           05  PS-PRECINCT-CODE          PIC X(04).
           05  PS-PARTY-SLOT             PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ROLLMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-REPORT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".

       COPY PARTYTB.

       01  WS-CURRENT-DATE               PIC 9(08).

       01  WS-CONTROL-TOTALS.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-VOTERS-COUNTED         PIC 9(9) COMP VALUE ZERO.
           05  WS-PRECINCTS-PRINTED      PIC 9(9) COMP VALUE ZERO.

      * One count per PARTYTB entry (slots 1-5), then no party
      * (slot 6) and a code no longer in the table (slot 7); slot 8
      * is the row total.
       01  WS-SLOT-SUB                   PIC 9(02) COMP.
       01  WS-PRECINCT-COUNTS.
           05  WS-PC-COUNT               PIC 9(07) COMP
                                         OCCURS 8 TIMES.
       01  WS-COUNTY-COUNTS.
           05  WS-CC-COUNT               PIC 9(09) COMP
                                         OCCURS 8 TIMES.
       01  WS-CURRENT-PRECINCT           PIC X(04) VALUE LOW-VALUES.
       01  WS-SHARE-PCT                  PIC 9(03)V99.

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(45) VALUE
               "ACTIVE VOTER REGISTRATION BY PARTY AND PRECIN".
           05  FILLER                    PIC X(09) VALUE "CT AS OF ".
           05  WS-TTL-RUN-DATE           PIC 9(08).

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(08) VALUE "PRECINCT".
           05  WS-CH-ENTRY               PIC X(10) OCCURS 8 TIMES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PRECINCT           PIC X(08).
           05  WS-DTL-ENTRY OCCURS 8 TIMES.
               10  FILLER                PIC X(01).
               10  WS-DTL-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-SHARE-LINE.
           05  WS-SHR-CAPTION            PIC X(08).
           05  WS-SHR-ENTRY OCCURS 8 TIMES.
               10  FILLER                PIC X(03).
               10  WS-SHR-PCT            PIC ZZ9.99.
               10  FILLER                PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT PARTY-SORT-FILE
               ON ASCENDING KEY PS-PRECINCT-CODE
               INPUT PROCEDURE IS 2000-SELECT-ACTIVE-VOTERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-BY-PRECINCT
                   THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-ROLLMAST-STATUS NOT = "00"
               DISPLAY "PARTYSTA - CANNOT OPEN VOTEROLM - STATUS "
                   WS-ROLLMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-COLUMN-HEADING.
           MOVE "PRECINCT" TO WS-COLUMN-HEADING(1:8).
           PERFORM 1100-HEAD-ONE-COLUMN
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 5.
           MOVE "      NONE" TO WS-CH-ENTRY (6).
           MOVE "     OTHER" TO WS-CH-ENTRY (7).
           MOVE "     TOTAL" TO WS-CH-ENTRY (8).
           PERFORM 1200-CLEAR-ONE-COUNTY-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.
           OPEN OUTPUT PARTY-STATS-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO WS-TTL-RUN-DATE.
           MOVE WS-TITLE-LINE TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
           MOVE SPACES TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-HEAD-ONE-COLUMN.
           MOVE SPACES TO WS-CH-ENTRY (WS-SLOT-SUB).
           MOVE PT-CODE (WS-SLOT-SUB)
               TO WS-CH-ENTRY (WS-SLOT-SUB)(8:3).

       1200-CLEAR-ONE-COUNTY-SLOT.
           MOVE ZERO TO WS-CC-COUNT (WS-SLOT-SUB).

      * ================================================================
      * 2000-SELECT-ACTIVE-VOTERS - an inactive voter is not
      *                             registered for statistics; each
      *                             active one goes to the sort under
      *                             its precinct with its party slot.
      * ================================================================
       2000-SELECT-ACTIVE-VOTERS.
           PERFORM 2100-RELEASE-ONE-VOTER
               THRU 2100-EXIT
               UNTIL WS-ROLL-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-VOTERS-READ.
           IF NOT VRM-ACTIVE
               GO TO 2100-EXIT
           END-IF.
           MOVE VRM-PRECINCT-CODE TO PS-PRECINCT-CODE.
           IF VRM-PARTY-CODE = SPACES
               MOVE 6 TO PS-PARTY-SLOT
           ELSE
               MOVE 7 TO PS-PARTY-SLOT
               SET PT-IDX TO 1
               SEARCH PARTY-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN PT-CODE (PT-IDX) = VRM-PARTY-CODE
                       SET PS-PARTY-SLOT TO PT-IDX
               END-SEARCH
           END-IF.
           RELEASE PARTY-SORT-RECORD.
           ADD 1 TO WS-VOTERS-COUNTED.
       2100-EXIT.
           EXIT.

      * ================================================================
      * 3000-PRINT-BY-PRECINCT - control break on precinct; each
      *                          precinct's row prints when the next
      *                          one starts, and the county rows
      *                          close the report.
      * ================================================================
       3000-PRINT-BY-PRECINCT.
           PERFORM 3100-RETURN-ONE-VOTER
               UNTIL WS-SORT-END-OF-FILE.
           IF WS-CURRENT-PRECINCT NOT = LOW-VALUES
               PERFORM 3300-PRINT-PRECINCT-ROW
           END-IF.
           PERFORM 3400-PRINT-COUNTY-ROWS.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-VOTER.
           RETURN PARTY-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
               NOT AT END
                   IF PS-PRECINCT-CODE NOT = WS-CURRENT-PRECINCT
                       IF WS-CURRENT-PRECINCT NOT = LOW-VALUES
                           PERFORM 3300-PRINT-PRECINCT-ROW
                       END-IF
                       PERFORM 3200-START-NEW-PRECINCT
                   END-IF
                   ADD 1 TO WS-PC-COUNT (PS-PARTY-SLOT)
                   ADD 1 TO WS-PC-COUNT (8)
           END-RETURN.

       3200-START-NEW-PRECINCT.
           MOVE PS-PRECINCT-CODE TO WS-CURRENT-PRECINCT.
           PERFORM 3210-CLEAR-ONE-PRECINCT-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.

       3210-CLEAR-ONE-PRECINCT-SLOT.
           MOVE ZERO TO WS-PC-COUNT (WS-SLOT-SUB).

       3300-PRINT-PRECINCT-ROW.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CURRENT-PRECINCT TO WS-DTL-PRECINCT.
           PERFORM 3310-MOVE-ONE-PRECINCT-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.
           MOVE WS-DETAIL-LINE TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
           ADD 1 TO WS-PRECINCTS-PRINTED.

       3310-MOVE-ONE-PRECINCT-SLOT.
           MOVE WS-PC-COUNT (WS-SLOT-SUB)
               TO WS-DTL-COUNT (WS-SLOT-SUB).
           ADD WS-PC-COUNT (WS-SLOT-SUB)
               TO WS-CC-COUNT (WS-SLOT-SUB).

      * ================================================================
      * 3400-PRINT-COUNTY-ROWS - the county count per column, then
      *                          each column's share of the county's
      *                          active voters.
      * ================================================================
       3400-PRINT-COUNTY-ROWS.
           MOVE SPACES TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "COUNTY" TO WS-DTL-PRECINCT.
           PERFORM 3410-MOVE-ONE-COUNTY-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.
           MOVE WS-DETAIL-LINE TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.
           MOVE SPACES TO WS-SHARE-LINE.
           MOVE "SHARE %" TO WS-SHR-CAPTION.
           PERFORM 3420-MOVE-ONE-SHARE
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 8.
           MOVE WS-SHARE-LINE TO PARTY-STATS-REPORT-LINE.
           WRITE PARTY-STATS-REPORT-LINE.

       3410-MOVE-ONE-COUNTY-SLOT.
           MOVE WS-CC-COUNT (WS-SLOT-SUB)
               TO WS-DTL-COUNT (WS-SLOT-SUB).

       3420-MOVE-ONE-SHARE.
           IF WS-CC-COUNT (8) = ZERO
               MOVE ZERO TO WS-SHARE-PCT
           ELSE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-CC-COUNT (WS-SLOT-SUB) * 100 / WS-CC-COUNT (8)
           END-IF.
           MOVE WS-SHARE-PCT TO WS-SHR-PCT (WS-SLOT-SUB).

       9000-TERMINATE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE PARTY-STATS-REPORT-FILE.
           DISPLAY "PARTYSTA - END OF JOB SUMMARY".
           DISPLAY "  ROLL RECORDS READ   : " WS-VOTERS-READ.
           DISPLAY "  ACTIVE VOTERS       : " WS-VOTERS-COUNTED.
           DISPLAY "  PRECINCTS PRINTED   : " WS-PRECINCTS-PRINTED.
       9000-EXIT.
           EXIT.

       END PROGRAM PARTYSTA.
