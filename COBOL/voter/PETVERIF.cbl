      ******************************************************************
      * PROGRAM:      PETVERIF
      * AUTHOR:       R. J. PILLAI - ELECTIONS SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Nominating petition signature verification.
      *               A candidate's or ballot measure's petition is
      *               keyed one signer line at a time (PETSIGN) and
      *               every line is checked against the VOTER-ROLL-
      *               MASTER instead of by hand against the poll
      *               books.  A signer is matched on name and street
      *               address, both normalized the way VOTDUPSC
      *               normalizes names (NAME-CASE-UTIL, punctuation
      *               dropped, blanks closed up), and classified:
      *
      *                   V  VALID            active, in the district
      *                   N  NOT REGISTERED   no voter at that name
      *                                       and address
      *                   I  INACTIVE         registration inactive
      *                   W  WRONG DISTRICT   the voter's precinct is
      *                                       not in the contest's
      *                                       district
      *                   D  DUPLICATE        the voter already
      *                                       signed this petition
      *
      *               The district is the contest's on the CONTEST
      *               master and the precinct is the roll's, not the
      *               one the signer wrote down; a claimed precinct
      *               that differs is noted on the detail line but
      *               does not by itself disqualify the signature.
      *               A countywide contest takes every precinct.
      *               When one voter signs twice the first line
      *               stands and every later line is the duplicate.
      *
      *               The PETCERT print carries the certification
      *               summary - counts by class and the valid count
      *               against the required number - and then the
      *               signer-level detail list in sheet and line
      *               order for the challenge period.  Return code 4
      *               when the petition falls short.
      *
      *               Parameter (command line):
      *                   1-8    election date   (ELECMAST)
      *                   9-12   contest number  (CONTMAST)
      *                   13-19  signatures required
      *
      *               Signer line (fixed column):
      *                   1-3    sheet number
      *                   4-5    line on the sheet
      *                   6-35   name as signed
      *                   36-55  street address
      *                   56-59  precinct claimed
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original petition verification program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETVERIF.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-MASTER-FILE ASSIGN TO "ELECMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EE-ELECTION-DATE
               FILE STATUS IS WS-ELECMAST-STATUS.

           SELECT CONTEST-MASTER-FILE ASSIGN TO "CONTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CONTMAST-STATUS.

           SELECT DISTRICT-MAP-FILE ASSIGN TO "DISTMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISTMAP-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-VOTEROLM-STATUS.

           SELECT PETITION-SIGNER-FILE ASSIGN TO "PETSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETSIGN-STATUS.

           SELECT CERTIFICATION-REPORT-FILE ASSIGN TO "PETCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PETCERT-STATUS.

           SELECT PETITION-SORT-FILE ASSIGN TO "PETSORTW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER-FILE.
       COPY ELECREC.

       FD  CONTEST-MASTER-FILE.
       COPY CONTREC.

       FD  DISTRICT-MAP-FILE.
       COPY DISTREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

       FD  PETITION-SIGNER-FILE.
       01  PETITION-SIGNER-LINE          PIC X(80).

       FD  CERTIFICATION-REPORT-FILE.
       01  CERTIFICATION-REPORT-LINE     PIC X(132).

      * Roll voters and signer lines sorted together on normalized
      * name and street; within one name and street the roll
      * records come first, an active one ahead of an inactive
      * one, then the signers in the order they were keyed.
       SD  PETITION-SORT-FILE.
       01  PETITION-SORT-RECORD.
           05  PS-NORMALIZED-NAME        PIC X(30).
           05  PS-NORMALIZED-STREET      PIC X(30).
           05  PS-SOURCE                 PIC X(01).
               88  PS-FROM-ROLL                 VALUE "R".
               88  PS-FROM-PETITION             VALUE "S".
           05  PS-ROLL-STATUS            PIC X(01).
           05  PS-SIGNER-SEQ             PIC 9(05).
           05  PS-VOTER-ID               PIC 9(10).
           05  PS-PRECINCT-CODE          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELECMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-CONTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-DISTMAP-STATUS         PIC X(02) VALUE "00".
           05  WS-VOTEROLM-STATUS        PIC X(02) VALUE "00".
           05  WS-PETSIGN-STATUS         PIC X(02) VALUE "00".
           05  WS-PETCERT-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-ROLL-END-OF-FILE          VALUE "Y".
           05  WS-SIGNER-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-SIGNER-END-OF-FILE        VALUE "Y".
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SORT-END-OF-FILE          VALUE "Y".
           05  WS-PENDING-SPACE-SWITCH   PIC X(01) VALUE "N".
               88  WS-SPACE-PENDING             VALUE "Y".
           05  WS-GROUP-VOTER-SWITCH     PIC X(01) VALUE "N".
               88  WS-GROUP-HAS-VOTER           VALUE "Y".
           05  WS-GROUP-SIGNED-SWITCH    PIC X(01) VALUE "N".
               88  WS-GROUP-ALREADY-SIGNED      VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-VOTERS-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-COUNT-VALID            PIC 9(7) COMP VALUE ZERO.
           05  WS-COUNT-NOT-REGISTERED   PIC 9(7) COMP VALUE ZERO.
           05  WS-COUNT-INACTIVE         PIC 9(7) COMP VALUE ZERO.
           05  WS-COUNT-WRONG-DISTRICT   PIC 9(7) COMP VALUE ZERO.
           05  WS-COUNT-DUPLICATE        PIC 9(7) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-ELECTION-DATE              PIC 9(08).
       01  WS-ELECTION-DESCRIPTION       PIC X(30).
       01  WS-CONTEST-NO                 PIC 9(04).
       01  WS-CONTEST-TITLE              PIC X(40).
       01  WS-CONTEST-DISTRICT           PIC X(06).
           88  WS-CONTEST-COUNTYWIDE            VALUE SPACES.
       01  WS-SIGNATURES-REQUIRED        PIC 9(07).
       01  WS-SHORTFALL                  PIC 9(07).

      * Normalization work - NAME-CASE-UTIL takes a 30-byte field
      * and title-cases it in place.
       01  WS-NAME-CASE-FIELD            PIC X(30).
       01  WS-NORMALIZED-FIELD           PIC X(30).
       01  WS-CHAR-SUB                   PIC 9(02) COMP.
       01  WS-NORM-POS                   PIC 9(02) COMP.

      * Every signer line as keyed, with its class once matched.
      * The subscript is the order the line was keyed.
       01  WS-SIGNER-LIMIT               PIC 9(05) COMP VALUE 5000.
       01  WS-SIGNER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-SIGNER-SUB                 PIC 9(05) COMP.
       01  WS-SIGNER-TABLE.
           05  WS-SIGNER-ENTRY OCCURS 5000 TIMES.
               10  WS-SG-SHEET           PIC X(03).
               10  WS-SG-LINE            PIC X(02).
               10  WS-SG-NAME            PIC X(30).
               10  WS-SG-STREET          PIC X(20).
               10  WS-SG-CLAIMED-PRECINCT PIC X(04).
               10  WS-SG-CLASS           PIC X(01).
                   88  WS-SG-VALID              VALUE "V".
                   88  WS-SG-NOT-REGISTERED     VALUE "N".
                   88  WS-SG-INACTIVE           VALUE "I".
                   88  WS-SG-WRONG-DISTRICT     VALUE "W".
                   88  WS-SG-DUPLICATE          VALUE "D".
               10  WS-SG-VOTER-ID        PIC 9(10).
               10  WS-SG-ROLL-PRECINCT   PIC X(04).

      * The name and street group the sort is in, and the roll
      * voter heading it when there is one.
       01  WS-GROUP-KEY.
           05  WS-GRP-NORMALIZED-NAME    PIC X(30).
           05  WS-GRP-NORMALIZED-STREET  PIC X(30).
       01  WS-GROUP-VOTER.
           05  WS-GRP-VOTER-ID           PIC 9(10).
           05  WS-GRP-ROLL-STATUS        PIC X(01).
               88  WS-GRP-ACTIVE                VALUE "A".
           05  WS-GRP-PRECINCT-CODE      PIC X(04).

       01  WS-PAGE-EJECT-LINE.
           05  FILLER                    PIC X(01) VALUE "1".
           05  FILLER                    PIC X(79) VALUE SPACES.

       01  WS-CERT-TITLE-LINE.
           05  FILLER                    PIC X(40) VALUE
               "PETITION SIGNATURE CERTIFICATION".
           05  FILLER                    PIC X(09) VALUE "ELECTION ".
           05  WS-TTL-ELECTION-DATE      PIC 9(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TTL-DESCRIPTION        PIC X(30).

       01  WS-CERT-CONTEST-LINE.
           05  FILLER                    PIC X(09) VALUE "CONTEST ".
           05  WS-CCL-CONTEST-NO         PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CCL-TITLE              PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(09) VALUE "DISTRICT ".
           05  WS-CCL-DISTRICT           PIC X(10).

       01  WS-CERT-COUNT-LINE.
           05  WS-CNT-CAPTION            PIC X(40).
           05  WS-CNT-COUNT              PIC Z,ZZZ,ZZ9.

       01  WS-CERT-RESULT-LINE.
           05  FILLER                    PIC X(40) VALUE SPACES.
           05  WS-CRL-RESULT             PIC X(40).

       01  WS-DETAIL-HEADING-LINE.
           05  FILLER                    PIC X(06) VALUE "SHEET".
           05  FILLER                    PIC X(06) VALUE "LINE".
           05  FILLER                    PIC X(32) VALUE "NAME".
           05  FILLER                    PIC X(22) VALUE "STREET".
           05  FILLER                    PIC X(06) VALUE "PREC".
           05  FILLER                    PIC X(17) VALUE "CLASS".
           05  FILLER                    PIC X(12) VALUE "VOTER ID".
           05  FILLER                    PIC X(20) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-SHEET              PIC X(03).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DTL-LINE               PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DTL-NAME               PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-STREET             PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CLAIMED-PRECINCT   PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-CLASS              PIC X(15).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-VOTER-ID           PIC Z(9)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE               PIC X(22).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           SORT PETITION-SORT-FILE
               ON ASCENDING KEY PS-NORMALIZED-NAME
                                PS-NORMALIZED-STREET
                                PS-SOURCE
                                PS-ROLL-STATUS
                                PS-SIGNER-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-ROLL-AND-SIGNERS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-CLASSIFY-SIGNERS
                   THRU 3000-EXIT.
           PERFORM 4000-PRINT-CERTIFICATION.
           PERFORM 5000-PRINT-SIGNER-DETAIL.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - the election and the contest the petition
      *                   is for must both be on file before a
      *                   signature is counted.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           IF WS-CMD-LINE-PARM(1:8) IS NOT NUMERIC
              OR WS-CMD-LINE-PARM(9:4) IS NOT NUMERIC
              OR WS-CMD-LINE-PARM(13:7) IS NOT NUMERIC
               DISPLAY "PETVERIF - PARAMETER ELECTION DATE (YYYYMMDD)"
                   ", CONTEST (9999), SIGNATURES REQUIRED (9999999)"
                   " REQUIRED - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CMD-LINE-PARM(1:8)  TO WS-ELECTION-DATE.
           MOVE WS-CMD-LINE-PARM(9:4)  TO WS-CONTEST-NO.
           MOVE WS-CMD-LINE-PARM(13:7) TO WS-SIGNATURES-REQUIRED.
           OPEN INPUT ELECTION-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO EE-ELECTION-DATE.
           READ ELECTION-MASTER-FILE
               INVALID KEY
                   DISPLAY "PETVERIF - " WS-ELECTION-DATE
                       " IS NOT ON THE ELECTION MASTER - "
                       "RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE EE-DESCRIPTION TO WS-ELECTION-DESCRIPTION.
           CLOSE ELECTION-MASTER-FILE.
           OPEN INPUT CONTEST-MASTER-FILE.
           MOVE WS-ELECTION-DATE TO CT-ELECTION-DATE.
           MOVE WS-CONTEST-NO    TO CT-CONTEST-NO.
           READ CONTEST-MASTER-FILE
               INVALID KEY
                   DISPLAY "PETVERIF - CONTEST " WS-CONTEST-NO
                       " IS NOT ON THE CONTEST MASTER FOR "
                       WS-ELECTION-DATE " - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CT-TITLE         TO WS-CONTEST-TITLE.
           MOVE CT-DISTRICT-CODE TO WS-CONTEST-DISTRICT.
           CLOSE CONTEST-MASTER-FILE.
           OPEN INPUT PETITION-SIGNER-FILE.
           IF WS-PETSIGN-STATUS NOT = "00"
               DISPLAY "PETVERIF - CANNOT OPEN PETSIGN - STATUS "
                   WS-PETSIGN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           OPEN INPUT DISTRICT-MAP-FILE.
           OPEN OUTPUT CERTIFICATION-REPORT-FILE.
       1000-EXIT.
           EXIT.

      * ================================================================
      * 2000-RELEASE-ROLL-AND-SIGNERS - every voter on the roll,
      *                                 active or not, then every
      *                                 signer line, tabled as it
      *                                 is released.
      * ================================================================
       2000-RELEASE-ROLL-AND-SIGNERS.
           PERFORM 2100-RELEASE-ONE-VOTER
               THRU 2100-EXIT
               UNTIL WS-ROLL-END-OF-FILE.
           PERFORM 2200-RELEASE-ONE-SIGNER
               THRU 2200-EXIT
               UNTIL WS-SIGNER-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ROLL-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-VOTERS-READ.
           MOVE VRM-NAME TO WS-NAME-CASE-FIELD.
           PERFORM 2300-NORMALIZE-FIELD.
           MOVE WS-NORMALIZED-FIELD TO PS-NORMALIZED-NAME.
           MOVE VRM-ADDR-STREET TO WS-NAME-CASE-FIELD.
           PERFORM 2300-NORMALIZE-FIELD.
           MOVE WS-NORMALIZED-FIELD TO PS-NORMALIZED-STREET.
           SET PS-FROM-ROLL TO TRUE.
           MOVE VRM-STATUS        TO PS-ROLL-STATUS.
           MOVE ZERO              TO PS-SIGNER-SEQ.
           MOVE VRM-VOTER-ID      TO PS-VOTER-ID.
           MOVE VRM-PRECINCT-CODE TO PS-PRECINCT-CODE.
           RELEASE PETITION-SORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-SIGNER.
           READ PETITION-SIGNER-FILE
               AT END
                   SET WS-SIGNER-END-OF-FILE TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF PETITION-SIGNER-LINE = SPACES
               GO TO 2200-EXIT
           END-IF.
           IF WS-SIGNER-COUNT NOT < WS-SIGNER-LIMIT
               DISPLAY "PETVERIF - MORE THAN " WS-SIGNER-LIMIT
                   " SIGNER LINES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SIGNER-COUNT.
           MOVE PETITION-SIGNER-LINE(1:3)
               TO WS-SG-SHEET (WS-SIGNER-COUNT).
           MOVE PETITION-SIGNER-LINE(4:2)
               TO WS-SG-LINE (WS-SIGNER-COUNT).
           MOVE PETITION-SIGNER-LINE(6:30)
               TO WS-SG-NAME (WS-SIGNER-COUNT).
           MOVE PETITION-SIGNER-LINE(36:20)
               TO WS-SG-STREET (WS-SIGNER-COUNT).
           MOVE PETITION-SIGNER-LINE(56:4)
               TO WS-SG-CLAIMED-PRECINCT (WS-SIGNER-COUNT).
           SET WS-SG-NOT-REGISTERED (WS-SIGNER-COUNT) TO TRUE.
           MOVE ZERO   TO WS-SG-VOTER-ID (WS-SIGNER-COUNT).
           MOVE SPACES TO WS-SG-ROLL-PRECINCT (WS-SIGNER-COUNT).
           MOVE WS-SG-NAME (WS-SIGNER-COUNT) TO WS-NAME-CASE-FIELD.
           PERFORM 2300-NORMALIZE-FIELD.
           MOVE WS-NORMALIZED-FIELD TO PS-NORMALIZED-NAME.
           MOVE WS-SG-STREET (WS-SIGNER-COUNT) TO WS-NAME-CASE-FIELD.
           PERFORM 2300-NORMALIZE-FIELD.
           MOVE WS-NORMALIZED-FIELD TO PS-NORMALIZED-STREET.
           SET PS-FROM-PETITION TO TRUE.
           MOVE SPACE            TO PS-ROLL-STATUS.
           MOVE WS-SIGNER-COUNT  TO PS-SIGNER-SEQ.
           MOVE ZERO             TO PS-VOTER-ID.
           MOVE SPACES           TO PS-PRECINCT-CODE.
           RELEASE PETITION-SORT-RECORD.
       2200-EXIT.
           EXIT.

      * ================================================================
      * 2300-NORMALIZE-FIELD - title-case through NAME-CASE-UTIL,
      *                        blank out punctuation, then close
      *                        every run of blanks up to one and drop
      *                        leading blanks, so "SMITH, JOHN  A."
      *                        and "Smith John A" compare equal.
      * ================================================================
       2300-NORMALIZE-FIELD.
           CALL "NAME-CASE-UTIL" USING WS-NAME-CASE-FIELD.
           INSPECT WS-NAME-CASE-FIELD
               CONVERTING ".,'-#" TO "     ".
           MOVE SPACES TO WS-NORMALIZED-FIELD.
           MOVE ZERO TO WS-NORM-POS.
           MOVE "N" TO WS-PENDING-SPACE-SWITCH.
           PERFORM 2310-SQUEEZE-ONE-CHARACTER
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 30.

       2310-SQUEEZE-ONE-CHARACTER.
           IF WS-NAME-CASE-FIELD(WS-CHAR-SUB:1) = SPACE
               SET WS-SPACE-PENDING TO TRUE
           ELSE
               IF WS-SPACE-PENDING AND WS-NORM-POS > ZERO
                   ADD 1 TO WS-NORM-POS
               END-IF
               MOVE "N" TO WS-PENDING-SPACE-SWITCH
               ADD 1 TO WS-NORM-POS
               MOVE WS-NAME-CASE-FIELD(WS-CHAR-SUB:1)
                   TO WS-NORMALIZED-FIELD(WS-NORM-POS:1)
           END-IF.

      * ================================================================
      * 3000-CLASSIFY-SIGNERS - a change of name or street starts a
      *                         new group.  The first roll record in
      *                         a group is the voter the group's
      *                         signers are matched to (the active
      *                         registration when there is one); the
      *                         group's first signer takes that
      *                         voter's class and any later signer
      *                         is a duplicate.
      * ================================================================
       3000-CLASSIFY-SIGNERS.
           MOVE HIGH-VALUES TO WS-GROUP-KEY.
           PERFORM 3100-RETURN-ONE-RECORD
               THRU 3100-EXIT
               UNTIL WS-SORT-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-RECORD.
           RETURN PETITION-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-RETURN.
           IF PS-NORMALIZED-NAME NOT = WS-GRP-NORMALIZED-NAME
              OR PS-NORMALIZED-STREET NOT = WS-GRP-NORMALIZED-STREET
               MOVE PS-NORMALIZED-NAME   TO WS-GRP-NORMALIZED-NAME
               MOVE PS-NORMALIZED-STREET TO WS-GRP-NORMALIZED-STREET
               MOVE "N" TO WS-GROUP-VOTER-SWITCH
               MOVE "N" TO WS-GROUP-SIGNED-SWITCH
           END-IF.
           IF PS-FROM-ROLL
               IF NOT WS-GROUP-HAS-VOTER
                   SET WS-GROUP-HAS-VOTER TO TRUE
                   MOVE PS-VOTER-ID      TO WS-GRP-VOTER-ID
                   MOVE PS-ROLL-STATUS   TO WS-GRP-ROLL-STATUS
                   MOVE PS-PRECINCT-CODE TO WS-GRP-PRECINCT-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF.
           MOVE PS-SIGNER-SEQ TO WS-SIGNER-SUB.
           IF NOT WS-GROUP-HAS-VOTER
               SET WS-SG-NOT-REGISTERED (WS-SIGNER-SUB) TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-GRP-VOTER-ID
               TO WS-SG-VOTER-ID (WS-SIGNER-SUB).
           MOVE WS-GRP-PRECINCT-CODE
               TO WS-SG-ROLL-PRECINCT (WS-SIGNER-SUB).
           IF WS-GROUP-ALREADY-SIGNED
               SET WS-SG-DUPLICATE (WS-SIGNER-SUB) TO TRUE
               GO TO 3100-EXIT
           END-IF.
           SET WS-GROUP-ALREADY-SIGNED TO TRUE.
           IF NOT WS-GRP-ACTIVE
               SET WS-SG-INACTIVE (WS-SIGNER-SUB) TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-CONTEST-COUNTYWIDE
               SET WS-SG-VALID (WS-SIGNER-SUB) TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CONTEST-DISTRICT  TO DP-DISTRICT-CODE.
           MOVE WS-GRP-PRECINCT-CODE TO DP-PRECINCT-CODE.
           READ DISTRICT-MAP-FILE
               INVALID KEY
                   SET WS-SG-WRONG-DISTRICT (WS-SIGNER-SUB) TO TRUE
               NOT INVALID KEY
                   SET WS-SG-VALID (WS-SIGNER-SUB) TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * ================================================================
      * 4000-PRINT-CERTIFICATION - counts by class and the valid
      *                            count against the number the
      *                            petition needs.
      * ================================================================
       4000-PRINT-CERTIFICATION.
           PERFORM 4100-COUNT-ONE-SIGNER
               VARYING WS-SIGNER-SUB FROM 1 BY 1
               UNTIL WS-SIGNER-SUB > WS-SIGNER-COUNT.
           MOVE WS-ELECTION-DATE        TO WS-TTL-ELECTION-DATE.
           MOVE WS-ELECTION-DESCRIPTION TO WS-TTL-DESCRIPTION.
           MOVE WS-CERT-TITLE-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE WS-CONTEST-NO    TO WS-CCL-CONTEST-NO.
           MOVE WS-CONTEST-TITLE TO WS-CCL-TITLE.
           IF WS-CONTEST-COUNTYWIDE
               MOVE "COUNTYWIDE" TO WS-CCL-DISTRICT
           ELSE
               MOVE WS-CONTEST-DISTRICT TO WS-CCL-DISTRICT
           END-IF.
           MOVE WS-CERT-CONTEST-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE SPACES TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE "SIGNER LINES KEYED" TO WS-CNT-CAPTION.
           MOVE WS-SIGNER-COUNT TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "  VALID" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-VALID TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "  NOT REGISTERED" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-NOT-REGISTERED TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "  INACTIVE REGISTRATION" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-INACTIVE TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "  WRONG DISTRICT FOR THE CONTEST" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-WRONG-DISTRICT TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "  DUPLICATE SIGNATURE" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-DUPLICATE TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE SPACES TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE "VALID SIGNATURES" TO WS-CNT-CAPTION.
           MOVE WS-COUNT-VALID TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           MOVE "SIGNATURES REQUIRED" TO WS-CNT-CAPTION.
           MOVE WS-SIGNATURES-REQUIRED TO WS-CNT-COUNT.
           PERFORM 8000-WRITE-COUNT-LINE.
           IF WS-COUNT-VALID < WS-SIGNATURES-REQUIRED
               COMPUTE WS-SHORTFALL =
                   WS-SIGNATURES-REQUIRED - WS-COUNT-VALID
               MOVE "SHORT BY" TO WS-CNT-CAPTION
               MOVE WS-SHORTFALL TO WS-CNT-COUNT
               PERFORM 8000-WRITE-COUNT-LINE
               MOVE "PETITION DOES NOT QUALIFY" TO WS-CRL-RESULT
           ELSE
               MOVE "PETITION QUALIFIES" TO WS-CRL-RESULT
           END-IF.
           MOVE SPACES TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE WS-CERT-RESULT-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.

       4100-COUNT-ONE-SIGNER.
           EVALUATE TRUE
               WHEN WS-SG-VALID (WS-SIGNER-SUB)
                   ADD 1 TO WS-COUNT-VALID
               WHEN WS-SG-INACTIVE (WS-SIGNER-SUB)
                   ADD 1 TO WS-COUNT-INACTIVE
               WHEN WS-SG-WRONG-DISTRICT (WS-SIGNER-SUB)
                   ADD 1 TO WS-COUNT-WRONG-DISTRICT
               WHEN WS-SG-DUPLICATE (WS-SIGNER-SUB)
                   ADD 1 TO WS-COUNT-DUPLICATE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-NOT-REGISTERED
           END-EVALUATE.

      * ================================================================
      * 5000-PRINT-SIGNER-DETAIL - every line in the order keyed,
      *                            which is sheet and line order, so
      *                            a challenger can go straight to
      *                            the signature on the petition.
      * ================================================================
       5000-PRINT-SIGNER-DETAIL.
           MOVE WS-PAGE-EJECT-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE WS-CERT-TITLE-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE WS-CERT-CONTEST-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE SPACES TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           MOVE WS-DETAIL-HEADING-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.
           PERFORM 5100-PRINT-ONE-SIGNER
               VARYING WS-SIGNER-SUB FROM 1 BY 1
               UNTIL WS-SIGNER-SUB > WS-SIGNER-COUNT.

       5100-PRINT-ONE-SIGNER.
           MOVE WS-SG-SHEET (WS-SIGNER-SUB)  TO WS-DTL-SHEET.
           MOVE WS-SG-LINE (WS-SIGNER-SUB)   TO WS-DTL-LINE.
           MOVE WS-SG-NAME (WS-SIGNER-SUB)   TO WS-DTL-NAME.
           MOVE WS-SG-STREET (WS-SIGNER-SUB) TO WS-DTL-STREET.
           MOVE WS-SG-CLAIMED-PRECINCT (WS-SIGNER-SUB)
               TO WS-DTL-CLAIMED-PRECINCT.
           MOVE WS-SG-VOTER-ID (WS-SIGNER-SUB) TO WS-DTL-VOTER-ID.
           MOVE SPACES TO WS-DTL-NOTE.
           EVALUATE TRUE
               WHEN WS-SG-VALID (WS-SIGNER-SUB)
                   MOVE "VALID" TO WS-DTL-CLASS
               WHEN WS-SG-INACTIVE (WS-SIGNER-SUB)
                   MOVE "INACTIVE" TO WS-DTL-CLASS
               WHEN WS-SG-WRONG-DISTRICT (WS-SIGNER-SUB)
                   MOVE "WRONG DISTRICT" TO WS-DTL-CLASS
               WHEN WS-SG-DUPLICATE (WS-SIGNER-SUB)
                   MOVE "DUPLICATE" TO WS-DTL-CLASS
               WHEN OTHER
                   MOVE "NOT REGISTERED" TO WS-DTL-CLASS
           END-EVALUATE.
           IF WS-SG-VOTER-ID (WS-SIGNER-SUB) NOT = ZERO
              AND WS-SG-ROLL-PRECINCT (WS-SIGNER-SUB)
                  NOT = WS-SG-CLAIMED-PRECINCT (WS-SIGNER-SUB)
               STRING "ROLL PRECINCT "
                      WS-SG-ROLL-PRECINCT (WS-SIGNER-SUB)
                   DELIMITED BY SIZE INTO WS-DTL-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.

       8000-WRITE-COUNT-LINE.
           MOVE WS-CERT-COUNT-LINE TO CERTIFICATION-REPORT-LINE.
           WRITE CERTIFICATION-REPORT-LINE.

       9000-TERMINATE.
           DISPLAY "PETITION VERIFICATION - END OF JOB SUMMARY".
           DISPLAY "  VOTERS READ         : " WS-VOTERS-READ.
           DISPLAY "  SIGNER LINES        : " WS-SIGNER-COUNT.
           DISPLAY "  VALID               : " WS-COUNT-VALID.
           DISPLAY "  NOT REGISTERED      : " WS-COUNT-NOT-REGISTERED.
           DISPLAY "  INACTIVE            : " WS-COUNT-INACTIVE.
           DISPLAY "  WRONG DISTRICT      : " WS-COUNT-WRONG-DISTRICT.
           DISPLAY "  DUPLICATE           : " WS-COUNT-DUPLICATE.
           DISPLAY "  REQUIRED            : " WS-SIGNATURES-REQUIRED.
           CLOSE PETITION-SIGNER-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE DISTRICT-MAP-FILE.
           CLOSE CERTIFICATION-REPORT-FILE.
           IF WS-COUNT-VALID < WS-SIGNATURES-REQUIRED
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM PETVERIF.
