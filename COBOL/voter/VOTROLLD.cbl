      *   2026-09-01  RJP  Loads the residence address off roll
      *                    columns 61-102 into the new VRM-ADDRESS
      *                    fields.
      *   2026-10-15  RJP  Loads the date of birth off roll columns
      *                    103-110 into VRM-DATE-OF-BIRTH (zero
      *                    when the roll line carries none).
      *   2026-10-15  RJP  Loads the party affiliation off roll
      *                    columns 111-113 into VRM-PARTY-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOTROLLD.
       DATA DIVISION.
       FILE SECTION.
       FD  STAMPED-ROLL-IN-FILE.
       01  STAMPED-ROLL-IN-LINE          PIC X(120).

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.
           MOVE STAMPED-ROLL-IN-LINE(81:15)   TO VRM-ADDR-CITY.
           MOVE STAMPED-ROLL-IN-LINE(96:2)    TO VRM-ADDR-STATE.
           MOVE STAMPED-ROLL-IN-LINE(98:5)    TO VRM-ADDR-ZIP.
           IF STAMPED-ROLL-IN-LINE(103:8) IS NUMERIC
               MOVE STAMPED-ROLL-IN-LINE(103:8) TO VRM-DATE-OF-BIRTH
           ELSE
               MOVE ZERO TO VRM-DATE-OF-BIRTH
           END-IF.
           MOVE STAMPED-ROLL-IN-LINE(111:3)   TO VRM-PARTY-CODE.
           SET VRM-ACTIVE TO TRUE.
           WRITE VOTER-ROLL-MASTER-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
