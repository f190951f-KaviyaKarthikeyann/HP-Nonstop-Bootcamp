      ******************************************************************
      * PROGRAM:      INVHCONV
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      One-time INVOICE-HEADER conversion.  The
      *               INVHDREC layout grew from 32 to 50 bytes when
      *               the ship-to location and its reserve were
      *               added, and the indexed file on disk still
      *               carries 32-byte records - which the new FD
      *               cannot open.  This utility reads the old-layout
      *               headers record for record, carries every field
      *               across unchanged, sets each header to ship to
      *               the bill-to address (location zero), and writes
      *               the new-layout file to INVHDRN.  Operations
      *               renames INVHDRN over INVHDR (after a BACKUP
      *               generation) and every program on the new layout
      *               opens clean.  Run exactly once, before the first
      *               post-conversion job touches the invoice headers.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original one-time conversion utility.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVHCONV.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INVOICE-HEADER-FILE ASSIGN TO "INVHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-INVH-INVOICE-ID
               FILE STATUS IS WS-OLDHDR-STATUS.

           SELECT NEW-INVOICE-HEADER-FILE ASSIGN TO "INVHDRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INVH-INVOICE-ID
               FILE STATUS IS WS-NEWHDR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The pre-conversion 32-byte layout, exactly as the records
      * sit on disk.
       FD  OLD-INVOICE-HEADER-FILE.
       01  OLD-INVOICE-HEADER-RECORD.
           05  OLD-INVH-INVOICE-ID       PIC 9(08).
           05  OLD-INVH-CUST-ID          PIC 9(10).
           05  OLD-INVH-INVOICE-DATE     PIC 9(08).
           05  OLD-INVH-STATUS           PIC X(01).
           05  OLD-INVH-SHIP-TO-STATE    PIC X(02).
           05  OLD-INVH-SALESREP         PIC X(03).

       FD  NEW-INVOICE-HEADER-FILE.
       COPY INVHDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OLDHDR-STATUS          PIC X(02) VALUE "00".
           05  WS-NEWHDR-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-HEADER
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-INVOICE-HEADER-FILE.
           IF WS-OLDHDR-STATUS NOT = "00"
               DISPLAY "INVHCONV - CANNOT OPEN THE OLD INVHDR - "
                   "STATUS " WS-OLDHDR-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-INVOICE-HEADER-FILE.
       1000-EXIT.
           EXIT.

       2000-CONVERT-ONE-HEADER.
           READ OLD-INVOICE-HEADER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE SPACES TO INVOICE-HEADER-RECORD
                   MOVE OLD-INVH-INVOICE-ID    TO INVH-INVOICE-ID
                   MOVE OLD-INVH-CUST-ID       TO INVH-CUST-ID
                   MOVE OLD-INVH-INVOICE-DATE  TO INVH-INVOICE-DATE
                   MOVE OLD-INVH-STATUS        TO INVH-STATUS
                   MOVE OLD-INVH-SHIP-TO-STATE TO INVH-SHIP-TO-STATE
                   MOVE OLD-INVH-SALESREP      TO INVH-SALESREP
                   MOVE ZERO                   TO INVH-SHIP-TO-LOC
                   WRITE INVOICE-HEADER-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-READ.

       9000-TERMINATE.
           DISPLAY "INVOICE HEADER CONVERSION - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ    : " WS-RECORDS-READ.
           DISPLAY "  RECORDS WRITTEN : " WS-RECORDS-WRITTEN.
           DISPLAY "  RENAME INVHDRN OVER INVHDR TO COMPLETE "
               "THE CONVERSION".
           CLOSE OLD-INVOICE-HEADER-FILE.
           CLOSE NEW-INVOICE-HEADER-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM INVHCONV.
