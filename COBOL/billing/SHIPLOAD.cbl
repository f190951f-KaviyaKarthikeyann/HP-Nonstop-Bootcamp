      ******************************************************************
      * PROGRAM:      SHIPLOAD
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the customers' ship-to locations (SHIPTO)
      *               from the ship-to extract.  A location needs its
      *               customer on CUSTOMER-MASTER and a full address;
      *               the tax state defaults to the address state.  A
      *               location already on file has its details
      *               replaced.  Locations are never deleted - an
      *               invoice may still name one - they are made
      *               inactive, and an inactive location cannot be
      *               picked for a new order.
      *               Extract layout:
      *                 1-10    customer id
      *                 11-14   location number (0001-9999)
      *                 15      status - A active, I inactive
      *                         (blank - active)
      *                 16-35   location name
      *                 36-55   street
      *                 56-70   city
      *                 71-72   state
      *                 73-77   zip
      *                 78-79   tax state (blank - the address state)
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original ship-to load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-EXTRACT-FILE ASSIGN TO "SHIPEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-EXTRACT-FILE.
       01  SHIP-TO-EXTRACT-RECORD        PIC X(80).

       FD  SHIP-TO-FILE.
       COPY SHIPREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-SHIPTO-STATUS          PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-LOCATIONS-ADDED        PIC 9(9) COMP VALUE ZERO.
           05  WS-LOCATIONS-REPLACED     PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-CUST-ID-X          PIC X(10).
           05  WS-EXT-CUST-ID REDEFINES WS-EXT-CUST-ID-X
                                         PIC 9(10).
           05  WS-EXT-LOC-NO-X           PIC X(04).
           05  WS-EXT-LOC-NO REDEFINES WS-EXT-LOC-NO-X
                                         PIC 9(04).
           05  WS-EXT-STATUS             PIC X(01).
           05  WS-EXT-NAME               PIC X(20).
           05  WS-EXT-STREET             PIC X(20).
           05  WS-EXT-CITY               PIC X(15).
           05  WS-EXT-STATE              PIC X(02).
           05  WS-EXT-ZIP-X              PIC X(05).
           05  WS-EXT-ZIP REDEFINES WS-EXT-ZIP-X
                                         PIC 9(05).
           05  WS-EXT-TAX-STATE          PIC X(02).
           05  FILLER                    PIC X(01).

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
           OPEN INPUT SHIP-TO-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "SHIPLOAD - CANNOT OPEN SHIPEXTR - STATUS "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "SHIPLOAD - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SHIP-TO-FILE.
           IF WS-SHIPTO-STATUS = "35"
               OPEN OUTPUT SHIP-TO-FILE
               CLOSE SHIP-TO-FILE
               OPEN I-O SHIP-TO-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ SHIP-TO-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SHIP-TO-EXTRACT-RECORD TO WS-EXTRACT-FIELDS.
           PERFORM 2100-EDIT-LOCATION.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-EXT-CUST-ID TO SHP-CUST-ID.
           MOVE WS-EXT-LOC-NO  TO SHP-LOC-NO.
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE SPACES TO SHIP-TO-RECORD
                   MOVE WS-EXT-CUST-ID TO SHP-CUST-ID
                   MOVE WS-EXT-LOC-NO  TO SHP-LOC-NO
                   PERFORM 2200-BUILD-LOCATION
                   WRITE SHIP-TO-RECORD
                   ADD 1 TO WS-LOCATIONS-ADDED
               NOT INVALID KEY
                   PERFORM 2200-BUILD-LOCATION
                   REWRITE SHIP-TO-RECORD
                   ADD 1 TO WS-LOCATIONS-REPLACED
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-EDIT-LOCATION - a customer on the master, a location
      *                      number above zero and an address the
      *                      goods can be delivered to.
      * ================================================================
       2100-EDIT-LOCATION.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-EXT-STATUS = SPACE
               MOVE "A" TO WS-EXT-STATUS
           END-IF.
           IF WS-EXT-TAX-STATE = SPACES
               MOVE WS-EXT-STATE TO WS-EXT-TAX-STATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EXT-CUST-ID-X IS NOT NUMERIC
                   MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-EXT-LOC-NO-X IS NOT NUMERIC
                 OR WS-EXT-LOC-NO = ZERO
                   MOVE "LOCATION NUMBER NOT 0001-9999"
                       TO WS-REJECT-REASON
               WHEN WS-EXT-STATUS NOT = "A"
                AND WS-EXT-STATUS NOT = "I"
                   MOVE "STATUS NOT A OR I" TO WS-REJECT-REASON
               WHEN WS-EXT-STREET = SPACES
                 OR WS-EXT-CITY = SPACES
                   MOVE "STREET OR CITY MISSING" TO WS-REJECT-REASON
               WHEN WS-EXT-STATE IS NOT ALPHABETIC
                 OR WS-EXT-STATE = SPACES
                 OR WS-EXT-TAX-STATE IS NOT ALPHABETIC
                   MOVE "STATE OR TAX STATE NOT VALID"
                       TO WS-REJECT-REASON
               WHEN WS-EXT-ZIP-X IS NOT NUMERIC
                   MOVE "ZIP NOT NUMERIC" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-EXT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       2200-BUILD-LOCATION.
           MOVE WS-EXT-NAME         TO SHP-NAME.
           MOVE WS-EXT-STREET       TO SHP-ADDR-STREET.
           MOVE WS-EXT-CITY         TO SHP-ADDR-CITY.
           MOVE WS-EXT-STATE        TO SHP-ADDR-STATE.
           MOVE WS-EXT-ZIP          TO SHP-ADDR-ZIP.
           MOVE WS-EXT-TAX-STATE    TO SHP-TAX-STATE.
           MOVE WS-EXT-STATUS       TO SHP-STATUS.
           MOVE WS-CURRENT-DATE     TO SHP-LAST-CHANGED-DATE.

       2900-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "SHIPLOAD - REJECTED LINE " WS-RECORDS-READ
               " - " SHIP-TO-EXTRACT-RECORD(1:14) " - "
               WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "SHIP-TO LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ         : " WS-RECORDS-READ.
           DISPLAY "  LOCATIONS ADDED      : " WS-LOCATIONS-ADDED.
           DISPLAY "  LOCATIONS REPLACED   : " WS-LOCATIONS-REPLACED.
           DISPLAY "  REJECTED             : " WS-RECORDS-REJECTED.
           CLOSE SHIP-TO-EXTRACT-FILE.
           CLOSE SHIP-TO-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM SHIPLOAD.
