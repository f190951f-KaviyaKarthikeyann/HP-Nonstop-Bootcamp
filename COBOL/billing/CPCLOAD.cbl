      ******************************************************************
      * PROGRAM:      CPCLOAD
      * AUTHOR:       R. J. PILLAI - BILLING SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads the CUSTOMER-PRICE-CONTRACT file (CPCMAST)
      *               from the contract extract, adding new contracts
      *               and replacing the terms of existing ones.  The
      *               customer must be on CUSTOMER-MASTER and the item
      *               on ITEM-MASTER.  Extract layout:
      *                 1-10    customer id
      *                 11-18   item code
      *                 19      action - D deletes the contract,
      *                         anything else adds or replaces it
      *                 20-27   effective date YYYYMMDD
      *                 28-35   expiry date YYYYMMDD (blank or zeros
      *                         - no expiry)
      *                 36-44   contract unit price 9(7)V99
      *                 45-100  four quantity breaks, each a minimum
      *                         quantity (5 digits) and its unit price
      *                         (9(7)V99); blank for none
      *                 101-112 contract reference
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original price contract load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPCLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-EXTRACT-FILE ASSIGN TO "CPCEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CPCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-KEY
               FILE STATUS IS WS-CPCMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS WS-ITEMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-EXTRACT-FILE.
       01  CONTRACT-EXTRACT-RECORD       PIC X(120).

       FD  CONTRACT-PRICE-FILE.
       COPY CPCREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
       COPY ITEMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-STATUS         PIC X(02) VALUE "00".
           05  WS-CPCMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-CUSTMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-ITEMMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACTS-ADDED        PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACTS-REPLACED     PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTRACTS-DELETED      PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-EXTRACT-FIELDS.
           05  WS-EXT-CUST-ID-X          PIC X(10).
           05  WS-EXT-CUST-ID REDEFINES WS-EXT-CUST-ID-X
                                         PIC 9(10).
           05  WS-EXT-ITEM-CODE          PIC X(08).
           05  WS-EXT-ACTION             PIC X(01).
               88  WS-EXT-DELETE                VALUE "D".
           05  WS-EXT-EFFECTIVE-X        PIC X(08).
           05  WS-EXT-EFFECTIVE REDEFINES WS-EXT-EFFECTIVE-X
                                         PIC 9(08).
           05  WS-EXT-EXPIRY-X           PIC X(08).
           05  WS-EXT-EXPIRY REDEFINES WS-EXT-EXPIRY-X
                                         PIC 9(08).
           05  WS-EXT-PRICE-X            PIC X(09).
           05  WS-EXT-PRICE REDEFINES WS-EXT-PRICE-X
                                         PIC 9(7)V99.
           05  WS-EXT-BREAK OCCURS 4 TIMES.
               10  WS-EXT-BREAK-QTY-X    PIC X(05).
               10  WS-EXT-BREAK-QTY REDEFINES WS-EXT-BREAK-QTY-X
                                         PIC 9(05).
               10  WS-EXT-BREAK-PRICE-X  PIC X(09).
               10  WS-EXT-BREAK-PRICE REDEFINES WS-EXT-BREAK-PRICE-X
                                         PIC 9(7)V99.
           05  WS-EXT-CONTRACT-REF       PIC X(12).

       01  WS-BREAK-SUB                  PIC 9(02) COMP.

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
           OPEN INPUT CONTRACT-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "CPCLOAD - CANNOT OPEN CPCEXTR - STATUS "
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "CPCLOAD - CANNOT OPEN CUSTMAST - STATUS "
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "CPCLOAD - CANNOT OPEN ITEMMAST - STATUS "
                   WS-ITEMMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTRACT-PRICE-FILE.
           IF WS-CPCMAST-STATUS = "35"
               OPEN OUTPUT CONTRACT-PRICE-FILE
               CLOSE CONTRACT-PRICE-FILE
               OPEN I-O CONTRACT-PRICE-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EXTRACT.
           READ CONTRACT-EXTRACT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-RECORDS-READ.
           MOVE CONTRACT-EXTRACT-RECORD(1:112) TO WS-EXTRACT-FIELDS.
           PERFORM 2100-EDIT-CONTRACT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-EXT-CUST-ID   TO CPC-CUST-ID.
           MOVE WS-EXT-ITEM-CODE TO CPC-ITEM-CODE.
           IF WS-EXT-DELETE
               DELETE CONTRACT-PRICE-FILE
                   INVALID KEY
                       MOVE "NO CONTRACT ON FILE TO DELETE"
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTRACTS-DELETED
               END-DELETE
               GO TO 2000-EXIT
           END-IF.
           READ CONTRACT-PRICE-FILE
               INVALID KEY
                   PERFORM 2200-BUILD-CONTRACT
                   WRITE CUSTOMER-PRICE-CONTRACT-RECORD
                   ADD 1 TO WS-CONTRACTS-ADDED
               NOT INVALID KEY
                   PERFORM 2200-BUILD-CONTRACT
                   REWRITE CUSTOMER-PRICE-CONTRACT-RECORD
                   ADD 1 TO WS-CONTRACTS-REPLACED
           END-READ.
       2000-EXIT.
           EXIT.

      * ================================================================
      * 2100-EDIT-CONTRACT - a delete needs only the key; a contract
      *                      needs a customer and item on file, an
      *                      effective date, an expiry no earlier
      *                      than it and a price.
      * ================================================================
       2100-EDIT-CONTRACT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-EXT-CUST-ID-X IS NOT NUMERIC
              OR WS-EXT-ITEM-CODE = SPACES
               MOVE "CUSTOMER ID OR ITEM CODE MISSING"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT WS-EXT-DELETE
               MOVE WS-EXT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT WS-EXT-DELETE
               MOVE WS-EXT-ITEM-CODE TO ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-EXT-EXPIRY-X = SPACES
               MOVE ZERO TO WS-EXT-EXPIRY
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT WS-EXT-DELETE
               IF WS-EXT-EFFECTIVE-X IS NOT NUMERIC
                  OR WS-EXT-EFFECTIVE = ZERO
                  OR WS-EXT-EXPIRY-X IS NOT NUMERIC
                   MOVE "EFFECTIVE OR EXPIRY DATE INVALID"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-EXT-EXPIRY NOT = ZERO
                      AND WS-EXT-EXPIRY < WS-EXT-EFFECTIVE
                       MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT WS-EXT-DELETE
               IF WS-EXT-PRICE-X IS NOT NUMERIC
                  OR WS-EXT-PRICE = ZERO
                   MOVE "CONTRACT PRICE MISSING OR ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2200-BUILD-CONTRACT.
           MOVE WS-EXT-EFFECTIVE    TO CPC-EFFECTIVE-DATE.
           MOVE WS-EXT-EXPIRY       TO CPC-EXPIRY-DATE.
           MOVE WS-EXT-PRICE        TO CPC-CONTRACT-PRICE.
           MOVE WS-EXT-CONTRACT-REF TO CPC-CONTRACT-REF.
           MOVE WS-CURRENT-DATE     TO CPC-LAST-CHANGED-DATE.
           PERFORM 2210-BUILD-ONE-BREAK
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > 4.

      * A break needs both a quantity and a price; either missing
      * leaves it unused.
       2210-BUILD-ONE-BREAK.
           IF WS-EXT-BREAK-QTY-X (WS-BREAK-SUB) IS NUMERIC
              AND WS-EXT-BREAK-PRICE-X (WS-BREAK-SUB) IS NUMERIC
               MOVE WS-EXT-BREAK-QTY (WS-BREAK-SUB)
                   TO CPC-BREAK-MIN-QTY (WS-BREAK-SUB)
               MOVE WS-EXT-BREAK-PRICE (WS-BREAK-SUB)
                   TO CPC-BREAK-PRICE (WS-BREAK-SUB)
           ELSE
               MOVE ZERO TO CPC-BREAK-MIN-QTY (WS-BREAK-SUB)
               MOVE ZERO TO CPC-BREAK-PRICE (WS-BREAK-SUB)
           END-IF.

       2900-REJECT-LINE.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "CPCLOAD - REJECTED LINE " WS-RECORDS-READ
               " FOR CUSTOMER " WS-EXT-CUST-ID-X " ITEM "
               WS-EXT-ITEM-CODE " - " WS-REJECT-REASON.

       9000-TERMINATE.
           DISPLAY "PRICE CONTRACT LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "  CONTRACTS ADDED    : " WS-CONTRACTS-ADDED.
           DISPLAY "  CONTRACTS REPLACED : " WS-CONTRACTS-REPLACED.
           DISPLAY "  CONTRACTS DELETED  : " WS-CONTRACTS-DELETED.
           DISPLAY "  REJECTED           : " WS-RECORDS-REJECTED.
           CLOSE CONTRACT-EXTRACT-FILE.
           CLOSE CONTRACT-PRICE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE ITEM-MASTER-FILE.
           IF WS-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM CPCLOAD.
