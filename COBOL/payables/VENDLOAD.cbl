      ******************************************************************
      * PROGRAM:      VENDLOAD
      * AUTHOR:       R. J. PILLAI - ACCOUNTS PAYABLE SYSTEMS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Loads and maintains the VENDOR-MASTER indexed
      *               file from keyed vendor cards.  An A card adds a
      *               new vendor ACTIVE, or amends the name, remit-to
      *               address, payment terms and default expense
      *               account of one already on file; H puts a
      *               vendor ON HOLD so the payment run passes it
      *               by, R releases a held or inactive vendor back
      *               to ACTIVE, and I inactivates one.  A vendor is
      *               never deleted - its paid invoices and checks
      *               still name it - and is only inactivated once
      *               nothing is left open to it on AP.
      *
      *               Vendor card (fixed column):
      *                   1-6    vendor id
      *                   7      action - A add/amend, H hold,
      *                          R release, I inactivate
      *                   8-37   vendor name
      *                   38-67  remit-to street
      *                   68-87  remit-to city
      *                   88-89  remit-to state
      *                   90-99  remit-to ZIP
      *                   100-102 net days 001-365
      *                   103-106 discount percent 99V99 (blank -
      *                          no discount)
      *                   107-109 discount days (required with a
      *                          discount, not past the net days)
      *                   110-115 default expense account
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original vendor master load program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDLOAD.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-CARD-FILE ASSIGN TO "VENDCRDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VENDMAST-STATUS.

           SELECT AP-OPEN-ITEM-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOPEN-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCT-ID
               FILE STATUS IS WS-COAMAST-STATUS.

           SELECT LOAD-EXCEPTION-FILE ASSIGN TO "VENDLERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-CARD-FILE.
       01  VENDOR-CARD-RECORD            PIC X(120).

       FD  VENDOR-MASTER-FILE.
       COPY VENDREC.

       FD  AP-OPEN-ITEM-FILE.
       COPY APOPNREC.

       FD  CHART-OF-ACCOUNTS-FILE.
       COPY COAREC.

       FD  LOAD-EXCEPTION-FILE.
       01  LOAD-EXCEPTION-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CARDS-STATUS           PIC X(02) VALUE "00".
           05  WS-VENDMAST-STATUS        PIC X(02) VALUE "00".
           05  WS-APOPEN-STATUS          PIC X(02) VALUE "00".
           05  WS-COAMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-EXCEPTION-STATUS       PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-VEND-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-VEND-ON-FILE              VALUE "Y".
           05  WS-SCAN-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-SCAN-END-OF-FILE          VALUE "Y".
           05  WS-APOPEN-SWITCH          PIC X(01) VALUE "N".
               88  WS-APOPEN-OPEN               VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-ADDED          PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-CHANGED        PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-HELD           PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-RELEASED       PIC 9(9) COMP VALUE ZERO.
           05  WS-VENDORS-INACTIVATED    PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CARD-FIELDS.
           05  WS-CRD-VEND-ID            PIC X(06).
           05  WS-CRD-VEND-ID-N REDEFINES WS-CRD-VEND-ID
                                         PIC 9(06).
           05  WS-CRD-ACTION             PIC X(01).
               88  WS-CRD-IS-ADD                VALUE "A".
               88  WS-CRD-IS-HOLD               VALUE "H".
               88  WS-CRD-IS-RELEASE            VALUE "R".
               88  WS-CRD-IS-INACTIVATE         VALUE "I".
           05  WS-CRD-NAME               PIC X(30).
           05  WS-CRD-STREET             PIC X(30).
           05  WS-CRD-CITY               PIC X(20).
           05  WS-CRD-STATE              PIC X(02).
           05  WS-CRD-ZIP                PIC X(10).
           05  WS-CRD-NET-DIGITS         PIC X(03).
           05  WS-CRD-NET-N REDEFINES WS-CRD-NET-DIGITS
                                         PIC 9(03).
           05  WS-CRD-PCT-DIGITS         PIC X(04).
           05  WS-CRD-PCT-N REDEFINES WS-CRD-PCT-DIGITS
                                         PIC 9(02)V99.
           05  WS-CRD-DISC-DIGITS        PIC X(03).
           05  WS-CRD-DISC-N REDEFINES WS-CRD-DISC-DIGITS
                                         PIC 9(03).
           05  WS-CRD-EXPENSE-DIGITS     PIC X(06).
           05  WS-CRD-EXPENSE-N REDEFINES WS-CRD-EXPENSE-DIGITS
                                         PIC 9(06).
           05  FILLER                    PIC X(05).

      * Open AP items still owed the vendor an I card would close,
      * counted by 2600.
       01  WS-OPEN-ITEMS                 PIC 9(7) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC 9(08).

       COPY EDITWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-LOAD-CARDS
               THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * An AP-OPEN-ITEM file not yet built holds nothing open, so
      * the inactivation check simply skips it.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-CARD-FILE.
           OPEN I-O VENDOR-MASTER-FILE.
           IF WS-VENDMAST-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF.
           OPEN INPUT AP-OPEN-ITEM-FILE.
           IF WS-APOPEN-STATUS = "00"
               SET WS-APOPEN-OPEN TO TRUE
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           OPEN OUTPUT LOAD-EXCEPTION-FILE.
       1000-EXIT.
           EXIT.

       2000-LOAD-CARDS.
           READ VENDOR-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-EDIT-AND-APPLY
                       THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-EDIT-AND-APPLY.
           MOVE VENDOR-CARD-RECORD TO WS-CARD-FIELDS.
           IF WS-CRD-VEND-ID IS NOT NUMERIC
              OR WS-CRD-VEND-ID-N = ZERO
               MOVE "VENDOR ID MUST BE 6 DIGITS, NOT ZERO"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2350-READ-VENDOR.
           EVALUATE TRUE
               WHEN WS-CRD-IS-ADD
                   PERFORM 2300-ADD-OR-AMEND
                       THRU 2300-EXIT
               WHEN WS-CRD-IS-HOLD
               WHEN WS-CRD-IS-RELEASE
               WHEN WS-CRD-IS-INACTIVATE
                   PERFORM 2500-CHANGE-STATUS
                       THRU 2500-EXIT
               WHEN OTHER
                   MOVE "ACTION MUST BE A, H, R OR I" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-WRITE-EXCEPTION.
           ADD 1 TO WS-RECORDS-REJECTED.
           MOVE SPACES TO LOAD-EXCEPTION-LINE.
           STRING "REJECTED VENDOR " WS-CRD-VEND-ID
                  " ACTION " WS-CRD-ACTION
                  " - " EDIT-REASON
               DELIMITED BY SIZE INTO LOAD-EXCEPTION-LINE.
           WRITE LOAD-EXCEPTION-LINE.

      * ================================================================
      * 2300-ADD-OR-AMEND - every term is edited in full on every A
      *                     card.  The remit-to address must be
      *                     complete - it is what the check is
      *                     mailed to.  The default expense account
      *                     must be active on the chart, an EXPENSE
      *                     or an ASSET account (a capital purchase
      *                     clearing or prepaid account).  An
      *                     amendment keeps the vendor's status.
      * ================================================================
       2300-ADD-OR-AMEND.
           MOVE "VENDOR NAME" TO EDIT-FIELD-NAME.
           MOVE WS-CRD-NAME TO EDIT-ALPHA-VALUE.
           PERFORM 7010-EDIT-ALPHA-NOT-BLANK.
           IF EDIT-IS-INVALID
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-STREET = SPACES
              OR WS-CRD-CITY = SPACES
              OR WS-CRD-STATE = SPACES
              OR WS-CRD-ZIP = SPACES
               MOVE "REMIT-TO ADDRESS INCOMPLETE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-NET-DIGITS IS NOT NUMERIC
              OR WS-CRD-NET-N = ZERO
              OR WS-CRD-NET-N > 365
               MOVE "NET DAYS MUST BE 001-365" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-PCT-DIGITS = SPACES
               MOVE ZERO TO WS-CRD-PCT-N
           END-IF.
           IF WS-CRD-DISC-DIGITS = SPACES
               MOVE ZERO TO WS-CRD-DISC-N
           END-IF.
           IF WS-CRD-PCT-DIGITS IS NOT NUMERIC
              OR WS-CRD-DISC-DIGITS IS NOT NUMERIC
               MOVE "DISCOUNT TERMS NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-PCT-N > ZERO
              AND (WS-CRD-DISC-N = ZERO
                   OR WS-CRD-DISC-N > WS-CRD-NET-N)
               MOVE "DISCOUNT DAYS MUST BE 1 TO THE NET DAYS"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-CRD-EXPENSE-DIGITS IS NOT NUMERIC
               MOVE "EXPENSE ACCOUNT NOT NUMERIC" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CRD-EXPENSE-N TO COA-ACCT-ID.
           READ CHART-OF-ACCOUNTS-FILE
               INVALID KEY
                   MOVE "EXPENSE ACCOUNT NOT ON CHART" TO EDIT-REASON
                   PERFORM 2200-WRITE-EXCEPTION
                   GO TO 2300-EXIT
           END-READ.
           IF COA-INACTIVE
              OR NOT (COA-TYPE-EXPENSE OR COA-TYPE-ASSET)
               MOVE "ACCOUNT INACTIVE OR NOT EXPENSE/ASSET"
                   TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2300-EXIT
           END-IF.
           IF WS-VEND-ON-FILE
               PERFORM 2400-MOVE-CARD-TERMS
               REWRITE VENDOR-RECORD
               ADD 1 TO WS-VENDORS-CHANGED
           ELSE
               MOVE SPACES           TO VENDOR-RECORD
               MOVE WS-CRD-VEND-ID-N TO VEND-ID
               SET VEND-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATE  TO VEND-ADDED-DATE
               MOVE ZERO             TO VEND-LAST-PAID-DATE
               PERFORM 2400-MOVE-CARD-TERMS
               WRITE VENDOR-RECORD
               ADD 1 TO WS-VENDORS-ADDED
           END-IF.
       2300-EXIT.
           EXIT.

       2350-READ-VENDOR.
           MOVE "N" TO WS-VEND-FOUND-SWITCH.
           MOVE WS-CRD-VEND-ID-N TO VEND-ID.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VEND-FOUND-SWITCH
           END-READ.

       2400-MOVE-CARD-TERMS.
           MOVE WS-CRD-NAME        TO VEND-NAME.
           MOVE WS-CRD-STREET      TO VEND-REMIT-STREET.
           MOVE WS-CRD-CITY        TO VEND-REMIT-CITY.
           MOVE WS-CRD-STATE       TO VEND-REMIT-STATE.
           MOVE WS-CRD-ZIP         TO VEND-REMIT-ZIP.
           MOVE WS-CRD-NET-N       TO VEND-NET-DAYS.
           MOVE WS-CRD-PCT-N       TO VEND-DISCOUNT-PCT.
           MOVE WS-CRD-DISC-N      TO VEND-DISCOUNT-DAYS.
           MOVE WS-CRD-EXPENSE-N   TO VEND-EXPENSE-ACCT.
           MOVE WS-CURRENT-DATE    TO VEND-LAST-MAINT-DATE.

      * ================================================================
      * 2500-CHANGE-STATUS - a hold needs an ACTIVE vendor and a
      *                      release one that is held or inactive;
      *                      an inactivation with anything still
      *                      open to the vendor is refused.
      * ================================================================
       2500-CHANGE-STATUS.
           IF NOT WS-VEND-ON-FILE
               MOVE "VENDOR NOT ON FILE" TO EDIT-REASON
               PERFORM 2200-WRITE-EXCEPTION
               GO TO 2500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-CRD-IS-HOLD
                   IF NOT VEND-ACTIVE
                       MOVE "VENDOR IS NOT ACTIVE" TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   SET VEND-ON-HOLD TO TRUE
                   ADD 1 TO WS-VENDORS-HELD
               WHEN WS-CRD-IS-RELEASE
                   IF VEND-ACTIVE
                       MOVE "VENDOR IS ALREADY ACTIVE" TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   SET VEND-ACTIVE TO TRUE
                   ADD 1 TO WS-VENDORS-RELEASED
               WHEN OTHER
                   IF VEND-INACTIVE
                       MOVE "VENDOR ALREADY INACTIVE" TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   PERFORM 2600-COUNT-OPEN-ITEMS
                       THRU 2600-EXIT
                   IF WS-OPEN-ITEMS > ZERO
                       MOVE "OPEN AP ITEMS STILL OWED TO VENDOR"
                           TO EDIT-REASON
                       PERFORM 2200-WRITE-EXCEPTION
                       GO TO 2500-EXIT
                   END-IF
                   SET VEND-INACTIVE TO TRUE
                   ADD 1 TO WS-VENDORS-INACTIVATED
           END-EVALUATE.
           MOVE WS-CURRENT-DATE TO VEND-LAST-MAINT-DATE.
           REWRITE VENDOR-RECORD.
       2500-EXIT.
           EXIT.

      * ================================================================
      * 2600-COUNT-OPEN-ITEMS - the AP file is keyed vendor first, so
      *                         the vendor's items are read from the
      *                         start of its key range to the first
      *                         item of the next vendor.
      * ================================================================
       2600-COUNT-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-ITEMS.
           IF NOT WS-APOPEN-OPEN
               GO TO 2600-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE WS-CRD-VEND-ID-N TO APO-VEND-ID.
           MOVE LOW-VALUES TO APO-VEND-INV-NO.
           START AP-OPEN-ITEM-FILE KEY IS NOT LESS THAN APO-KEY
               INVALID KEY
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-START.
           PERFORM 2610-COUNT-ONE-ITEM
               UNTIL WS-SCAN-END-OF-FILE.
       2600-EXIT.
           EXIT.

       2610-COUNT-ONE-ITEM.
           READ AP-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   IF APO-VEND-ID NOT = WS-CRD-VEND-ID-N
                       SET WS-SCAN-END-OF-FILE TO TRUE
                   ELSE
                       IF APO-ITEM-OPEN
                           ADD 1 TO WS-OPEN-ITEMS
                       END-IF
                   END-IF
           END-READ.

       9000-TERMINATE.
           DISPLAY "VENDOR MASTER LOAD - END OF JOB SUMMARY".
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  VENDORS ADDED    : " WS-VENDORS-ADDED.
           DISPLAY "  VENDORS CHANGED  : " WS-VENDORS-CHANGED.
           DISPLAY "  PUT ON HOLD      : " WS-VENDORS-HELD.
           DISPLAY "  RELEASED         : " WS-VENDORS-RELEASED.
           DISPLAY "  INACTIVATED      : " WS-VENDORS-INACTIVATED.
           DISPLAY "  RECORDS REJECTED : " WS-RECORDS-REJECTED.
           CLOSE VENDOR-CARD-FILE.
           CLOSE VENDOR-MASTER-FILE.
           IF WS-APOPEN-OPEN
               CLOSE AP-OPEN-ITEM-FILE
           END-IF.
           CLOSE CHART-OF-ACCOUNTS-FILE.
           CLOSE LOAD-EXCEPTION-FILE.
       9000-EXIT.
           EXIT.

       COPY EDITPR.

       END PROGRAM VENDLOAD.
