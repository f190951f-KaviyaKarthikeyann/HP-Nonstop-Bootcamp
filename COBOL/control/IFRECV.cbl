      ******************************************************************
      * PROGRAM:      IFRECV
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Inbound interface receipt.  GLPOST has always
      *               refused a GL batch it already posted, but every
      *               other file from outside was trusted blindly -
      *               a resent cleared-items file went through
      *               CHKRECON a second time and nobody noticed.
      *               This step runs ahead of the program that
      *               consumes the file named on its command line.
      *               It proves the file against its own IFENVREC
      *               envelope - a HDR* header naming the interface,
      *               a TRL* trailer whose detail count and hash
      *               total must agree with the details between
      *               them - and then looks the file's fingerprint
      *               (interface name, header creation date, count,
      *               hash total) up on the INTERFACE-RECEIPT
      *               register.  A file that proves and is new is
      *               registered and the chain goes on.  A file that
      *               does not prove, or whose fingerprint is
      *               already on the register, is refused: the
      *               reason goes to ERRLOG and the step ends
      *               nonzero, so DAILYRUN stops before the
      *               consuming program reads a record of it.
      *
      *               Interfaces, and the field each one's hash
      *               total is taken over (detail columns):
      *                   LOANPMTS  19-29  payment amount  (LOANDRFT,
      *                                    LOANPAY)
      *                   ARPMTS    19-29  payment amount  (ARLOCKBX,
      *                                    ARCASH, ARSTMT)
      *                   BANKREJ   1-10   employee id     (BANKRTRN)
      *                   LOANDRRT  1-10   loan account    (LOANDRTN)
      *                   BANKCLR   11-21  paid amount     (CHKRECON)
      *                   FXRATES   4-12   rate digits     (FXLOAD)
      *                   DECEASED  31-33  age             (DISQMTCH)
      *                   FELONYLS  31-33  age             (DISQMTCH)
      *               The bank return files and the state lists
      *               carry no amount; their hash is over the key or
      *               the age, which the senders total the same way.
      *               A detail whose hash field is not numeric adds
      *               nothing to the hash and is counted on the
      *               summary.
      *
      *               LOANDRFT and ARLOCKBX append their own lines to
      *               LOANPMTS and ARPMTS after the bank's trailer;
      *               the receipt for those two runs ahead of them,
      *               and lines found after the trailer are counted
      *               and reported but are not part of the file as
      *               received.  No file at all - or an empty one -
      *               is nothing received: reported, not refused,
      *               and the consuming program finds nothing to do.
      *
      *               Command line:
      *                   1-8    interface name, as above
      *                   10     F - force: accept a file already on
      *                          the register (a deliberate
      *                          reprocess); the register record
      *                          remembers it was forced
      *
      *               RUNPARMS carries one IFRECV step, frequency as
      *               the consumer's, immediately ahead of the first
      *               program listed against each interface.
      *
      *               Completion codes:
      *                   0   accepted and registered, or nothing
      *                       received
      *                   8   refused - already received (rerun with
      *                       F once the reprocess is agreed)
      *                   16  refused - no header, wrong interface,
      *                       no trailer, or trailer disagrees
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original interface receipt step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFRECV.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-PAYMENTS-FILE ASSIGN TO "LOANPMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT CUSTOMER-PAYMENTS-FILE ASSIGN TO "ARPMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT BANK-REJECT-FILE ASSIGN TO "BANKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT DRAFT-RETURN-FILE ASSIGN TO "LOANDRRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT BANK-CLEARED-FILE ASSIGN TO "BANKCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT DECEASED-LIST-FILE ASSIGN TO "DECEASED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT FELONY-LIST-FILE ASSIGN TO "FELONYLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT INTERFACE-RECEIPT-FILE ASSIGN TO "IFRCPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRC-FINGERPRINT
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-PAYMENTS-FILE.
       01  BORROWER-PAYMENT-LINE         PIC X(80).

       FD  CUSTOMER-PAYMENTS-FILE.
       01  CUSTOMER-PAYMENT-LINE         PIC X(200).

       FD  BANK-REJECT-FILE.
       01  BANK-REJECT-LINE              PIC X(80).

       FD  DRAFT-RETURN-FILE.
       01  DRAFT-RETURN-LINE             PIC X(80).

       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-LINE             PIC X(80).

       FD  FX-RATE-FILE.
       01  FX-RATE-LINE                  PIC X(80).

       FD  DECEASED-LIST-FILE.
       01  DECEASED-LIST-LINE            PIC X(80).

       FD  FELONY-LIST-FILE.
       01  FELONY-LIST-LINE              PIC X(80).

       FD  INTERFACE-RECEIPT-FILE.
       COPY IFRCPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INTERFACE-STATUS       PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-FORCE-SWITCH           PIC X(01) VALUE "N".
               88  WS-FORCE-REPROCESS           VALUE "Y".
           05  WS-TRAILER-SWITCH         PIC X(01) VALUE "N".
               88  WS-TRAILER-FOUND             VALUE "Y".
           05  WS-ON-FILE-SWITCH         PIC X(01) VALUE "N".
               88  WS-ALREADY-RECEIVED          VALUE "Y".
           05  WS-VERDICT                PIC X(01) VALUE SPACE.
               88  WS-NOTHING-RECEIVED          VALUE "N".
               88  WS-FILE-ACCEPTED             VALUE "A".
               88  WS-FILE-FORCED               VALUE "F".
               88  WS-ENVELOPE-REFUSED          VALUE "E".
               88  WS-DUPLICATE-REFUSED         VALUE "D".

       COPY ERRLOGW.

       COPY IFENVREC.

       01  WS-CONTROL-TOTALS.
           05  WS-LINES-READ             PIC 9(9) COMP VALUE ZERO.
           05  WS-DETAIL-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-HASH-TOTAL             PIC 9(18) VALUE ZERO.
           05  WS-NONNUMERIC-HASH        PIC 9(9) COMP VALUE ZERO.
           05  WS-LINES-AFTER-TRAILER    PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-INTERFACE-NAME             PIC X(08).
       01  WS-INTERFACE-LINE             PIC X(200).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).
       01  WS-REFUSAL-REASON             PIC X(40) VALUE SPACES.

      * The interfaces this step knows, with the detail columns
      * each one's hash total is taken over.
       01  WS-INTERFACE-VALUES.
           05  FILLER PIC X(12) VALUE "LOANPMTS1911".
           05  FILLER PIC X(12) VALUE "ARPMTS  1911".
           05  FILLER PIC X(12) VALUE "BANKREJ 0110".
           05  FILLER PIC X(12) VALUE "LOANDRRT0110".
           05  FILLER PIC X(12) VALUE "BANKCLR 1111".
           05  FILLER PIC X(12) VALUE "FXRATES 0409".
           05  FILLER PIC X(12) VALUE "DECEASED3103".
           05  FILLER PIC X(12) VALUE "FELONYLS3103".
       01  WS-INTERFACE-TABLE REDEFINES WS-INTERFACE-VALUES.
           05  WS-IF-ENTRY OCCURS 8 TIMES.
               10  WS-IF-NAME            PIC X(08).
               10  WS-IF-HASH-START      PIC 9(02).
               10  WS-IF-HASH-LENGTH     PIC 9(02).
       01  WS-IF-SUB                     PIC 9(02) COMP.
       01  WS-IF-SELECTED                PIC 9(02) COMP VALUE ZERO.

      * The hash field is right-aligned into fifteen digits before
      * it is added, whatever its width on the detail line.
       01  WS-HASH-WORK.
           05  WS-HASH-FIELD             PIC 9(15).
           05  WS-HASH-FIELD-X REDEFINES WS-HASH-FIELD
                                         PIC X(15).
           05  WS-HASH-OFFSET            PIC 9(02) COMP.
           05  WS-HASH-START             PIC 9(03) COMP.
           05  WS-HASH-LENGTH            PIC 9(02) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROVE-ENVELOPE
               THRU 2000-EXIT.
           PERFORM 3000-CHECK-REGISTER
               THRU 3000-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-INTERFACE-NAME.
           PERFORM 1100-FIND-INTERFACE
               VARYING WS-IF-SUB FROM 1 BY 1
               UNTIL WS-IF-SUB > 8.
           IF WS-IF-SELECTED = ZERO
               DISPLAY "IFRECV - INTERFACE '" WS-INTERFACE-NAME
                   "' IS NOT ONE THIS STEP RECEIVES - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-IF-HASH-START (WS-IF-SELECTED) TO WS-HASH-START.
           MOVE WS-IF-HASH-LENGTH (WS-IF-SELECTED) TO WS-HASH-LENGTH.
           COMPUTE WS-HASH-OFFSET = 16 - WS-HASH-LENGTH.
           IF WS-CMD-LINE-PARM(10:1) = "F"
               SET WS-FORCE-REPROCESS TO TRUE
               DISPLAY "IFRECV - FORCE PARAMETER GIVEN - A FILE "
                   "ALREADY ON THE REGISTER WILL BE ACCEPTED"
           END-IF.
           OPEN I-O INTERFACE-RECEIPT-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT INTERFACE-RECEIPT-FILE
               CLOSE INTERFACE-RECEIPT-FILE
               OPEN I-O INTERFACE-RECEIPT-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "IFRECV - CANNOT OPEN IFRCPREG RECEIPT "
                   "REGISTER - STATUS " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FIND-INTERFACE.
           IF WS-IF-NAME (WS-IF-SUB) = WS-INTERFACE-NAME
               MOVE WS-IF-SUB TO WS-IF-SELECTED
           END-IF.

      * ================================================================
      * 2000-PROVE-ENVELOPE - the first line must be this
      *                       interface's header; every line after it
      *                       up to the trailer is a detail, counted
      *                       and hashed; the trailer must agree.
      * ================================================================
       2000-PROVE-ENVELOPE.
           PERFORM 2200-OPEN-INTERFACE.
           IF WS-INTERFACE-STATUS = "35"
               SET WS-NOTHING-RECEIVED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-INTERFACE-STATUS NOT = "00"
               DISPLAY "IFRECV - CANNOT OPEN " WS-INTERFACE-NAME
                   " - STATUS " WS-INTERFACE-STATUS
               MOVE "INTERFACE FILE WILL NOT OPEN"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-READ-INTERFACE-LINE.
           IF WS-END-OF-FILE
               SET WS-NOTHING-RECEIVED TO TRUE
               PERFORM 2400-CLOSE-INTERFACE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-INTERFACE-LINE TO INTERFACE-HEADER-RECORD.
           IF NOT IFH-IS-HEADER
               MOVE "NO HEADER RECORD ON THE FILE"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               PERFORM 2400-CLOSE-INTERFACE
               GO TO 2000-EXIT
           END-IF.
           IF IFH-INTERFACE-NAME NOT = WS-INTERFACE-NAME
               MOVE "HEADER NAMES A DIFFERENT INTERFACE"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               PERFORM 2400-CLOSE-INTERFACE
               GO TO 2000-EXIT
           END-IF.
           IF IFH-CREATION-DATE IS NOT NUMERIC
               MOVE ZERO TO IFH-CREATION-DATE
           END-IF.
           IF IFH-CREATION-TIME IS NOT NUMERIC
               MOVE ZERO TO IFH-CREATION-TIME
           END-IF.
           PERFORM 2100-PROVE-ONE-LINE
               THRU 2100-EXIT
               UNTIL WS-END-OF-FILE OR WS-ENVELOPE-REFUSED.
           PERFORM 2400-CLOSE-INTERFACE.
           IF WS-ENVELOPE-REFUSED
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-TRAILER-FOUND
               MOVE "NO TRAILER - FILE TRUNCATED"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF IFT-RECORD-COUNT IS NOT NUMERIC
              OR IFT-RECORD-COUNT NOT = WS-DETAIL-COUNT
               MOVE "TRAILER RECORD COUNT DISAGREES"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF IFT-HASH-TOTAL IS NOT NUMERIC
              OR IFT-HASH-TOTAL NOT = WS-HASH-TOTAL
               MOVE "TRAILER HASH TOTAL DISAGREES"
                   TO WS-REFUSAL-REASON
               SET WS-ENVELOPE-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-PROVE-ONE-LINE.
           PERFORM 2300-READ-INTERFACE-LINE.
           IF WS-END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           IF WS-TRAILER-FOUND
               ADD 1 TO WS-LINES-AFTER-TRAILER
               GO TO 2100-EXIT
           END-IF.
           EVALUATE WS-INTERFACE-LINE(1:4)
               WHEN "HDR*"
                   MOVE "SECOND HEADER BEFORE THE TRAILER"
                       TO WS-REFUSAL-REASON
                   SET WS-ENVELOPE-REFUSED TO TRUE
               WHEN "TRL*"
                   MOVE WS-INTERFACE-LINE TO INTERFACE-TRAILER-RECORD
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE ZERO TO WS-HASH-FIELD
                   MOVE WS-INTERFACE-LINE(WS-HASH-START:WS-HASH-LENGTH)
                       TO WS-HASH-FIELD-X(WS-HASH-OFFSET:
                                          WS-HASH-LENGTH)
                   IF WS-HASH-FIELD IS NUMERIC
                       ADD WS-HASH-FIELD TO WS-HASH-TOTAL
                   ELSE
                       ADD 1 TO WS-NONNUMERIC-HASH
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-OPEN-INTERFACE.
           EVALUATE WS-IF-SELECTED
               WHEN 1
                   OPEN INPUT BORROWER-PAYMENTS-FILE
               WHEN 2
                   OPEN INPUT CUSTOMER-PAYMENTS-FILE
               WHEN 3
                   OPEN INPUT BANK-REJECT-FILE
               WHEN 4
                   OPEN INPUT DRAFT-RETURN-FILE
               WHEN 5
                   OPEN INPUT BANK-CLEARED-FILE
               WHEN 6
                   OPEN INPUT FX-RATE-FILE
               WHEN 7
                   OPEN INPUT DECEASED-LIST-FILE
               WHEN 8
                   OPEN INPUT FELONY-LIST-FILE
           END-EVALUATE.

       2300-READ-INTERFACE-LINE.
           MOVE SPACES TO WS-INTERFACE-LINE.
           EVALUATE WS-IF-SELECTED
               WHEN 1
                   READ BORROWER-PAYMENTS-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 2
                   READ CUSTOMER-PAYMENTS-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 3
                   READ BANK-REJECT-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 4
                   READ DRAFT-RETURN-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 5
                   READ BANK-CLEARED-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 6
                   READ FX-RATE-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 7
                   READ DECEASED-LIST-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
               WHEN 8
                   READ FELONY-LIST-FILE INTO WS-INTERFACE-LINE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
           END-EVALUATE.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-LINES-READ
           END-IF.

       2400-CLOSE-INTERFACE.
           EVALUATE WS-IF-SELECTED
               WHEN 1
                   CLOSE BORROWER-PAYMENTS-FILE
               WHEN 2
                   CLOSE CUSTOMER-PAYMENTS-FILE
               WHEN 3
                   CLOSE BANK-REJECT-FILE
               WHEN 4
                   CLOSE DRAFT-RETURN-FILE
               WHEN 5
                   CLOSE BANK-CLEARED-FILE
               WHEN 6
                   CLOSE FX-RATE-FILE
               WHEN 7
                   CLOSE DECEASED-LIST-FILE
               WHEN 8
                   CLOSE FELONY-LIST-FILE
           END-EVALUATE.

      * ================================================================
      * 3000-CHECK-REGISTER - a proven file is looked up by its
      *                       fingerprint.  New: registered.  Already
      *                       there: refused, and the refusal
      *                       counted on the original receipt -
      *                       unless the force parameter was given,
      *                       in which case the receipt is marked
      *                       forced and the file goes through.
      * ================================================================
       3000-CHECK-REGISTER.
           IF WS-NOTHING-RECEIVED OR WS-ENVELOPE-REFUSED
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-INTERFACE-NAME TO IRC-INTERFACE-NAME.
           MOVE IFH-CREATION-DATE TO IRC-CREATION-DATE.
           MOVE WS-DETAIL-COUNT TO IRC-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO IRC-HASH-TOTAL.
           READ INTERFACE-RECEIPT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
               NOT INVALID KEY
                   SET WS-ALREADY-RECEIVED TO TRUE
           END-READ.
           IF NOT WS-ALREADY-RECEIVED
               SET WS-FILE-ACCEPTED TO TRUE
               PERFORM 3100-REGISTER-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           IF WS-FORCE-REPROCESS
               SET WS-FILE-FORCED TO TRUE
               DISPLAY "IFRECV - " WS-INTERFACE-NAME
                   " FIRST RECEIVED " IRC-RECEIVED-DATE
                   " - FORCED REPROCESS LOGGED"
               PERFORM 3100-REGISTER-RECEIPT
               GO TO 3000-EXIT
           END-IF.
           SET WS-DUPLICATE-REFUSED TO TRUE.
           MOVE "ALREADY RECEIVED - DUPLICATE FILE"
               TO WS-REFUSAL-REASON.
           DISPLAY "IFRECV - " WS-INTERFACE-NAME " CREATED "
               IFH-CREATION-DATE " WAS ALREADY RECEIVED ON "
               IRC-RECEIVED-DATE " - REFUSED (USE FORCE PARAMETER "
               "F TO REPROCESS DELIBERATELY)".
           ADD 1 TO IRC-TIMES-REFUSED.
           MOVE WS-CURRENT-DATE TO IRC-LAST-REFUSED-DATE.
           REWRITE INTERFACE-RECEIPT-RECORD.
       3000-EXIT.
           EXIT.

       3100-REGISTER-RECEIPT.
           MOVE IFH-CREATION-TIME TO IRC-CREATION-TIME.
           MOVE IFH-SENDER-ID TO IRC-SENDER-ID.
           MOVE WS-CURRENT-DATE TO IRC-RECEIVED-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO IRC-RECEIVED-TIME.
           IF WS-FILE-FORCED
               MOVE "Y" TO IRC-FORCED-FLAG
               REWRITE INTERFACE-RECEIPT-RECORD
           ELSE
               MOVE "N" TO IRC-FORCED-FLAG
               MOVE ZERO TO IRC-TIMES-REFUSED
               MOVE ZERO TO IRC-LAST-REFUSED-DATE
               WRITE INTERFACE-RECEIPT-RECORD
           END-IF.

      * ================================================================
      * 8000-LOG-REFUSAL - the refusal goes to ERRLOG for the daily
      *                    exception report; the completion code
      *                    stops the chain ahead of the consumer.
      * ================================================================
       8000-LOG-REFUSAL.
           DISPLAY "IFRECV - " WS-INTERFACE-NAME " REFUSED - "
               WS-REFUSAL-REASON.
           MOVE "IFRECV" TO EL-PROGRAM-ID.
           SET EL-SEVERITY-ERROR TO TRUE.
           MOVE WS-INTERFACE-NAME TO EL-RECORD-KEY.
           MOVE WS-REFUSAL-REASON TO EL-MESSAGE.
           CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS.
           IF WS-DUPLICATE-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE INTERFACE-RECEIPT-FILE.
           IF WS-ENVELOPE-REFUSED OR WS-DUPLICATE-REFUSED
               PERFORM 8000-LOG-REFUSAL
           END-IF.
           IF WS-NOTHING-RECEIVED
               DISPLAY "IFRECV - NO " WS-INTERFACE-NAME
                   " FILE RECEIVED - NOTHING TO REGISTER"
           END-IF.
           IF WS-NONNUMERIC-HASH > ZERO
               MOVE "IFRECV" TO EL-PROGRAM-ID
               SET EL-SEVERITY-WARNING TO TRUE
               MOVE WS-INTERFACE-NAME TO EL-RECORD-KEY
               MOVE "DETAILS WITH A NON-NUMERIC HASH FIELD"
                   TO EL-MESSAGE
               CALL "ERRLOG" USING WS-ERRLOG-PARAMETERS
           END-IF.
           DISPLAY "INTERFACE RECEIPT - END OF JOB SUMMARY".
           DISPLAY "  INTERFACE           : " WS-INTERFACE-NAME.
           DISPLAY "  CREATION DATE/TIME  : " IFH-CREATION-DATE " "
               IFH-CREATION-TIME.
           DISPLAY "  LINES READ          : " WS-LINES-READ.
           DISPLAY "  DETAIL RECORDS      : " WS-DETAIL-COUNT.
           DISPLAY "  HASH TOTAL          : " WS-HASH-TOTAL.
           DISPLAY "  NON-NUMERIC HASH    : " WS-NONNUMERIC-HASH.
           DISPLAY "  LINES AFTER TRAILER : " WS-LINES-AFTER-TRAILER.
           EVALUATE TRUE
               WHEN WS-FILE-ACCEPTED
                   DISPLAY "  VERDICT             : ACCEPTED"
               WHEN WS-FILE-FORCED
                   DISPLAY "  VERDICT             : ACCEPTED - "
                       "FORCED REPROCESS"
               WHEN WS-NOTHING-RECEIVED
                   DISPLAY "  VERDICT             : NOTHING RECEIVED"
               WHEN OTHER
                   DISPLAY "  VERDICT             : REFUSED - "
                       WS-REFUSAL-REASON
           END-EVALUATE.
       9000-EXIT.
           EXIT.

       END PROGRAM IFRECV.
