      *                    longer answer what an employee used to
      *                    earn.  The run signs on like CUSTMAINT
      *                    and requires maintain authority.
      *   2026-10-08  RJP  A termination now carries the last day
      *                    worked in columns 71-78 (blank means the
      *                    run date) and opens a PENDING request on
      *                    the FINALPAY file for the final-pay run,
      *                    so the last check no longer waits on a
      *                    hand calculation.
      *   2026-10-09  RJP  Transaction columns 79-80 carry the work
      *                    state that selects the state withholding
      *                    schedule.
      *   2026-10-15  RJP  Position control: transaction columns
      *                    81-86 carry the POSITION-MASTER position
      *                    number.  A HIRE must name an approved,
      *                    vacant position and takes its department;
      *                    a CHANGE naming another position transfers
      *                    the employee, vacating the old seat; a
      *                    TERMINATE vacates the seat.  A department
      *                    that disagrees with the position's is
      *                    rejected.
      *   2026-10-15  RJP  The department a HIRE or CHANGE would leave
      *                    on the master - the position's, or the one
      *                    the transaction carries - must be on the
      *                    DEPARTMENT-MASTER and active; it is
      *                    rejected instead of falling to the ??
      *                    catch-all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-EMP-ID
               FILE STATUS IS WS-FINALPAY-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NO
               FILE STATUS IS WS-POSMAST-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-TRANS-FILE.
       01  EMPLOYEE-TRANS-RECORD         PIC X(86).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.
       FD  SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD  FINAL-PAY-FILE.
       COPY FINPAYRC.

       FD  POSITION-MASTER-FILE.
       COPY POSNREC.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EMPTRANS-STATUS        PIC X(02) VALUE "00".
           05  WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-REGISTER-STATUS        PIC X(02) VALUE "00".
           05  WS-SALHIST-STATUS         PIC X(02) VALUE "00".
           05  WS-FINALPAY-STATUS        PIC X(02) VALUE "00".
           05  WS-POSMAST-STATUS         PIC X(02) VALUE "00".
           05  WS-DEPTMAST-STATUS        PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-POSITION-SWITCH        PIC X(01) VALUE "N".
               88  WS-POSITION-OPEN             VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
      *     66     filing status  S, M or H                         *
      *     67     pay frequency  M or B                            *
      *     68     pay method     C or D                            *
      *     69-70  department code (DEPARTMENT-MASTER)              *
      *     71-78  last day worked YYYYMMDD (TERMINATE only; blank  *
      *            means the run date)                              *
      *     79-80  work state (state withholding schedule; blank    *
      *            on a HIRE means no state tax)                    *
      *     81-86  position number (POSITION-MASTER; required on a  *
      *            HIRE, on a CHANGE it transfers the employee)     *
      * A CHANGE applies only the fields actually carried: a blank  *
      * name or an all-zero amount means leave the master value.    *
      * ---------------------------------------------------------- *
           05  WS-TRN-PAY-FREQ           PIC X(01).
           05  WS-TRN-PAY-METHOD         PIC X(01).
           05  WS-TRN-DEPT-CODE          PIC X(02).
           05  WS-TRN-TERM-DATE          PIC 9(08).
           05  WS-TRN-WORK-STATE         PIC X(02).
           05  WS-TRN-POSITION-NO        PIC X(06).

      * WS-TRN-*-DIGITS redefine each amount as an unsigned integer
      * so the transaction substring MOVEs in as digits first -
           IF WS-SALHIST-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF.
           OPEN I-O FINAL-PAY-FILE.
           IF WS-FINALPAY-STATUS = "35"
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
               OPEN I-O FINAL-PAY-FILE
           END-IF.
           OPEN I-O POSITION-MASTER-FILE.
           IF WS-POSMAST-STATUS = "35"
               OPEN OUTPUT POSITION-MASTER-FILE
               CLOSE POSITION-MASTER-FILE
               OPEN I-O POSITION-MASTER-FILE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPTMAST-STATUS NOT = "00"
               DISPLAY "EMPMAINT - CANNOT OPEN DEPTMAST DEPARTMENT "
                   "MASTER - STATUS " WS-DEPTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

           MOVE EMPLOYEE-TRANS-RECORD(67:1)  TO WS-TRN-PAY-FREQ.
           MOVE EMPLOYEE-TRANS-RECORD(68:1)  TO WS-TRN-PAY-METHOD.
           MOVE EMPLOYEE-TRANS-RECORD(69:2)  TO WS-TRN-DEPT-CODE.
           MOVE EMPLOYEE-TRANS-RECORD(79:2)  TO WS-TRN-WORK-STATE.
           MOVE EMPLOYEE-TRANS-RECORD(81:6)  TO WS-TRN-POSITION-NO.
           IF EMPLOYEE-TRANS-RECORD(71:8) IS NUMERIC
               MOVE EMPLOYEE-TRANS-RECORD(71:8) TO WS-TRN-TERM-DATE
           ELSE
               MOVE ZERO TO WS-TRN-TERM-DATE
           END-IF.
           IF WS-TRN-TERM-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-TRN-TERM-DATE
           END-IF.

      * ================================================================
      * 3000-APPLY-HIRE - a hire builds a complete new master record;
      *                   an id already on file is reported as a
      *                   duplicate instead of being overwritten.
      *                   The position - and its department - are
      *                   proved open before the master is touched,
      *                   and the seat is only filled once the new
      *                   record is safely written.
      * ================================================================
       3000-APPLY-HIRE.
           IF WS-TRN-POSITION-NO = SPACES
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE "REJECTED - HIRE NEEDS A POSITION NUMBER"
                   TO WS-REG-RESULT
           ELSE
               PERFORM 6000-CHECK-POSITION-OPEN
               IF WS-POSITION-OPEN
                   MOVE POS-DEPT-CODE TO DEPT-CODE
                   PERFORM 6300-CHECK-DEPARTMENT-ACTIVE
               END-IF
               IF WS-POSITION-OPEN
                   PERFORM 3100-WRITE-NEW-HIRE
               ELSE
                   ADD 1 TO WS-RECORDS-REJECTED
               END-IF
           END-IF.
           PERFORM 8000-WRITE-REGISTER-LINE.

       3100-WRITE-NEW-HIRE.
           MOVE WS-TRN-ID       TO EMP-ID.
           MOVE WS-TRN-NAME     TO EMP-NAME.
           MOVE WS-TRN-SALARY   TO EMP-SALARY.
           MOVE WS-TRN-FILING-STATUS TO EMP-FILING-STATUS.
           MOVE WS-TRN-PAY-FREQ TO EMP-PAY-FREQ.
           MOVE WS-TRN-PAY-METHOD TO EMP-PAY-METHOD.
           MOVE POS-DEPT-CODE TO EMP-DEPT-CODE.
           MOVE WS-TRN-WORK-STATE TO EMP-WORK-STATE.
           MOVE WS-TRN-POSITION-NO TO EMP-POSITION-NO.
           MOVE SPACES TO EMPLOYEE-RECORD(77:4).
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-RECORDS-REJECTED
                   MOVE "REJECTED - DUPLICATE EMPLOYEE ID"
                       TO WS-REG-RESULT
               NOT INVALID KEY
                   PERFORM 6100-FILL-POSITION
                   ADD 1 TO WS-RECORDS-APPLIED
                   MOVE "APPLIED - HIRED" TO WS-REG-RESULT
           END-WRITE.

      * ================================================================
      * 4000-APPLY-CHANGE - only the fields the transaction actually
                   MOVE "REJECTED - EMPLOYEE NOT FOUND"
                       TO WS-REG-RESULT
               NOT INVALID KEY
                   PERFORM 4050-CHECK-CHANGE-POSITION
                   IF WS-POSITION-OPEN
                       PERFORM 4010-APPLY-CHANGE-FIELDS
                   ELSE
                       ADD 1 TO WS-RECORDS-REJECTED
                   END-IF
           END-READ.
           PERFORM 8000-WRITE-REGISTER-LINE.

       4010-APPLY-CHANGE-FIELDS.
           IF WS-TRN-NAME NOT = SPACES
               MOVE WS-TRN-NAME TO EMP-NAME
           END-IF.
           IF WS-TRN-SALARY NOT = ZERO
              AND WS-TRN-SALARY NOT = EMP-SALARY
               PERFORM 4100-HISTORY-SALARY-CHANGE
               MOVE WS-TRN-SALARY TO EMP-SALARY
           END-IF.
           IF WS-TRN-PF-PCT NOT = ZERO
               MOVE WS-TRN-PF-PCT TO EMP-PF-PCT
           END-IF.
           IF WS-TRN-INS-PREM NOT = ZERO
               MOVE WS-TRN-INS-PREM TO EMP-INS-PREM
           END-IF.
           IF WS-TRN-FILING-STATUS NOT = SPACES
              AND WS-TRN-FILING-STATUS
                  NOT = EMP-FILING-STATUS
               PERFORM 4200-HISTORY-FILING-CHANGE
               MOVE WS-TRN-FILING-STATUS TO EMP-FILING-STATUS
           END-IF.
           IF WS-TRN-PAY-FREQ NOT = SPACES
              AND WS-TRN-PAY-FREQ NOT = EMP-PAY-FREQ
               PERFORM 4300-HISTORY-FREQ-CHANGE
               MOVE WS-TRN-PAY-FREQ TO EMP-PAY-FREQ
           END-IF.
           IF WS-TRN-PAY-METHOD NOT = SPACES
               MOVE WS-TRN-PAY-METHOD TO EMP-PAY-METHOD
           END-IF.
           IF WS-TRN-DEPT-CODE NOT = SPACES
               MOVE WS-TRN-DEPT-CODE TO EMP-DEPT-CODE
           END-IF.
           IF WS-TRN-WORK-STATE NOT = SPACES
               MOVE WS-TRN-WORK-STATE TO EMP-WORK-STATE
           END-IF.
           IF WS-TRN-POSITION-NO NOT = SPACES
              AND WS-TRN-POSITION-NO NOT = EMP-POSITION-NO
               PERFORM 4060-TRANSFER-POSITION
           END-IF.
           REWRITE EMPLOYEE-RECORD.
           ADD 1 TO WS-RECORDS-APPLIED.
           MOVE "APPLIED - CHANGED" TO WS-REG-RESULT.

      * ================================================================
      * 4050-CHECK-CHANGE-POSITION - a new position number must be an
      *                              open seat; a department change
      *                              with no transfer must still agree
      *                              with the seat the employee holds.
      *                              The department the change leaves
      *                              must be active on the department
      *                              master.  Any failure rejects the
      *                              whole change before a field is
      *                              moved.
      * ================================================================
       4050-CHECK-CHANGE-POSITION.
           SET WS-POSITION-OPEN TO TRUE.
           IF WS-TRN-POSITION-NO NOT = SPACES
              AND WS-TRN-POSITION-NO NOT = EMP-POSITION-NO
               PERFORM 6000-CHECK-POSITION-OPEN
               IF WS-POSITION-OPEN
                   MOVE POS-DEPT-CODE TO DEPT-CODE
                   PERFORM 6300-CHECK-DEPARTMENT-ACTIVE
               END-IF
           ELSE
               IF WS-TRN-DEPT-CODE NOT = SPACES
                  AND EMP-POSITION-NO NOT = SPACES
                   MOVE EMP-POSITION-NO TO POS-NO
                   READ POSITION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-TRN-DEPT-CODE NOT = POS-DEPT-CODE
                               MOVE "N" TO WS-POSITION-SWITCH
                               MOVE "REJECTED - DEPT NOT THE POSITION'S"
                                   TO WS-REG-RESULT
                           END-IF
                   END-READ
               END-IF
               IF WS-TRN-DEPT-CODE NOT = SPACES
                  AND WS-POSITION-OPEN
                   MOVE WS-TRN-DEPT-CODE TO DEPT-CODE
                   PERFORM 6300-CHECK-DEPARTMENT-ACTIVE
               END-IF
           END-IF.

      * The new seat was read and proved open by 4050; the old seat
      * is vacated first so the new one's record is the last read.
       4060-TRANSFER-POSITION.
           IF EMP-POSITION-NO NOT = SPACES
               PERFORM 6200-VACATE-POSITION
           END-IF.
           MOVE WS-TRN-POSITION-NO TO POS-NO.
           READ POSITION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TRN-POSITION-NO TO EMP-POSITION-NO
                   MOVE POS-DEPT-CODE TO EMP-DEPT-CODE
                   PERFORM 6100-FILL-POSITION
           END-READ.

      * ================================================================
      * 4100/4200/4300 - one history record per field actually
      *                  changed, written BEFORE the master value is
      * 5000-APPLY-TERMINATION - marks the record terminated instead
      *                          of deleting it; YTDCTL still carries
      *                          this EMP-ID until the year-end purge.
      *                          The final-pay request is opened in
      *                          the same step so the employee cannot
      *                          drop off the payroll without one.
      * ================================================================
       5000-APPLY-TERMINATION.
           MOVE WS-TRN-ID TO EMP-ID.
                   ELSE
                       SET EMP-TERMINATED TO TRUE
                       REWRITE EMPLOYEE-RECORD
                       PERFORM 5100-REQUEST-FINAL-PAY
                       IF EMP-POSITION-NO NOT = SPACES
                           PERFORM 6200-VACATE-POSITION
                       END-IF
                       ADD 1 TO WS-RECORDS-APPLIED
                       MOVE "APPLIED - TERMINATED" TO WS-REG-RESULT
                   END-IF
           END-READ.
           PERFORM 8000-WRITE-REGISTER-LINE.

      * ================================================================
      * 5100-REQUEST-FINAL-PAY - a request already on file belongs to
      *                          an earlier employment (rehire) and
      *                          is replaced by this one.
      * ================================================================
       5100-REQUEST-FINAL-PAY.
           MOVE SPACES           TO FINAL-PAY-RECORD.
           MOVE EMP-ID           TO FP-EMP-ID.
           MOVE WS-TRN-TERM-DATE TO FP-TERM-DATE.
           MOVE WS-CURRENT-DATE  TO FP-REQUEST-DATE.
           SET FP-PENDING TO TRUE.
           MOVE ZERO TO FP-DUE-DATE.
           MOVE ZERO TO FP-ISSUE-DATE.
           MOVE ZERO TO FP-CHECK-NO.
           MOVE ZERO TO FP-PARTIAL-GROSS.
           MOVE ZERO TO FP-VAC-HOURS-PAID.
           MOVE ZERO TO FP-VAC-PAYOUT.
           MOVE ZERO TO FP-TAX-AMOUNT.
           MOVE ZERO TO FP-GARN-AMOUNT.
           MOVE ZERO TO FP-NET-PAY.
           MOVE ZERO TO FP-STATE-TAX.
           WRITE FINAL-PAY-RECORD
               INVALID KEY
                   REWRITE FINAL-PAY-RECORD
           END-WRITE.

      * ================================================================
      * 6000-CHECK-POSITION-OPEN - the seat named on the transaction
      *                            must be on file, APPROVED, vacant
      *                            (or already this employee's) and
      *                            in the department the transaction
      *                            names, if it names one.  The
      *                            position record is left in the
      *                            buffer for the caller.
      * ================================================================
       6000-CHECK-POSITION-OPEN.
           SET WS-POSITION-OPEN TO TRUE.
           MOVE WS-TRN-POSITION-NO TO POS-NO.
           READ POSITION-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-POSITION-SWITCH
                   MOVE "REJECTED - POSITION NOT ON FILE"
                       TO WS-REG-RESULT
           END-READ.
           IF WS-POSITION-OPEN
               EVALUATE TRUE
                   WHEN POS-FROZEN
                       MOVE "N" TO WS-POSITION-SWITCH
                       MOVE "REJECTED - POSITION IS FROZEN"
                           TO WS-REG-RESULT
                   WHEN NOT POS-APPROVED
                       MOVE "N" TO WS-POSITION-SWITCH
                       MOVE "REJECTED - POSITION IS ELIMINATED"
                           TO WS-REG-RESULT
                   WHEN NOT POS-VACANT
                    AND POS-EMP-ID NOT = WS-TRN-ID
                       MOVE "N" TO WS-POSITION-SWITCH
                       MOVE "REJECTED - POSITION ALREADY FILLED"
                           TO WS-REG-RESULT
                   WHEN WS-TRN-DEPT-CODE NOT = SPACES
                    AND WS-TRN-DEPT-CODE NOT = POS-DEPT-CODE
                       MOVE "N" TO WS-POSITION-SWITCH
                       MOVE "REJECTED - DEPT NOT THE POSITION'S"
                           TO WS-REG-RESULT
               END-EVALUATE
           END-IF.

      * The position record is in the buffer from 6000 or 4060.
       6100-FILL-POSITION.
           MOVE EMP-ID TO POS-EMP-ID.
           MOVE WS-CURRENT-DATE TO POS-FILLED-DATE.
           REWRITE POSITION-RECORD.

      * A seat already holding someone else (a hand correction on
      * POSLOAD) is left alone.
       6200-VACATE-POSITION.
           MOVE EMP-POSITION-NO TO POS-NO.
           READ POSITION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POS-EMP-ID = EMP-ID
                       MOVE ZERO TO POS-EMP-ID
                       MOVE ZERO TO POS-FILLED-DATE
                       REWRITE POSITION-RECORD
                   END-IF
           END-READ.

      * ================================================================
      * 6300-CHECK-DEPARTMENT-ACTIVE - DEPT-CODE is set by the caller.
      *                                A code missing from the
      *                                department master, or inactive
      *                                there, closes the gate the
      *                                position checks share.
      * ================================================================
       6300-CHECK-DEPARTMENT-ACTIVE.
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-POSITION-SWITCH
                   MOVE "REJECTED - DEPT NOT ON DEPARTMENT MASTER"
                       TO WS-REG-RESULT
               NOT INVALID KEY
                   IF NOT DEPT-ACTIVE
                       MOVE "N" TO WS-POSITION-SWITCH
                       MOVE "REJECTED - DEPARTMENT IS INACTIVE"
                           TO WS-REG-RESULT
                   END-IF
           END-READ.

       8000-WRITE-REGISTER-LINE.
           MOVE WS-TRN-CODE TO WS-REG-TRANS-CODE.
           MOVE WS-TRN-ID   TO WS-REG-EMP-ID.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE MAINTENANCE-REGISTER-FILE.
           CLOSE SALARY-HISTORY-FILE.
           CLOSE FINAL-PAY-FILE.
           CLOSE POSITION-MASTER-FILE.
           CLOSE DEPARTMENT-MASTER-FILE.
       9000-EXIT.
           EXIT.

