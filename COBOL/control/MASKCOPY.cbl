      ******************************************************************
      * PROGRAM:      MASKCOPY
      * AUTHOR:       R. J. PILLAI - OPERATIONS
      * INSTALLATION: CORPORATE DATA CENTER
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED:
      * PURPOSE:      Masked copy of a production master for test
      *               and training directories.  Reads the master
      *               named on the command line and writes a copy in
      *               the same layout with the personal data
      *               scrambled, so real salaries, bank accounts and
      *               voters' addresses stop turning up in test:
      *
      *                   EMPMAST  -> MSKEMPMS    BANKACCT -> MSKBNKAC
      *                   CUSTMAST -> MSKCUSMS    VOTEROLM -> MSKVOTRM
      *
      *               Names become a given name and surname drawn
      *               from tables, street addresses a house number,
      *               street and suffix, BA-ACCOUNT-NO a digit
      *               string of the same length, and BA-ROUTING-NO
      *               a routing number with a good check digit.
      *               The ten-digit id is re-keyed through a keyed
      *               permutation of its nine base digits - no two
      *               ids can land on the same new id - and given
      *               a fresh check digit through CKDGTP.  Every
      *               mask is a fixed function of the value and the
      *               mask key alone, so the same name, street or
      *               id masks the same way in every master and on
      *               every run with the same key: EMPMAST and
      *               BANKACCT still join on the employee id, and
      *               the duplicate and merge programs still find
      *               the same pairs.  Cities, states, zips, dates
      *               and codes are copied as they are.
      *
      *               Money (EMP-SALARY, EMP-INS-PREM, EMP-LAST-TAX,
      *               CUST-CREDIT-LIMIT) is kept as is, or on
      *               request perturbed by up to ten percent either
      *               way, by a percentage fixed for each id.
      *
      *               The operator signs on (maintain authority) and
      *               every run is logged on MASKLOG - master,
      *               operator, date and time, record counts and
      *               the money option.
      *
      *               Command line:
      *                   1-8    master - EMPMAST, BANKACCT,
      *                          CUSTMAST or VOTEROLM
      *                   10     money - K keep (blank = K),
      *                          P perturb
      *                   12-19  mask key, eight digits; use the
      *                          same key for every master going
      *                          into one test directory.  Blank
      *                          takes the installation default.
      *
      * MOD HISTORY:
      *   2026-10-15  RJP  Original masked-copy utility.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCOPY.
       AUTHOR. R J PILLAI.
       INSTALLATION. CORPORATE DATA CENTER.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EMP-BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VOTER-ROLL-MASTER-FILE ASSIGN TO "VOTEROLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRM-VOTER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASKED-EMPLOYEE-FILE ASSIGN TO "MSKEMPMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-EMP-ID
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT MASKED-BANK-ACCOUNT-FILE ASSIGN TO "MSKBNKAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-BA-EMP-ID
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT MASKED-CUSTOMER-FILE ASSIGN TO "MSKCUSMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-CUST-ID
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT MASKED-VOTER-FILE ASSIGN TO "MSKVOTRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSK-VRM-VOTER-ID
               FILE STATUS IS WS-MASKED-STATUS.

           SELECT MASK-LOG-FILE ASSIGN TO "MASKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPREC.

       FD  EMP-BANK-ACCOUNT-FILE.
       COPY BNKACREC.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTREC.

       FD  VOTER-ROLL-MASTER-FILE.
       COPY VOTROLM.

      * The masked copies carry the master layouts unchanged; each
      * record is masked in the input area and written from it.
       FD  MASKED-EMPLOYEE-FILE.
       01  MASKED-EMPLOYEE-RECORD.
           05  MSK-EMP-ID                PIC 9(10).
           05  FILLER                    PIC X(70).

       FD  MASKED-BANK-ACCOUNT-FILE.
       01  MASKED-BANK-ACCOUNT-RECORD.
           05  MSK-BA-EMP-ID             PIC 9(10).
           05  FILLER                    PIC X(43).

       FD  MASKED-CUSTOMER-FILE.
       01  MASKED-CUSTOMER-RECORD.
           05  MSK-CUST-ID               PIC 9(10).
           05  FILLER                    PIC X(70).

       FD  MASKED-VOTER-FILE.
       01  MASKED-VOTER-RECORD.
           05  MSK-VRM-VOTER-ID          PIC 9(10).
           05  FILLER                    PIC X(108).

       FD  MASK-LOG-FILE.
       01  MASK-LOG-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MASTER-STATUS          PIC X(02) VALUE "00".
           05  WS-MASKED-STATUS          PIC X(02) VALUE "00".
           05  WS-MASKLOG-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
               88  WS-END-OF-FILE               VALUE "Y".
           05  WS-MONEY-OPTION           PIC X(01) VALUE "K".
               88  WS-KEEP-MONEY                VALUE "K".
               88  WS-PERTURB-MONEY             VALUE "P".
           05  WS-TRIM-SWITCH            PIC X(01) VALUE "N".
               88  WS-TRIM-DONE                 VALUE "Y".

       COPY SIGNONW.

       COPY CKDGTW.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.

       01  WS-CMD-LINE-PARM              PIC X(80).
       01  WS-MASTER-NAME                PIC X(08).
       01  WS-OUTPUT-NAME                PIC X(08).
       01  WS-CURRENT-DATE               PIC 9(08).
       01  WS-CURRENT-TIME               PIC 9(08).

      * Mask constants, all derived from the one mask key: three
      * rounds of multiplier and addend for the id permutation
      * (every multiplier ends in 1, 3, 7 or 9, so each round is
      * one-to-one over the nine base digits) and the seed the
      * text hash starts from.
       01  WS-MASK-KEY                   PIC 9(08).
       01  WS-DEFAULT-MASK-KEY           PIC 9(08) VALUE 35791357.
       01  WS-ROUND-CONSTANTS.
           05  WS-ROUND OCCURS 3 TIMES.
               10  WS-MULTIPLIER         PIC 9(09).
               10  WS-ADDEND             PIC 9(09).
       01  WS-TEXT-SEED                  PIC 9(09).
       01  WS-HASH-PRIME                 PIC 9(09) VALUE 999999937.

       01  WS-WORK-AREA.
           05  WS-ROUND-SUB              PIC 9(02) COMP.
           05  WS-WORK-18                PIC 9(18).
           05  WS-QUOTIENT               PIC 9(18).
           05  WS-BASE                   PIC 9(09).
           05  WS-HIGH-PART              PIC 9(05).
           05  WS-LOW-PART               PIC 9(04).
           05  WS-ID-IN                  PIC 9(10).
           05  WS-ID-OUT                 PIC 9(10).
           05  WS-HASH                   PIC 9(09).
           05  WS-TABLE-SUB              PIC 9(02) COMP.
           05  WS-TABLE-SUB-2            PIC 9(02) COMP.
           05  WS-CHAR-SUB               PIC 9(02) COMP.
           05  WS-CHAR-POS               PIC 9(02) COMP.
           05  WS-ONE-CHAR               PIC X(01).
           05  WS-TEXT                   PIC X(40).
           05  WS-TEXT-LEN               PIC 9(02) COMP.
           05  WS-TEXT-OUT               PIC X(40).
           05  WS-HOUSE-NO               PIC 9(04).
           05  WS-DIGIT                  PIC 9(01).
           05  WS-PERTURB-PCT            PIC S9(03).
           05  WS-AMOUNT                 PIC S9(09)V99 COMP-3.

      * Characters the text hash knows by position; anything else
      * hashes as one past the end.  Text is upper-cased first, so
      * SMITH and Smith mask alike.
       01  WS-HASH-ALPHABET              PIC X(40) VALUE
           " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.-'".

       01  WS-ROUTING-WORK.
           05  WS-ROUTING-NO             PIC 9(09).
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NO.
               10  WS-ROUTING-DIGIT OCCURS 9 TIMES
                                         PIC 9(01).
           05  WS-ROUTING-SUM            PIC 9(04).
           05  WS-ROUTING-WEIGHTS        PIC X(08) VALUE "37137137".
           05  WS-ROUTING-WEIGHT-TABLE REDEFINES WS-ROUTING-WEIGHTS.
               10  WS-ROUTING-WEIGHT OCCURS 8 TIMES
                                         PIC 9(01).

       01  WS-GIVEN-NAME-VALUES.
           05  FILLER PIC X(40) VALUE
               "ALEX      BRIDGET   CARLOS    DANA      ".
           05  FILLER PIC X(40) VALUE
               "EDWIN     FAITH     GORDON    HELEN     ".
           05  FILLER PIC X(40) VALUE
               "IVAN      JOANNE    KEITH     LAURA     ".
           05  FILLER PIC X(40) VALUE
               "MARTIN    NADIA     OSCAR     PAULA     ".
           05  FILLER PIC X(40) VALUE
               "QUINN     ROSA      SAMUEL    TERESA    ".
           05  FILLER PIC X(40) VALUE
               "ULRIC     VERA      WALTER    XENIA     ".
           05  FILLER PIC X(40) VALUE
               "YUSUF     ZOE       BERNARD   CELIA     ".
           05  FILLER PIC X(40) VALUE
               "DENNIS    ELENA     FRANK     GRACE     ".
       01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
           05  WS-GIVEN-NAME OCCURS 32 TIMES
                                         PIC X(10).

       01  WS-SURNAME-VALUES.
           05  FILLER PIC X(36) VALUE
               "ABBOTT      BARNES      CALLOWAY    ".
           05  FILLER PIC X(36) VALUE
               "DELGADO     EASTON      FARRELL     ".
           05  FILLER PIC X(36) VALUE
               "GARNER      HOLLOWAY    INGRAM      ".
           05  FILLER PIC X(36) VALUE
               "JARVIS      KENDRICK    LANGFORD    ".
           05  FILLER PIC X(36) VALUE
               "MERCER      NORWOOD     OKAFOR      ".
           05  FILLER PIC X(36) VALUE
               "PRENTICE    QUARLES     RADCLIFFE   ".
           05  FILLER PIC X(36) VALUE
               "SANDOVAL    THORNE      UPTON       ".
           05  FILLER PIC X(36) VALUE
               "VANCE       WHITAKER    YARBROUGH   ".
           05  FILLER PIC X(36) VALUE
               "ZELLER      ASHWORTH    BRANNIGAN   ".
           05  FILLER PIC X(36) VALUE
               "COLLIER     DUNMORE     ELLSWORTH   ".
           05  FILLER PIC X(24) VALUE
               "FAIRCHILD   GALLOWAY    ".
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME OCCURS 32 TIMES
                                         PIC X(12).

       01  WS-STREET-NAME-VALUES.
           05  FILLER PIC X(40) VALUE
               "ASPEN     BIRCH     CEDAR     DOGWOOD   ".
           05  FILLER PIC X(40) VALUE
               "ELM       FIR       GROVE     HAWTHORN  ".
           05  FILLER PIC X(40) VALUE
               "IRONWOOD  JUNIPER   LAUREL    MAPLE     ".
           05  FILLER PIC X(40) VALUE
               "OAK       PINE      QUARRY    REDWOOD   ".
           05  FILLER PIC X(40) VALUE
               "SPRUCE    TAMARACK  UNION     VALLEY    ".
           05  FILLER PIC X(40) VALUE
               "WILLOW    YEW       HILLSIDE  LAKEVIEW  ".
           05  FILLER PIC X(40) VALUE
               "MEADOW    ORCHARD   PARK      RIDGE     ".
           05  FILLER PIC X(40) VALUE
               "SUMMIT    CHURCH    MILL      BRIDGE    ".
       01  WS-STREET-NAME-TABLE REDEFINES WS-STREET-NAME-VALUES.
           05  WS-STREET-NAME OCCURS 32 TIMES
                                         PIC X(10).

       01  WS-STREET-SUFFIX-VALUES       PIC X(32) VALUE
           "ST  AVE RD  LN  DR  CT  WAY PL  ".
       01  WS-STREET-SUFFIX-TABLE REDEFINES WS-STREET-SUFFIX-VALUES.
           05  WS-STREET-SUFFIX OCCURS 8 TIMES
                                         PIC X(04).

      * MASKLOG line: who masked which master when, and how.
       01  WS-MASK-LOG-DETAIL.
           05  WS-MLG-DATE               PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-TIME               PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-OPERATOR-ID        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-MASTER-NAME        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-OUTPUT-NAME        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-MONEY-OPTION       PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-RECORDS-READ       PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-RECORDS-WRITTEN    PIC 9(09).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-MLG-RECORDS-REJECTED   PIC 9(09).
           05  FILLER                    PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           EVALUATE WS-MASTER-NAME
               WHEN "EMPMAST"
                   PERFORM 2000-MASK-EMPMAST
                       THRU 2000-EXIT
               WHEN "BANKACCT"
                   PERFORM 3000-MASK-BANKACCT
                       THRU 3000-EXIT
               WHEN "CUSTMAST"
                   PERFORM 4000-MASK-CUSTMAST
                       THRU 4000-EXIT
               WHEN "VOTEROLM"
                   PERFORM 5000-MASK-VOTEROLM
                       THRU 5000-EXIT
           END-EVALUATE.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           STOP RUN.

      * ================================================================
      * 1000-INITIALIZE - a known master, a maintain-authority
      *                   operator, and the mask constants.
      * ================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-CMD-LINE-PARM FROM COMMAND-LINE.
           MOVE WS-CMD-LINE-PARM(1:8) TO WS-MASTER-NAME.
           EVALUATE WS-MASTER-NAME
               WHEN "EMPMAST"
                   MOVE "MSKEMPMS" TO WS-OUTPUT-NAME
               WHEN "BANKACCT"
                   MOVE "MSKBNKAC" TO WS-OUTPUT-NAME
               WHEN "CUSTMAST"
                   MOVE "MSKCUSMS" TO WS-OUTPUT-NAME
               WHEN "VOTEROLM"
                   MOVE "MSKVOTRM" TO WS-OUTPUT-NAME
               WHEN OTHER
                   DISPLAY "MASKCOPY - PARAMETER MUST BE EMPMAST, "
                       "BANKACCT, CUSTMAST OR VOTEROLM - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WS-CMD-LINE-PARM(10:1)
               WHEN "P"
                   SET WS-PERTURB-MONEY TO TRUE
               WHEN "K"
               WHEN SPACE
                   SET WS-KEEP-MONEY TO TRUE
               WHEN OTHER
                   DISPLAY "MASKCOPY - MONEY OPTION IN COLUMN 10 "
                       "MUST BE K OR P - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WS-CMD-LINE-PARM(12:8) IS NUMERIC
               MOVE WS-CMD-LINE-PARM(12:8) TO WS-MASK-KEY
           ELSE
               MOVE WS-DEFAULT-MASK-KEY TO WS-MASK-KEY
               DISPLAY "MASKCOPY - NO MASK KEY - INSTALLATION "
                   "DEFAULT USED"
           END-IF.
           SET SO-REQUEST-SIGNON TO TRUE.
           CALL "SIGNON" USING WS-SIGNON-PARAMETERS.
           IF SO-SIGNON-FAILED
               DISPLAY "MASKCOPY - SIGN-ON FAILED - ENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SO-INQUIRE-ONLY
               SET SO-REQUEST-VIOLATION TO TRUE
               MOVE "MASKCOPY COPY REFUSED - INQUIRE ONLY"
                   TO SO-VIOLATION-TEXT
               CALL "SIGNON" USING WS-SIGNON-PARAMETERS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-DERIVE-MASK-CONSTANTS.
           DISPLAY "MASKCOPY - MASKING " WS-MASTER-NAME " TO "
               WS-OUTPUT-NAME " - MONEY OPTION " WS-MONEY-OPTION.
       1000-EXIT.
           EXIT.

       1100-DERIVE-MASK-CONSTANTS.
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 10 + 3.
           DIVIDE WS-WORK-18 BY 1000000000
               GIVING WS-QUOTIENT REMAINDER WS-MULTIPLIER (1).
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 7.
           DIVIDE WS-WORK-18 BY 100000000
               GIVING WS-QUOTIENT REMAINDER WS-BASE.
           COMPUTE WS-MULTIPLIER (2) = WS-BASE * 10 + 7.
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 11.
           DIVIDE WS-WORK-18 BY 100000000
               GIVING WS-QUOTIENT REMAINDER WS-BASE.
           COMPUTE WS-MULTIPLIER (3) = WS-BASE * 10 + 9.
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 13.
           DIVIDE WS-WORK-18 BY 1000000000
               GIVING WS-QUOTIENT REMAINDER WS-ADDEND (1).
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 31.
           DIVIDE WS-WORK-18 BY 1000000000
               GIVING WS-QUOTIENT REMAINDER WS-ADDEND (2).
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 17.
           DIVIDE WS-WORK-18 BY 1000000000
               GIVING WS-QUOTIENT REMAINDER WS-ADDEND (3).
           COMPUTE WS-WORK-18 = WS-MASK-KEY * 19 + 5.
           DIVIDE WS-WORK-18 BY WS-HASH-PRIME
               GIVING WS-QUOTIENT REMAINDER WS-TEXT-SEED.

      * ================================================================
      * 2000-MASK-EMPMAST - id, name and, on request, the three
      *                     money fields.
      * ================================================================
       2000-MASK-EMPMAST.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 8400-NOTE-OPEN-FAILURE
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT MASKED-EMPLOYEE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-MASK-ONE-EMPLOYEE
               UNTIL WS-END-OF-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE MASKED-EMPLOYEE-FILE.
       2000-EXIT.
           EXIT.

       2100-MASK-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE EMP-ID TO WS-ID-IN
                   PERFORM 6000-REKEY-ID
                   MOVE WS-ID-OUT TO EMP-ID
                   MOVE EMP-NAME TO WS-TEXT
                   PERFORM 6300-MASK-NAME
                       THRU 6300-EXIT
                   MOVE WS-TEXT-OUT TO EMP-NAME
                   IF WS-PERTURB-MONEY
                       MOVE EMP-SALARY TO WS-AMOUNT
                       PERFORM 6700-PERTURB-AMOUNT
                       MOVE WS-AMOUNT TO EMP-SALARY
                       MOVE EMP-INS-PREM TO WS-AMOUNT
                       PERFORM 6700-PERTURB-AMOUNT
                       MOVE WS-AMOUNT TO EMP-INS-PREM
                       MOVE EMP-LAST-TAX TO WS-AMOUNT
                       PERFORM 6700-PERTURB-AMOUNT
                       MOVE WS-AMOUNT TO EMP-LAST-TAX
                   END-IF
                   WRITE MASKED-EMPLOYEE-RECORD FROM EMPLOYEE-RECORD
                       INVALID KEY
                           PERFORM 8500-NOTE-DUPLICATE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-READ.

      * ================================================================
      * 3000-MASK-BANKACCT - the employee id re-keys exactly as on
      *                      EMPMAST; account and routing numbers.
      * ================================================================
       3000-MASK-BANKACCT.
           OPEN INPUT EMP-BANK-ACCOUNT-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 8400-NOTE-OPEN-FAILURE
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT MASKED-BANK-ACCOUNT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-MASK-ONE-BANK-ACCOUNT
               UNTIL WS-END-OF-FILE.
           CLOSE EMP-BANK-ACCOUNT-FILE.
           CLOSE MASKED-BANK-ACCOUNT-FILE.
       3000-EXIT.
           EXIT.

       3100-MASK-ONE-BANK-ACCOUNT.
           READ EMP-BANK-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE BA-EMP-ID TO WS-ID-IN
                   PERFORM 6000-REKEY-ID
                   MOVE WS-ID-OUT TO BA-EMP-ID
                   MOVE BA-ACCOUNT-NO TO WS-TEXT
                   PERFORM 6500-MASK-ACCOUNT-NO
                       THRU 6500-EXIT
                   MOVE WS-TEXT-OUT TO BA-ACCOUNT-NO
                   MOVE BA-ROUTING-NO TO WS-TEXT
                   PERFORM 6600-MASK-ROUTING-NO
                   MOVE WS-ROUTING-NO TO BA-ROUTING-NO
                   WRITE MASKED-BANK-ACCOUNT-RECORD
                       FROM EMP-BANK-ACCOUNT-RECORD
                       INVALID KEY
                           PERFORM 8500-NOTE-DUPLICATE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-READ.

      * ================================================================
      * 4000-MASK-CUSTMAST - id, name, street and, on request, the
      *                      credit limit.
      * ================================================================
       4000-MASK-CUSTMAST.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 8400-NOTE-OPEN-FAILURE
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT MASKED-CUSTOMER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-MASK-ONE-CUSTOMER
               UNTIL WS-END-OF-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE MASKED-CUSTOMER-FILE.
       4000-EXIT.
           EXIT.

       4100-MASK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUST-ID TO WS-ID-IN
                   PERFORM 6000-REKEY-ID
                   MOVE WS-ID-OUT TO CUST-ID
                   MOVE CUST-NAME TO WS-TEXT
                   PERFORM 6300-MASK-NAME
                       THRU 6300-EXIT
                   MOVE WS-TEXT-OUT TO CUST-NAME
                   MOVE CUST-ADDR-STREET TO WS-TEXT
                   PERFORM 6400-MASK-STREET
                       THRU 6400-EXIT
                   MOVE WS-TEXT-OUT TO CUST-ADDR-STREET
                   IF WS-PERTURB-MONEY
                       MOVE CUST-CREDIT-LIMIT TO WS-AMOUNT
                       PERFORM 6700-PERTURB-AMOUNT
                       MOVE WS-AMOUNT TO CUST-CREDIT-LIMIT
                   END-IF
                   WRITE MASKED-CUSTOMER-RECORD
                       FROM CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           PERFORM 8500-NOTE-DUPLICATE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-READ.

      * ================================================================
      * 5000-MASK-VOTEROLM - id, name and street.
      * ================================================================
       5000-MASK-VOTEROLM.
           OPEN INPUT VOTER-ROLL-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM 8400-NOTE-OPEN-FAILURE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT MASKED-VOTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5100-MASK-ONE-VOTER
               UNTIL WS-END-OF-FILE.
           CLOSE VOTER-ROLL-MASTER-FILE.
           CLOSE MASKED-VOTER-FILE.
       5000-EXIT.
           EXIT.

       5100-MASK-ONE-VOTER.
           READ VOTER-ROLL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE VRM-VOTER-ID TO WS-ID-IN
                   PERFORM 6000-REKEY-ID
                   MOVE WS-ID-OUT TO VRM-VOTER-ID
                   MOVE VRM-NAME TO WS-TEXT
                   PERFORM 6300-MASK-NAME
                       THRU 6300-EXIT
                   MOVE WS-TEXT-OUT TO VRM-NAME
                   MOVE VRM-ADDR-STREET TO WS-TEXT
                   PERFORM 6400-MASK-STREET
                       THRU 6400-EXIT
                   MOVE WS-TEXT-OUT TO VRM-ADDR-STREET
                   WRITE MASKED-VOTER-RECORD
                       FROM VOTER-ROLL-MASTER-RECORD
                       INVALID KEY
                           PERFORM 8500-NOTE-DUPLICATE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-WRITTEN
                   END-WRITE
           END-READ.

      * ================================================================
      * 6000-REKEY-ID - the nine base digits go through three rounds
      *                 of multiply-and-add modulo 10**9, each
      *                 followed by a rotation of the digits; every
      *                 step is one-to-one, so distinct ids stay
      *                 distinct.  CKDGTP supplies the check digit.
      * ================================================================
       6000-REKEY-ID.
           DIVIDE WS-ID-IN BY 10 GIVING WS-BASE.
           PERFORM 6100-PERMUTE-ONE-ROUND
               VARYING WS-ROUND-SUB FROM 1 BY 1
               UNTIL WS-ROUND-SUB > 3.
           COMPUTE CD-KEY-VALUE = WS-BASE * 10.
           PERFORM 7040-ASSIGN-CHECK-DIGIT.
           MOVE CD-KEY-VALUE TO WS-ID-OUT.

       6100-PERMUTE-ONE-ROUND.
           COMPUTE WS-WORK-18 =
               WS-MULTIPLIER (WS-ROUND-SUB) * WS-BASE
               + WS-ADDEND (WS-ROUND-SUB).
           DIVIDE WS-WORK-18 BY 1000000000
               GIVING WS-QUOTIENT REMAINDER WS-BASE.
           DIVIDE WS-BASE BY 10000
               GIVING WS-HIGH-PART REMAINDER WS-LOW-PART.
           COMPUTE WS-BASE = WS-LOW-PART * 100000 + WS-HIGH-PART.

      * ================================================================
      * 6200-HASH-TEXT - WS-TEXT, upper-cased and taken up to its
      *                  last non-blank, folds into WS-HASH.  The
      *                  trailing blanks are left out so a name
      *                  hashes alike in a 20- and a 30-byte field.
      * ================================================================
       6200-HASH-TEXT.
           INSPECT WS-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-TEXT-SEED TO WS-HASH.
           MOVE 40 TO WS-TEXT-LEN.
           MOVE "N" TO WS-TRIM-SWITCH.
           PERFORM 6220-TRIM-ONE-TRAILING
               UNTIL WS-TRIM-DONE OR WS-TEXT-LEN = ZERO.
           PERFORM 6210-HASH-ONE-CHAR
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-TEXT-LEN.

       6210-HASH-ONE-CHAR.
           MOVE WS-TEXT(WS-CHAR-SUB:1) TO WS-ONE-CHAR.
           MOVE ZERO TO WS-CHAR-POS.
           INSPECT WS-HASH-ALPHABET TALLYING WS-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.
           COMPUTE WS-WORK-18 = WS-HASH * 41 + WS-CHAR-POS + 1.
           DIVIDE WS-WORK-18 BY WS-HASH-PRIME
               GIVING WS-QUOTIENT REMAINDER WS-HASH.

       6220-TRIM-ONE-TRAILING.
           IF WS-TEXT(WS-TEXT-LEN:1) = SPACE
               SUBTRACT 1 FROM WS-TEXT-LEN
           ELSE
               SET WS-TRIM-DONE TO TRUE
           END-IF.

      * 6230-STIR-HASH - one more turn of the hash, for a further
      * table pick or digit from the same value.
       6230-STIR-HASH.
           COMPUTE WS-WORK-18 = WS-HASH * 41 + 7.
           DIVIDE WS-WORK-18 BY WS-HASH-PRIME
               GIVING WS-QUOTIENT REMAINDER WS-HASH.

      * ================================================================
      * 6300-MASK-NAME - given name and surname picked by the hash;
      *                  a blank name stays blank.
      * ================================================================
       6300-MASK-NAME.
           MOVE SPACES TO WS-TEXT-OUT.
           IF WS-TEXT = SPACES
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6200-HASH-TEXT.
           DIVIDE WS-HASH BY 32 GIVING WS-QUOTIENT
               REMAINDER WS-TABLE-SUB.
           ADD 1 TO WS-TABLE-SUB.
           PERFORM 6230-STIR-HASH.
           DIVIDE WS-HASH BY 32 GIVING WS-QUOTIENT
               REMAINDER WS-TABLE-SUB-2.
           ADD 1 TO WS-TABLE-SUB-2.
           STRING WS-GIVEN-NAME (WS-TABLE-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SURNAME (WS-TABLE-SUB-2) DELIMITED BY SPACE
               INTO WS-TEXT-OUT.
       6300-EXIT.
           EXIT.

      * ================================================================
      * 6400-MASK-STREET - house number, street and suffix picked by
      *                    the hash.
      * ================================================================
       6400-MASK-STREET.
           MOVE SPACES TO WS-TEXT-OUT.
           IF WS-TEXT = SPACES
               GO TO 6400-EXIT
           END-IF.
           PERFORM 6200-HASH-TEXT.
           DIVIDE WS-HASH BY 9000 GIVING WS-QUOTIENT
               REMAINDER WS-HOUSE-NO.
           ADD 1000 TO WS-HOUSE-NO.
           PERFORM 6230-STIR-HASH.
           DIVIDE WS-HASH BY 32 GIVING WS-QUOTIENT
               REMAINDER WS-TABLE-SUB.
           ADD 1 TO WS-TABLE-SUB.
           PERFORM 6230-STIR-HASH.
           DIVIDE WS-HASH BY 8 GIVING WS-QUOTIENT
               REMAINDER WS-TABLE-SUB-2.
           ADD 1 TO WS-TABLE-SUB-2.
           STRING WS-HOUSE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREET-NAME (WS-TABLE-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-STREET-SUFFIX (WS-TABLE-SUB-2)
                      DELIMITED BY SPACE
               INTO WS-TEXT-OUT.
       6400-EXIT.
           EXIT.

      * ================================================================
      * 6500-MASK-ACCOUNT-NO - a digit string as long as the account
      *                        number it replaces.
      * ================================================================
       6500-MASK-ACCOUNT-NO.
           MOVE SPACES TO WS-TEXT-OUT.
           IF WS-TEXT = SPACES
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6200-HASH-TEXT.
           PERFORM 6510-MASK-ONE-ACCOUNT-DIGIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > WS-TEXT-LEN.
       6500-EXIT.
           EXIT.

       6510-MASK-ONE-ACCOUNT-DIGIT.
           PERFORM 6230-STIR-HASH.
           DIVIDE WS-HASH BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-DIGIT.
           MOVE WS-DIGIT TO WS-TEXT-OUT(WS-CHAR-SUB:1).

      * ================================================================
      * 6600-MASK-ROUTING-NO - eight digits from the hash and the
      *                        ninth the routing check digit
      *                        (weights 3, 7, 1), so the masked
      *                        number still passes a routing edit.
      * ================================================================
       6600-MASK-ROUTING-NO.
           PERFORM 6200-HASH-TEXT.
           DIVIDE WS-HASH BY 100000000 GIVING WS-QUOTIENT
               REMAINDER WS-BASE.
           COMPUTE WS-ROUTING-NO = WS-BASE * 10.
           MOVE ZERO TO WS-ROUTING-SUM.
           PERFORM 6610-WEIGH-ONE-ROUTING-DIGIT
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > 8.
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-DIGIT.
           IF WS-DIGIT NOT = ZERO
               COMPUTE WS-ROUTING-DIGIT (9) = 10 - WS-DIGIT
           END-IF.

       6610-WEIGH-ONE-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
               + WS-ROUTING-DIGIT (WS-CHAR-SUB)
               * WS-ROUTING-WEIGHT (WS-CHAR-SUB).

      * ================================================================
      * 6700-PERTURB-AMOUNT - up to ten percent either way, the
      *                       percentage fixed by the original id so
      *                       a rerun perturbs alike.
      * ================================================================
       6700-PERTURB-AMOUNT.
           COMPUTE WS-WORK-18 = WS-ID-IN * 41 + WS-TEXT-SEED.
           DIVIDE WS-WORK-18 BY 21 GIVING WS-QUOTIENT
               REMAINDER WS-PERTURB-PCT.
           SUBTRACT 10 FROM WS-PERTURB-PCT.
           COMPUTE WS-AMOUNT ROUNDED =
               WS-AMOUNT * (100 + WS-PERTURB-PCT) / 100.

       COPY CKDGTP.

       8000-WRITE-MASK-LOG.
           OPEN EXTEND MASK-LOG-FILE.
           IF WS-MASKLOG-STATUS = "35"
               OPEN OUTPUT MASK-LOG-FILE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-MLG-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO WS-MLG-TIME.
           MOVE SO-OPERATOR-ID TO WS-MLG-OPERATOR-ID.
           MOVE WS-MASTER-NAME TO WS-MLG-MASTER-NAME.
           MOVE WS-OUTPUT-NAME TO WS-MLG-OUTPUT-NAME.
           MOVE WS-MONEY-OPTION TO WS-MLG-MONEY-OPTION.
           MOVE WS-RECORDS-READ TO WS-MLG-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO WS-MLG-RECORDS-WRITTEN.
           MOVE WS-RECORDS-REJECTED TO WS-MLG-RECORDS-REJECTED.
           MOVE WS-MASK-LOG-DETAIL TO MASK-LOG-LINE.
           WRITE MASK-LOG-LINE.
           CLOSE MASK-LOG-FILE.

       8400-NOTE-OPEN-FAILURE.
           DISPLAY "MASKCOPY - " WS-MASTER-NAME " WILL NOT OPEN - "
               "STATUS " WS-MASTER-STATUS " - NOTHING COPIED".
           MOVE 16 TO RETURN-CODE.

      * 8500-NOTE-DUPLICATE-KEY - two production ids with the same
      * nine base digits (one of them failing its own check digit)
      * re-key alike; the second is left out of the copy.
       8500-NOTE-DUPLICATE-KEY.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "MASKCOPY - ID " WS-ID-IN " RE-KEYS ONTO AN ID "
               "ALREADY COPIED - LEFT OUT".

       9000-TERMINATE.
           PERFORM 8000-WRITE-MASK-LOG.
           DISPLAY "MASKED COPY - END OF JOB SUMMARY".
           DISPLAY "  MASTER           : " WS-MASTER-NAME.
           DISPLAY "  MASKED COPY      : " WS-OUTPUT-NAME.
           DISPLAY "  OPERATOR         : " SO-OPERATOR-ID.
           DISPLAY "  RECORDS READ     : " WS-RECORDS-READ.
           DISPLAY "  RECORDS WRITTEN  : " WS-RECORDS-WRITTEN.
           DISPLAY "  RECORDS LEFT OUT : " WS-RECORDS-REJECTED.
           IF WS-RECORDS-REJECTED > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM MASKCOPY.
